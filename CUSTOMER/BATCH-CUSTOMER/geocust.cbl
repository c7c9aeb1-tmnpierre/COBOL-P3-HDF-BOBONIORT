      *    code postal et dépose le résultat dans un rapport
      *    journalier a destination de l'association, sans
      *    intervention de l'accueil.
      *    Relance a la demande depuis l'ecran de lancement des
      *    superviseurs (lancadm), il peut etre restreint a une
      *    section locale, transmise par BOBONIORT_JOB_AGENCY ; le
      *    passage de nuit, sans ce parametre, couvre toutes les
      *    sections.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. geocust.
       01  SQL-TOWN                 PIC X(50).
       01  SQL-ZONE-COUNT            PIC 9(07).
       01  SQL-AGENCY               PIC X(10).
       01  SQL-JOB-AGENCY           PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    peuplé au moins peuplé, et en écrit une ligne par code
      *    postal distinct.
       LIST-GEO-DISTRIBUTION.
           MOVE SPACES TO SQL-JOB-AGENCY
           ACCEPT SQL-JOB-AGENCY FROM ENVIRONMENT
               "BOBONIORT_JOB_AGENCY".

           EXEC SQL
               DECLARE CRSGEOCUST CURSOR FOR
               SELECT customer_agency, customer_zipcode,
                      customer_town, COUNT(*)
               FROM customer
               WHERE customer_active != 'A'
               AND (:SQL-JOB-AGENCY = ' '
                    OR customer_agency = :SQL-JOB-AGENCY)
               GROUP BY customer_agency, customer_zipcode,
                      customer_town
               ORDER BY customer_agency, COUNT(*) DESC,
