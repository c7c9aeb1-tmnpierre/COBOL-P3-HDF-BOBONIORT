      *    emises. Le remplacement a l'unite d'une carte perdue se
      *    fait depuis menucust (ecran carteadh), qui imprime la
      *    meme carte pour un seul adherent.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      *
      *    Un contrat suspendu a la date du jour (suspcont, statut de
      *    suspension 'S' entre CONTRACT_SUSPEND_START et
      *    CONTRACT_SUSPEND_END) ne donne pas de carte.
      *
      *    Relancee a la demande depuis l'ecran de lancement des
      *    superviseurs (lancadm), la campagne peut etre restreinte
      *    a une section locale (BOBONIORT_JOB_AGENCY) et/ou a un
      *    produit (BOBONIORT_JOB_PRODUCT), pour reemettre les cartes
      *    d'une seule section apres une correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cartcust.
       01  WS-CARTE-COUNT             PIC 9(07) VALUE 0.
       01  WS-VALIDITY-YEAR           PIC 9(04).

      *    [MF] Ligne transmise au registre des courriers envoyes
      *    (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-BENE-LASTNAME        PIC X(50).
       01  SQL-BENE-FIRSTNAME       PIC X(50).
       01  SQL-BENE-BIRTH-DATE      PIC X(10).
       01  SQL-JOB-AGENCY           PIC X(10).
       01  SQL-JOB-PRODUCT          PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    [MF] Un adherent actif avec son produit actif le plus
      *    recent - une carte par adherent, jamais une par contrat.
       LIST-CARD-CUSTOMERS.
           MOVE SPACES TO SQL-JOB-AGENCY
           ACCEPT SQL-JOB-AGENCY FROM ENVIRONMENT
               "BOBONIORT_JOB_AGENCY".
           MOVE SPACES TO SQL-JOB-PRODUCT
           ACCEPT SQL-JOB-PRODUCT FROM ENVIRONMENT
               "BOBONIORT_JOB_PRODUCT".

           EXEC SQL
               DECLARE CRSCARTCUST CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                                  contract_product_code ), ' ')
               FROM customer, CONTRACT
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status IN ('A', 'P')
               AND customer_active != 'A'
               AND (:SQL-JOB-AGENCY = ' '
                    OR customer_agency = :SQL-JOB-AGENCY)
               AND (:SQL-JOB-PRODUCT = ' '
                    OR contract_product_code = :SQL-JOB-PRODUCT)
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND CURRENT_DATE >= contract_suspend_start
                   AND CURRENT_DATE <= contract_suspend_end )
               AND contract_start_date = (
                   SELECT MAX(C2.contract_start_date)
                   FROM CONTRACT C2
                   WHERE C2.contract_customer_uuid = customer_uuid
                   AND C2.contract_status IN ('A', 'P') )
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           MOVE ALL '-' TO CARTE-RECORD
           WRITE CARTE-RECORD.

           MOVE SPACES TO WS-CORR-RECORD
           STRING 'CARTE D''ADHERENT;VALIDITE ' DELIMITED BY SIZE
                   WS-VALIDITY-YEAR DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
               INTO WS-CORR-RECORD
           END-STRING
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

      *    [MF] Les ayants droit de l'adherent (benecust), une ligne
      *    chacun sur la carte.
       WRITE-CARD-BENEFICIARIES.
