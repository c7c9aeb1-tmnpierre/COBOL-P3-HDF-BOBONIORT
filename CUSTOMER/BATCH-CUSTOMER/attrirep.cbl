      ******************************************************************
      *    [MF] Le programme 'Analyse des Departs' est le traitement
      *    de fin de mois qui donne au conseil le pendant des
      *    rapports d'adhesion (nouvcust, agenrep) : qui part, et
      *    pourquoi. Sur le mois civil ecoule, rapport ATTRITMONTH :
      *    - sorties d'adherents posees par deccust, par motif
      *      (CUSTOMER_EXIT_REASON : DC deces, DM demission,
      *      RA radiation) ;
      *    - resiliations de contrats posees par resilcont (contrat
      *      'R' dont la fin n'est pas la sortie de l'adherent, ces
      *      contrats-la etant deja comptes avec la sortie) ;
      *    - ventilation des sorties et des resiliations par
      *      produit, section (CUSTOMER_AGENCY, avec le solde des
      *      adhesions moins les sorties), tranche d'age a la date
      *      du depart et anciennete d'adhesion ;
      *    - tendance sur douze mois glissants ;
      *    - effet de la retarification (retarcust, tracee
      *      'RETARIFICATION' dans CUSTOMER_AUDIT) : taux de
      *      resiliation sur douze mois des contrats retarifies
      *      compare a celui des autres contrats.
      *
      *    Etape mensuelle ('M') du calendrier de nuit
      *    (BATCH_CALENDAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. attrirep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTRITION-REPORT ASSIGN TO "ATTRITMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  ATTRITION-REPORT.
       01  ATTRITION-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-BREAKDOWN-EOF           PIC X(01).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

      *    [MF] Fenetre du mois civil precedent, meme calcul que
      *    agenrep.
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
       01  WS-PREV-YEAR               PIC 9(04).
       01  WS-PREV-MONTH              PIC 9(02).
       01  WS-MONTH-FIRST-INT         PIC 9(08).
       01  WS-MONTH-LAST-YYYYMMDD     PIC 9(08).
       01  WS-MONTH-LAST-RAW.
           05  WS-LAST-YEAR           PIC X(04).
           05  WS-LAST-MONTH          PIC X(02).
           05  WS-LAST-DAY            PIC X(02).
       01  WS-MONTH-START             PIC X(10).
       01  WS-MONTH-END               PIC X(10).

       01  WS-NET-BALANCE             PIC S9(07).
       01  WS-EDIT-NET                PIC -(06)9.
       01  WS-RATE-RERATED            PIC 9(03)V9.
       01  WS-RATE-OTHER              PIC 9(03)V9.
       01  WS-EDIT-RATE               PIC ZZ9.9.
       01  WS-EDIT-RATE-OTHER         PIC ZZ9.9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-MONTH-END            PIC X(10).
       01  SQL-EXIT-DC              PIC 9(07).
       01  SQL-EXIT-DM              PIC 9(07).
       01  SQL-EXIT-RA              PIC 9(07).
       01  SQL-EXIT-OTHER           PIC 9(07).
       01  SQL-RESIL-COUNT          PIC 9(07).
       01  SQL-BREAKDOWN-LABEL      PIC X(20).
       01  SQL-EXIT-COUNT           PIC 9(07).
       01  SQL-NEW-COUNT            PIC 9(07).
       01  SQL-RERATED-COUNT        PIC 9(07).
       01  SQL-RERATED-RESIL        PIC 9(07).
       01  SQL-OTHER-COUNT          PIC 9(07).
       01  SQL-OTHER-RESIL          PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'attrirep', 'CONNECT', SQLCODE
               END-CALL
               GOBACK
           END-IF.

           PERFORM COMPUTE-MONTH-WINDOW.

           OPEN EXTEND ATTRITION-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT ATTRITION-REPORT
           END-IF.

           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING 'ANALYSE DES DEPARTS - ' DELIMITED BY SIZE
                   WS-MONTH-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.

           PERFORM WRITE-EXIT-REASONS.
           COMPUTE WS-BATCH-ROW-COUNT = SQL-EXIT-DC + SQL-EXIT-DM
               + SQL-EXIT-RA + SQL-EXIT-OTHER + SQL-RESIL-COUNT.
           PERFORM WRITE-BY-PRODUCT.
           PERFORM WRITE-BY-AGENCY.
           PERFORM WRITE-BY-AGE-BRACKET.
           PERFORM WRITE-BY-TENURE.
           PERFORM WRITE-TWELVE-MONTH-TREND.
           PERFORM WRITE-RERATING-EFFECT.

           CLOSE ATTRITION-REPORT.

           EXEC SQL DISCONNECT ALL END-EXEC.

           CALL 'logbatch' USING 'attrirep  ', WS-BATCH-ROW-COUNT
           END-CALL.

           DISPLAY WS-BATCH-ROW-COUNT ' DEPART(S) ANALYSE(S)'.
           GOBACK.

      *    [MF] Fenetre du mois civil precedent : le premier du mois
      *    precedent, et la veille du premier du mois courant.
       COMPUTE-MONTH-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-PREV-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PREV-YEAR
               COMPUTE WS-PREV-MONTH = WS-TODAY-MONTH - 1
           END-IF

           MOVE SPACES TO WS-MONTH-START
           STRING WS-PREV-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-PREV-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING

           COMPUTE WS-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100 + 1 )
               - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-FIRST-INT)
               TO WS-MONTH-LAST-YYYYMMDD
           MOVE WS-MONTH-LAST-YYYYMMDD TO WS-MONTH-LAST-RAW
           MOVE SPACES TO WS-MONTH-END
           STRING WS-LAST-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-DAY DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING

           MOVE WS-MONTH-START TO SQL-MONTH-START
           MOVE WS-MONTH-END   TO SQL-MONTH-END.

      *    [MF] Sorties du mois par motif, et resiliations de
      *    contrats hors sortie de l'adherent.
       WRITE-EXIT-REASONS.
           EXEC SQL
               SELECT
                 SUM(CASE WHEN customer_exit_reason = 'DC'
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN customer_exit_reason = 'DM'
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN customer_exit_reason = 'RA'
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN COALESCE(customer_exit_reason, ' ')
                     NOT IN ('DC', 'DM', 'RA')
                     THEN 1 ELSE 0 END)
               INTO :SQL-EXIT-DC, :SQL-EXIT-DM, :SQL-EXIT-RA,
                   :SQL-EXIT-OTHER
               FROM customer
               WHERE customer_close_date >= :SQL-MONTH-START
               AND customer_close_date <= :SQL-MONTH-END
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'attrirep', 'COUNT-EXITS',
                   SQLCODE
               END-CALL
               MOVE 0 TO SQL-EXIT-DC SQL-EXIT-DM SQL-EXIT-RA
                   SQL-EXIT-OTHER
           END-IF.

           EXEC SQL
               SELECT COUNT(*)
               INTO :SQL-RESIL-COUNT
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status = 'R'
               AND contract_end_date >= :SQL-MONTH-START
               AND contract_end_date <= :SQL-MONTH-END
               AND NOT ( TRIM(COALESCE(customer_exit_reason, '')) != ''
                     AND customer_close_date = contract_end_date )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'attrirep', 'COUNT-RESIL',
                   SQLCODE
               END-CALL
               MOVE 0 TO SQL-RESIL-COUNT
           END-IF.

           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING '  SORTIES - DECES : ' DELIMITED BY SIZE
                   SQL-EXIT-DC DELIMITED BY SIZE
                   ' - DEMISSIONS : ' DELIMITED BY SIZE
                   SQL-EXIT-DM DELIMITED BY SIZE
                   ' - RADIATIONS : ' DELIMITED BY SIZE
                   SQL-EXIT-RA DELIMITED BY SIZE
                   ' - AUTRES : ' DELIMITED BY SIZE
                   SQL-EXIT-OTHER DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.

           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING '  RESILIATIONS DE CONTRATS : ' DELIMITED BY SIZE
                   SQL-RESIL-COUNT DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.

      *    [MF] Par produit : contrats clos avec la sortie de
      *    l'adherent, et contrats resilies seuls.
       WRITE-BY-PRODUCT.
           MOVE 'PAR PRODUIT (CONTRATS CLOS SUR SORTIE / RESILIES)'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSATTRPROD CURSOR FOR
               SELECT contract_product_code,
                 SUM(CASE WHEN TRIM(COALESCE(customer_exit_reason, ''))
                     != '' AND customer_close_date = contract_end_date
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN TRIM(COALESCE(customer_exit_reason, ''))
                     != '' AND customer_close_date = contract_end_date
                     THEN 0 ELSE 1 END)
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status = 'R'
               AND contract_end_date >= :SQL-MONTH-START
               AND contract_end_date <= :SQL-MONTH-END
               GROUP BY contract_product_code
               ORDER BY contract_product_code
           END-EXEC.

           EXEC SQL
               OPEN CRSATTRPROD
           END-EXEC.

           MOVE 'N' TO WS-BREAKDOWN-EOF
           PERFORM UNTIL WS-BREAKDOWN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSATTRPROD
                   INTO :SQL-BREAKDOWN-LABEL, :SQL-EXIT-COUNT,
                       :SQL-RESIL-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-BREAKDOWN-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'attrirep',
                           'FETCH-ATTRPROD', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSATTRPROD
           END-EXEC.

      *    [MF] Par section : adhesions, sorties, resiliations et
      *    solde adhesions moins sorties.
       WRITE-BY-AGENCY.
           MOVE 'PAR SECTION (ADHESIONS / SORTIES / RESILIATIONS)'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSATTRAGEN CURSOR FOR
               SELECT COALESCE(customer_agency, ' '),
                 SUM(CASE WHEN customer_create_date >= :SQL-MONTH-START
                     AND customer_create_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN customer_close_date >= :SQL-MONTH-START
                     AND customer_close_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 ( SELECT COUNT(*) FROM CONTRACT, customer C2
                   WHERE contract_customer_uuid = C2.customer_uuid
                   AND COALESCE(C2.customer_agency, ' ')
                       = COALESCE(customer.customer_agency, ' ')
                   AND contract_status = 'R'
                   AND contract_end_date >= :SQL-MONTH-START
                   AND contract_end_date <= :SQL-MONTH-END
                   AND NOT ( TRIM(COALESCE(C2.customer_exit_reason, ''))
                         != ''
                         AND C2.customer_close_date
                             = contract_end_date ) )
               FROM customer
               GROUP BY COALESCE(customer_agency, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CRSATTRAGEN
           END-EXEC.

           MOVE 'N' TO WS-BREAKDOWN-EOF
           PERFORM UNTIL WS-BREAKDOWN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSATTRAGEN
                   INTO :SQL-BREAKDOWN-LABEL, :SQL-NEW-COUNT,
                       :SQL-EXIT-COUNT, :SQL-RESIL-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-BREAKDOWN-LABEL = SPACES
                           MOVE '(NON RATTACHEE)'
                               TO SQL-BREAKDOWN-LABEL
                       END-IF
                       COMPUTE WS-NET-BALANCE =
                           SQL-NEW-COUNT - SQL-EXIT-COUNT
                       MOVE WS-NET-BALANCE TO WS-EDIT-NET
                       MOVE SPACES TO ATTRITION-REPORT-RECORD
                       STRING '  ' DELIMITED BY SIZE
                               SQL-BREAKDOWN-LABEL DELIMITED BY SIZE
                               ' : ' DELIMITED BY SIZE
                               SQL-NEW-COUNT DELIMITED BY SIZE
                               ' / ' DELIMITED BY SIZE
                               SQL-EXIT-COUNT DELIMITED BY SIZE
                               ' / ' DELIMITED BY SIZE
                               SQL-RESIL-COUNT DELIMITED BY SIZE
                               ' - SOLDE : ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NET)
                                   DELIMITED BY SIZE
                           INTO ATTRITION-REPORT-RECORD
                       END-STRING
                       WRITE ATTRITION-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'attrirep',
                           'FETCH-ATTRAGEN', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSATTRAGEN
           END-EXEC.

      *    [MF] Par tranche d'age a la date du depart : sorties
      *    d'adherents et resiliations de contrats.
       WRITE-BY-AGE-BRACKET.
           MOVE 'PAR TRANCHE D''AGE (SORTIES / RESILIATIONS)'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSATTRAGE CURSOR FOR
               SELECT AGE_BRACKET, SUM(IS_EXIT), SUM(IS_RESIL)
               FROM (
                   SELECT CASE
                       WHEN customer_birth_date IS NULL
                           THEN 'AGE INCONNU'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_birth_date)) < 30
                           THEN 'MOINS DE 30 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_birth_date)) < 45
                           THEN '30 A 44 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_birth_date)) < 60
                           THEN '45 A 59 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_birth_date)) < 75
                           THEN '60 A 74 ANS'
                       ELSE '75 ANS ET PLUS' END AS AGE_BRACKET,
                       1 AS IS_EXIT, 0 AS IS_RESIL
                   FROM customer
                   WHERE customer_close_date >= :SQL-MONTH-START
                   AND customer_close_date <= :SQL-MONTH-END
                   UNION ALL
                   SELECT CASE
                       WHEN customer_birth_date IS NULL
                           THEN 'AGE INCONNU'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           customer_birth_date)) < 30
                           THEN 'MOINS DE 30 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           customer_birth_date)) < 45
                           THEN '30 A 44 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           customer_birth_date)) < 60
                           THEN '45 A 59 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           customer_birth_date)) < 75
                           THEN '60 A 74 ANS'
                       ELSE '75 ANS ET PLUS' END,
                       0, 1
                   FROM CONTRACT, customer
                   WHERE contract_customer_uuid = customer_uuid
                   AND contract_status = 'R'
                   AND contract_end_date >= :SQL-MONTH-START
                   AND contract_end_date <= :SQL-MONTH-END
                   AND NOT ( TRIM(COALESCE(customer_exit_reason, ''))
                         != ''
                         AND customer_close_date = contract_end_date )
                   ) DEPARTS
               GROUP BY AGE_BRACKET
               ORDER BY AGE_BRACKET
           END-EXEC.

           EXEC SQL
               OPEN CRSATTRAGE
           END-EXEC.

           MOVE 'N' TO WS-BREAKDOWN-EOF
           PERFORM UNTIL WS-BREAKDOWN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSATTRAGE
                   INTO :SQL-BREAKDOWN-LABEL, :SQL-EXIT-COUNT,
                       :SQL-RESIL-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-BREAKDOWN-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'attrirep',
                           'FETCH-ATTRAGE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSATTRAGE
           END-EXEC.

      *    [MF] Par anciennete : depuis l'adhesion pour une sortie,
      *    depuis la souscription pour une resiliation.
       WRITE-BY-TENURE.
           MOVE 'PAR ANCIENNETE (SORTIES / RESILIATIONS)'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSATTRTENU CURSOR FOR
               SELECT TENURE_BRACKET, SUM(IS_EXIT), SUM(IS_RESIL)
               FROM (
                   SELECT CASE
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_create_date)) < 1
                           THEN 'MOINS D''UN AN'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_create_date)) < 3
                           THEN '1 A 2 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_create_date)) < 6
                           THEN '3 A 5 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(customer_close_date,
                           customer_create_date)) < 11
                           THEN '6 A 10 ANS'
                       ELSE 'PLUS DE 10 ANS' END AS TENURE_BRACKET,
                       1 AS IS_EXIT, 0 AS IS_RESIL
                   FROM customer
                   WHERE customer_close_date >= :SQL-MONTH-START
                   AND customer_close_date <= :SQL-MONTH-END
                   UNION ALL
                   SELECT CASE
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           contract_start_date)) < 1
                           THEN 'MOINS D''UN AN'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           contract_start_date)) < 3
                           THEN '1 A 2 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           contract_start_date)) < 6
                           THEN '3 A 5 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(contract_end_date,
                           contract_start_date)) < 11
                           THEN '6 A 10 ANS'
                       ELSE 'PLUS DE 10 ANS' END,
                       0, 1
                   FROM CONTRACT, customer
                   WHERE contract_customer_uuid = customer_uuid
                   AND contract_status = 'R'
                   AND contract_end_date >= :SQL-MONTH-START
                   AND contract_end_date <= :SQL-MONTH-END
                   AND NOT ( TRIM(COALESCE(customer_exit_reason, ''))
                         != ''
                         AND customer_close_date = contract_end_date )
                   ) DEPARTS
               GROUP BY TENURE_BRACKET
               ORDER BY MIN(CASE TENURE_BRACKET
                   WHEN 'MOINS D''UN AN' THEN 1
                   WHEN '1 A 2 ANS' THEN 2
                   WHEN '3 A 5 ANS' THEN 3
                   WHEN '6 A 10 ANS' THEN 4
                   ELSE 5 END)
           END-EXEC.

           EXEC SQL
               OPEN CRSATTRTENU
           END-EXEC.

           MOVE 'N' TO WS-BREAKDOWN-EOF
           PERFORM UNTIL WS-BREAKDOWN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSATTRTENU
                   INTO :SQL-BREAKDOWN-LABEL, :SQL-EXIT-COUNT,
                       :SQL-RESIL-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-BREAKDOWN-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'attrirep',
                           'FETCH-ATTRTENU', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSATTRTENU
           END-EXEC.

      *    [MF] Tendance sur les douze derniers mois civils, le mois
      *    rapporte compris : adhesions, sorties, resiliations, solde.
       WRITE-TWELVE-MONTH-TREND.
           MOVE 'TENDANCE 12 MOIS (ADHESIONS / SORTIES / RESILIATIONS)'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSATTRTREND CURSOR FOR
               SELECT TO_CHAR(TREND_MONTH, 'MM/YYYY'),
                 ( SELECT COUNT(*) FROM customer
                   WHERE customer_create_date >= TREND_MONTH
                   AND customer_create_date <
                       TREND_MONTH + INTERVAL '1 month' ),
                 ( SELECT COUNT(*) FROM customer
                   WHERE customer_close_date >= TREND_MONTH
                   AND customer_close_date <
                       TREND_MONTH + INTERVAL '1 month' ),
                 ( SELECT COUNT(*) FROM CONTRACT, customer
                   WHERE contract_customer_uuid = customer_uuid
                   AND contract_status = 'R'
                   AND contract_end_date >= TREND_MONTH
                   AND contract_end_date <
                       TREND_MONTH + INTERVAL '1 month'
                   AND NOT ( TRIM(COALESCE(customer_exit_reason, ''))
                         != ''
                         AND customer_close_date = contract_end_date ) )
               FROM GENERATE_SERIES(
                   CAST(:SQL-MONTH-START AS DATE)
                       - INTERVAL '11 months',
                   CAST(:SQL-MONTH-START AS DATE),
                   INTERVAL '1 month') AS TREND_MONTH
               ORDER BY TREND_MONTH
           END-EXEC.

           EXEC SQL
               OPEN CRSATTRTREND
           END-EXEC.

           MOVE 'N' TO WS-BREAKDOWN-EOF
           PERFORM UNTIL WS-BREAKDOWN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSATTRTREND
                   INTO :SQL-BREAKDOWN-LABEL, :SQL-NEW-COUNT,
                       :SQL-EXIT-COUNT, :SQL-RESIL-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       COMPUTE WS-NET-BALANCE = SQL-NEW-COUNT
                           - SQL-EXIT-COUNT - SQL-RESIL-COUNT
                       MOVE WS-NET-BALANCE TO WS-EDIT-NET
                       MOVE SPACES TO ATTRITION-REPORT-RECORD
                       STRING '  ' DELIMITED BY SIZE
                               SQL-BREAKDOWN-LABEL(1:7)
                                   DELIMITED BY SIZE
                               ' : ' DELIMITED BY SIZE
                               SQL-NEW-COUNT DELIMITED BY SIZE
                               ' / ' DELIMITED BY SIZE
                               SQL-EXIT-COUNT DELIMITED BY SIZE
                               ' / ' DELIMITED BY SIZE
                               SQL-RESIL-COUNT DELIMITED BY SIZE
                               ' - SOLDE : ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-NET)
                                   DELIMITED BY SIZE
                           INTO ATTRITION-REPORT-RECORD
                       END-STRING
                       WRITE ATTRITION-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'attrirep',
                           'FETCH-ATTRTREND', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BREAKDOWN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSATTRTREND
           END-EXEC.

      *    [MF] Effet de la retarification : parmi les contrats en
      *    cours au debut des douze mois, ceux retarifies dans la
      *    periode (avant leur eventuelle fin) et les autres, et la
      *    part de chaque groupe resiliee dans la periode hors
      *    sortie de l'adherent.
       WRITE-RERATING-EFFECT.
           EXEC SQL
               SELECT
                 SUM(RERATED),
                 SUM(CASE WHEN RERATED = 1 THEN RESILIATED
                     ELSE 0 END),
                 SUM(1 - RERATED),
                 SUM(CASE WHEN RERATED = 0 THEN RESILIATED
                     ELSE 0 END)
               INTO :SQL-RERATED-COUNT, :SQL-RERATED-RESIL,
                   :SQL-OTHER-COUNT, :SQL-OTHER-RESIL
               FROM (
                   SELECT
                     CASE WHEN EXISTS ( SELECT 1 FROM CUSTOMER_AUDIT
                         WHERE AUDIT_CUSTOMER_UUID =
                             contract_customer_uuid
                         AND AUDIT_ACTION = 'RETARIFICATION'
                         AND TRIM(AUDIT_DETAIL) =
                             TRIM(contract_product_code)
                         AND AUDIT_DATE >=
                             CAST(:SQL-MONTH-START AS DATE)
                                 - INTERVAL '11 months'
                         AND AUDIT_DATE <= :SQL-MONTH-END
                         AND AUDIT_DATE <=
                             COALESCE(contract_end_date,
                                 CAST(:SQL-MONTH-END AS DATE)) )
                     THEN 1 ELSE 0 END AS RERATED,
                     CASE WHEN contract_status = 'R'
                         AND contract_end_date >=
                             CAST(:SQL-MONTH-START AS DATE)
                                 - INTERVAL '11 months'
                         AND contract_end_date <= :SQL-MONTH-END
                         AND NOT ( TRIM(COALESCE(customer_exit_reason,
                             '')) != ''
                             AND customer_close_date =
                                 contract_end_date )
                     THEN 1 ELSE 0 END AS RESILIATED
                   FROM CONTRACT, customer
                   WHERE contract_customer_uuid = customer_uuid
                   AND contract_start_date <=
                       CAST(:SQL-MONTH-START AS DATE)
                           - INTERVAL '11 months'
                   AND ( contract_status = 'A'
                      OR contract_end_date >=
                         CAST(:SQL-MONTH-START AS DATE)
                             - INTERVAL '11 months' )
                   ) PORTFOLIO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'attrirep', 'RERATING-EFFECT',
                   SQLCODE
               END-CALL
               MOVE 0 TO SQL-RERATED-COUNT SQL-RERATED-RESIL
                   SQL-OTHER-COUNT SQL-OTHER-RESIL
           END-IF.

           MOVE 0 TO WS-RATE-RERATED WS-RATE-OTHER
           IF SQL-RERATED-COUNT > 0
               COMPUTE WS-RATE-RERATED ROUNDED =
                   SQL-RERATED-RESIL * 100 / SQL-RERATED-COUNT
           END-IF
           IF SQL-OTHER-COUNT > 0
               COMPUTE WS-RATE-OTHER ROUNDED =
                   SQL-OTHER-RESIL * 100 / SQL-OTHER-COUNT
           END-IF

           MOVE 'EFFET DE LA RETARIFICATION SUR 12 MOIS'
               TO ATTRITION-REPORT-RECORD
           WRITE ATTRITION-REPORT-RECORD.

           MOVE WS-RATE-RERATED TO WS-EDIT-RATE
           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING '  CONTRATS RETARIFIES : ' DELIMITED BY SIZE
                   SQL-RERATED-COUNT DELIMITED BY SIZE
                   ' - RESILIES : ' DELIMITED BY SIZE
                   SQL-RERATED-RESIL DELIMITED BY SIZE
                   ' - TAUX : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                   ' %' DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.

           MOVE WS-RATE-OTHER TO WS-EDIT-RATE-OTHER
           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING '  AUTRES CONTRATS     : ' DELIMITED BY SIZE
                   SQL-OTHER-COUNT DELIMITED BY SIZE
                   ' - RESILIES : ' DELIMITED BY SIZE
                   SQL-OTHER-RESIL DELIMITED BY SIZE
                   ' - TAUX : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE-OTHER) DELIMITED BY SIZE
                   ' %' DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.

           MOVE SPACES TO ATTRITION-REPORT-RECORD
           IF WS-RATE-RERATED > WS-RATE-OTHER
               STRING 'BILAN : LES CONTRATS RETARIFIES RESILIENT '
                       DELIMITED BY SIZE
                       'DAVANTAGE (' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                       ' % CONTRE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-RATE-OTHER)
                           DELIMITED BY SIZE
                       ' %)' DELIMITED BY SIZE
                   INTO ATTRITION-REPORT-RECORD
               END-STRING
           ELSE
               STRING 'BILAN : PAS DE SURCROIT DE RESILIATION '
                       DELIMITED BY SIZE
                       'APRES RETARIFICATION (' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                       ' % CONTRE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-RATE-OTHER)
                           DELIMITED BY SIZE
                       ' %)' DELIMITED BY SIZE
                   INTO ATTRITION-REPORT-RECORD
               END-STRING
           END-IF
           WRITE ATTRITION-REPORT-RECORD.

      *    [MF] Ligne de ventilation commune : libelle, sorties,
      *    resiliations.
       WRITE-BREAKDOWN-LINE.
           MOVE SPACES TO ATTRITION-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   SQL-BREAKDOWN-LABEL DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   SQL-EXIT-COUNT DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   SQL-RESIL-COUNT DELIMITED BY SIZE
               INTO ATTRITION-REPORT-RECORD
           END-STRING
           WRITE ATTRITION-REPORT-RECORD.
