      ******************************************************************
      *    [MF] Le programme 'Prevision de Tresorerie' est le
      *    traitement hebdomadaire qui projette, jour par jour sur
      *    les 90 jours a venir, les encaissements et les
      *    decaissements attendus, pour repondre au tresorier sans
      *    requete a la main.
      *
      *    Encaissements : echeances a venir encore a prelever
      *    (ECHEANCIER statut 'P' prevue ou 'F' facturee) des
      *    contrats actifs, placees au jour de prelevement de
      *    l'adherent (CUSTOMER_DEBIT_DAY, creacont) dans le mois de
      *    l'echeance, a defaut a la date d'echeance. Le montant est
      *    minore du taux de rejet recent : montant rejete ('R') ou
      *    refuse par la banque ('F') sur le montant emis de la
      *    table COLLECTION des TRESO-JOURS-REJET (90) derniers
      *    jours.
      *
      *    Decaissements :
      *    - demandes calculees non encore payees (CLAIM statut 'C',
      *      hors blocage fraude), payees par la prochaine remise de
      *      virements (payclaim) : premier jour de la prevision,
      *      part adherents et part tiers payant (prestataires)
      *      separees ;
      *    - flux moyen journalier des nouvelles demandes, mesure sur
      *      les demandes payees des TRESO-JOURS-REJET derniers
      *      jours, ajoute a chacun des jours suivants ;
      *    - remboursements prevus : prorata au-dela du deces
      *      (deccust, demande RBTPRORATA) et avoirs a virer
      *      (CUSTOMER_CREDIT, choix 'V') au premier jour, prorata de
      *      resiliation (resilcont, CONTRACT_REFUND_AMOUNT) a la
      *      date d'effet de la resiliation.
      *
      *    Le solde cumule part du solde bancaire porte en table
      *    PARAMETER (TRESO-SOLDE-INITIAL, zero a defaut). Chaque
      *    prevision est gardee dans TREASURY_FORECAST : l'ecart
      *    d'un jour est le flux net prevu ce jour moins celui que
      *    la prevision precedente annoncait pour le meme jour.
      *    Rapport TRESOPREV ; etape hebdomadaire ('W') du
      *    calendrier de nuit (BATCH_CALENDAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tresorep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRESO-REPORT ASSIGN TO "TRESOPREV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TRESO-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  TRESO-REPORT.
       01  TRESO-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRESO-FILE-STATUS       PIC X(02).
       01  WS-TRESO-EOF               PIC X(01).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Horizon de la prevision, en jours a partir de demain.
       01  WS-HORIZON-DAYS            PIC 9(03) VALUE 90.
       01  WS-PARAM-DEFAULT           PIC 9(09)V99.
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-DAY-INT                 PIC 9(08).
       01  WS-DAY-YYYYMMDD            PIC 9(08).
       01  WS-DAY-RAW REDEFINES WS-DAY-YYYYMMDD.
           05  WS-DAY-RAW-YEAR        PIC X(04).
           05  WS-DAY-RAW-MONTH       PIC X(02).
           05  WS-DAY-RAW-DAY         PIC X(02).
       01  WS-IDX                     PIC 9(03).

       01  WS-REJECT-RATE             PIC 9V9(04) VALUE 0.
       01  WS-DAILY-FLOW              PIC 9(09)V99 VALUE 0.
       01  WS-BALANCE                 PIC S9(11)V99.
       01  WS-PREVIOUS-FOUND          PIC X(01) VALUE 'N'.
       01  WS-PREVIOUS-RUN            PIC X(10).

      *    [MF] Un poste par jour de la prevision ; le jour 1 est
      *    demain.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 90 TIMES.
               10  WS-DAY-DATE        PIC X(10).
               10  WS-DAY-INFLOW      PIC 9(09)V99.
               10  WS-DAY-CLAIMS      PIC 9(09)V99.
               10  WS-DAY-PROVIDERS   PIC 9(09)V99.
               10  WS-DAY-FLOW        PIC 9(09)V99.
               10  WS-DAY-REFUNDS     PIC 9(09)V99.
               10  WS-DAY-NET         PIC S9(11)V99.
               10  WS-DAY-BALANCE     PIC S9(11)V99.
               10  WS-DAY-PREV-NET    PIC S9(11)V99.
               10  WS-DAY-PREV-FLAG   PIC X(01).

       01  WS-TOTAL-INFLOW            PIC 9(11)V99.
       01  WS-TOTAL-OUTFLOW           PIC 9(11)V99.
       01  WS-TOTAL-GAP               PIC S9(11)V99.
       01  WS-DAY-OUTFLOW             PIC 9(11)V99.
       01  WS-DAY-GAP                 PIC S9(11)V99.

       01  WS-EDIT-AMOUNT             PIC Z(08)9.99.
       01  WS-EDIT-TOTAL              PIC Z(10)9.99.
       01  WS-EDIT-OUT                PIC Z(10)9.99.
       01  WS-EDIT-BALANCE            PIC -(10)9.99.
       01  WS-EDIT-GAP                PIC -(10)9.99.
       01  WS-EDIT-RATE               PIC Z9.99.
       01  WS-EDIT-FLOW               PIC Z(08)9.99.
       01  WS-GAP-TEXT                PIC X(14).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(09)V99.
       01  SQL-HORIZON-DAYS         PIC 9(03).
       01  SQL-HISTORY-DAYS         PIC 9(03).
       01  SQL-OPENING-BALANCE      PIC 9(09)V99.
       01  SQL-ISSUED-AMOUNT        PIC 9(11)V99.
       01  SQL-REJECTED-AMOUNT      PIC 9(11)V99.
       01  SQL-PAID-AMOUNT          PIC 9(11)V99.
       01  SQL-DAY-OFFSET           PIC 9(03).
       01  SQL-DAY-AMOUNT           PIC 9(11)V99.
       01  SQL-CLAIM-AMOUNT         PIC 9(11)V99.
       01  SQL-PROVIDER-AMOUNT      PIC 9(11)V99.
       01  SQL-DEATH-AMOUNT         PIC 9(11)V99.
       01  SQL-CREDIT-AMOUNT        PIC 9(11)V99.
       01  SQL-PREVIOUS-RUN         PIC X(10).
       01  SQL-FORECAST-DATE        PIC X(10).
       01  SQL-FORECAST-INFLOW      PIC 9(09)V99.
       01  SQL-FORECAST-OUTFLOW     PIC 9(09)V99.
       01  SQL-FORECAST-NET         PIC S9(11)V99.
       01  SQL-FORECAST-BALANCE     PIC S9(11)V99.
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
               CALL 'logsqlerr' USING 'tresorep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-HORIZON-DAYS TO SQL-HORIZON-DAYS.
           PERFORM READ-PARAMETERS.
           PERFORM INITIALIZE-DAY-TABLE.
           PERFORM COMPUTE-REJECT-RATE.
           PERFORM LOAD-EXPECTED-INFLOWS.
           PERFORM LOAD-PENDING-CLAIMS.
           PERFORM COMPUTE-DAILY-CLAIM-FLOW.
           PERFORM LOAD-TERMINATION-REFUNDS.
           PERFORM LOAD-PREVIOUS-FORECAST
               THRU LOAD-PREVIOUS-FORECAST-FIN.
           PERFORM COMPUTE-BALANCES.
           PERFORM WRITE-FORECAST-REPORT.
           PERFORM SAVE-FORECAST.

           CALL 'logbatch' USING 'tresorep  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-BATCH-ROW-COUNT ' JOUR(S) DE PREVISION'.
           GOBACK.

      *    [MF] Solde bancaire de depart et profondeur d'historique
      *    (table PARAMETER), valeur par defaut a defaut de ligne.
       READ-PARAMETERS.
           MOVE 'TRESO-SOLDE-INITIAL' TO SQL-PARAM-NAME
           MOVE ZERO TO SQL-PARAM-VALUE
           PERFORM READ-ONE-PARAMETER
           MOVE SQL-PARAM-VALUE TO SQL-OPENING-BALANCE

           MOVE 'TRESO-JOURS-REJET' TO SQL-PARAM-NAME
           MOVE 90 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-PARAMETER
           MOVE SQL-PARAM-VALUE TO SQL-HISTORY-DAYS
           IF SQL-HISTORY-DAYS = ZERO
               MOVE 90 TO SQL-HISTORY-DAYS
           END-IF.

      *    [MF] Un parametre numerique : SQL-PARAM-VALUE porte la
      *    valeur par defaut en entree.
       READ-ONE-PARAMETER.
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF.

      *    [MF] Dates des 90 jours de la prevision, a partir de
      *    demain, et remise a zero des montants.
       INITIALIZE-DAY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DAY-YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-DAY-YYYYMMDD)
               TO WS-TODAY-INT

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HORIZON-DAYS
               COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-IDX
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   TO WS-DAY-YYYYMMDD
               MOVE SPACES TO WS-DAY-DATE(WS-IDX)
               STRING WS-DAY-RAW-YEAR  DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-DAY-RAW-MONTH DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-DAY-RAW-DAY   DELIMITED BY SIZE
                   INTO WS-DAY-DATE(WS-IDX)
               END-STRING
               MOVE ZERO TO WS-DAY-INFLOW(WS-IDX)
                            WS-DAY-CLAIMS(WS-IDX)
                            WS-DAY-PROVIDERS(WS-IDX)
                            WS-DAY-FLOW(WS-IDX)
                            WS-DAY-REFUNDS(WS-IDX)
                            WS-DAY-NET(WS-IDX)
                            WS-DAY-BALANCE(WS-IDX)
                            WS-DAY-PREV-NET(WS-IDX)
               MOVE 'N' TO WS-DAY-PREV-FLAG(WS-IDX)
           END-PERFORM.

      *    [MF] Taux de rejet recent : montant rejete ou refuse sur
      *    montant emis, prelevements emis sur la periode
      *    d'historique.
       COMPUTE-REJECT-RATE.
           MOVE ZERO TO SQL-ISSUED-AMOUNT SQL-REJECTED-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(COLLECTION_AMOUNT), 0),
                   COALESCE(SUM(CASE WHEN COLLECTION_STATUS
                       IN ('R', 'F') THEN COLLECTION_AMOUNT
                       ELSE 0 END), 0)
               INTO :SQL-ISSUED-AMOUNT, :SQL-REJECTED-AMOUNT
               FROM COLLECTION
               WHERE COLLECTION_ISSUE_DATE >=
                   CURRENT_DATE - :SQL-HISTORY-DAYS * INTERVAL '1 day'
               AND TRIM(COALESCE(COLLECTION_REMIT_REF, '')) != ''
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tresorep', 'REJECT-RATE',
                   SQLCODE
               END-CALL
           ELSE
               IF SQL-ISSUED-AMOUNT > 0
                   COMPUTE WS-REJECT-RATE ROUNDED =
                       SQL-REJECTED-AMOUNT / SQL-ISSUED-AMOUNT
               END-IF
           END-IF.

      *    [MF] Echeances a prelever par jour de la prevision : le
      *    jour de prelevement de l'adherent dans le mois de
      *    l'echeance quand il en a choisi un, la date d'echeance
      *    sinon.
       LOAD-EXPECTED-INFLOWS.
           EXEC SQL
               DECLARE CRSTRESOIN CURSOR FOR
               SELECT CAST(cash_date - CURRENT_DATE AS INTEGER),
                   SUM(echeancier_amount)
               FROM ( SELECT echeancier_amount,
                          CASE WHEN COALESCE(customer_debit_day, 0)
                                    BETWEEN 1 AND 28
                               THEN CAST(DATE_TRUNC('month',
                                        echeancier_due_date) AS DATE)
                                    + customer_debit_day - 1
                               ELSE echeancier_due_date
                          END AS cash_date
                      FROM ECHEANCIER, CONTRACT, customer
                      WHERE contract_customer_uuid =
                          echeancier_customer_uuid
                      AND contract_product_code =
                          echeancier_product_code
                      AND contract_status = 'A'
                      AND customer_uuid = echeancier_customer_uuid
                      AND echeancier_status IN ('P', 'F') ) ECHDAY
               WHERE cash_date > CURRENT_DATE
               AND cash_date <= CURRENT_DATE + :SQL-HORIZON-DAYS
               GROUP BY cash_date
               ORDER BY cash_date
           END-EXEC.

           EXEC SQL OPEN CRSTRESOIN END-EXEC.

           MOVE 'N' TO WS-TRESO-EOF
           PERFORM UNTIL WS-TRESO-EOF = 'Y'
               EXEC SQL
                   FETCH CRSTRESOIN
                   INTO :SQL-DAY-OFFSET, :SQL-DAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-DAY-OFFSET >= 1
                           AND SQL-DAY-OFFSET <= WS-HORIZON-DAYS
                           COMPUTE WS-DAY-INFLOW(SQL-DAY-OFFSET)
                               ROUNDED = SQL-DAY-AMOUNT
                                   * (1 - WS-REJECT-RATE)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-TRESO-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'tresorep',
                           'FETCH-CRSTRESOIN', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-TRESO-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSTRESOIN END-EXEC.

      *    [MF] Ce que la prochaine remise de virements paiera :
      *    demandes pretes a payer (adherents, tiers payant),
      *    prorata au-dela du deces et avoirs a virer. Tout part au
      *    premier jour de la prevision.
       LOAD-PENDING-CLAIMS.
           MOVE ZERO TO SQL-CLAIM-AMOUNT SQL-PROVIDER-AMOUNT
                        SQL-DEATH-AMOUNT SQL-CREDIT-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TRIM(COALESCE(
                          claim_provider_code, '')) = ''
                          AND claim_act_code != 'RBTPRORATA'
                          THEN claim_our_amount ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN TRIM(COALESCE(
                          claim_provider_code, '')) != ''
                          THEN claim_our_amount ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN TRIM(COALESCE(
                          claim_provider_code, '')) = ''
                          AND claim_act_code = 'RBTPRORATA'
                          THEN claim_our_amount ELSE 0 END), 0)
               INTO :SQL-CLAIM-AMOUNT, :SQL-PROVIDER-AMOUNT,
                    :SQL-DEATH-AMOUNT
               FROM CLAIM
               WHERE claim_status = 'C'
               AND COALESCE(claim_fraud_hold, ' ') != 'O'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tresorep', 'PENDING-CLAIMS',
                   SQLCODE
               END-CALL
           END-IF.

           EXEC SQL
               SELECT COALESCE(SUM(credit_balance), 0)
               INTO :SQL-CREDIT-AMOUNT
               FROM CUSTOMER_CREDIT, customer
               WHERE credit_customer_uuid = customer_uuid
               AND credit_status = 'O'
               AND credit_balance > 0
               AND COALESCE(customer_credit_choice, 'E') = 'V'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tresorep', 'PENDING-CREDITS',
                   SQLCODE
               END-CALL
               MOVE ZERO TO SQL-CREDIT-AMOUNT
           END-IF.

           MOVE SQL-CLAIM-AMOUNT    TO WS-DAY-CLAIMS(1)
           MOVE SQL-PROVIDER-AMOUNT TO WS-DAY-PROVIDERS(1)
           ADD SQL-DEATH-AMOUNT SQL-CREDIT-AMOUNT
               TO WS-DAY-REFUNDS(1).

      *    [MF] Flux moyen des nouvelles demandes : montant paye par
      *    jour sur la periode d'historique, hors remboursements de
      *    cotisations. Il s'ajoute a partir du deuxieme jour, le
      *    premier etant couvert par les demandes deja calculees.
       COMPUTE-DAILY-CLAIM-FLOW.
           MOVE ZERO TO SQL-PAID-AMOUNT
           EXEC SQL
               SELECT COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-PAID-AMOUNT
               FROM CLAIM
               WHERE claim_status = 'P'
               AND claim_act_code != 'RBTPRORATA'
               AND claim_pay_date >=
                   CURRENT_DATE - :SQL-HISTORY-DAYS * INTERVAL '1 day'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tresorep', 'DAILY-FLOW',
                   SQLCODE
               END-CALL
           ELSE
               COMPUTE WS-DAILY-FLOW ROUNDED =
                   SQL-PAID-AMOUNT / SQL-HISTORY-DAYS
           END-IF.

           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-HORIZON-DAYS
               MOVE WS-DAILY-FLOW TO WS-DAY-FLOW(WS-IDX)
           END-PERFORM.

      *    [MF] Prorata de prime des resiliations (resilcont) dont
      *    la date d'effet tombe dans la prevision.
       LOAD-TERMINATION-REFUNDS.
           EXEC SQL
               DECLARE CRSTRESORF CURSOR FOR
               SELECT CAST(contract_end_date - CURRENT_DATE
                          AS INTEGER),
                   SUM(contract_refund_amount)
               FROM CONTRACT
               WHERE COALESCE(contract_refund_amount, 0) > 0
               AND contract_end_date > CURRENT_DATE
               AND contract_end_date <=
                   CURRENT_DATE + :SQL-HORIZON-DAYS
               GROUP BY contract_end_date
               ORDER BY contract_end_date
           END-EXEC.

           EXEC SQL OPEN CRSTRESORF END-EXEC.

           MOVE 'N' TO WS-TRESO-EOF
           PERFORM UNTIL WS-TRESO-EOF = 'Y'
               EXEC SQL
                   FETCH CRSTRESORF
                   INTO :SQL-DAY-OFFSET, :SQL-DAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-DAY-OFFSET >= 1
                           AND SQL-DAY-OFFSET <= WS-HORIZON-DAYS
                           ADD SQL-DAY-AMOUNT
                               TO WS-DAY-REFUNDS(SQL-DAY-OFFSET)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-TRESO-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'tresorep',
                           'FETCH-CRSTRESORF', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-TRESO-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSTRESORF END-EXEC.

      *    [MF] Flux nets annonces par la derniere prevision d'une
      *    semaine anterieure, pour les jours communs aux deux.
       LOAD-PREVIOUS-FORECAST.
           MOVE SPACES TO SQL-PREVIOUS-RUN
           EXEC SQL
               SELECT COALESCE(CAST(MAX(forecast_run_date) AS TEXT),
                   ' ')
               INTO :SQL-PREVIOUS-RUN
               FROM TREASURY_FORECAST
               WHERE forecast_run_date < CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-PREVIOUS-RUN = SPACES
               GO TO LOAD-PREVIOUS-FORECAST-FIN
           END-IF.

           MOVE 'Y' TO WS-PREVIOUS-FOUND
           MOVE SQL-PREVIOUS-RUN TO WS-PREVIOUS-RUN

           EXEC SQL
               DECLARE CRSTRESOPV CURSOR FOR
               SELECT CAST(forecast_date - CURRENT_DATE AS INTEGER),
                   forecast_inflow - forecast_outflow
               FROM TREASURY_FORECAST
               WHERE forecast_run_date = CAST(:SQL-PREVIOUS-RUN
                   AS DATE)
               AND forecast_date > CURRENT_DATE
               AND forecast_date <= CURRENT_DATE + :SQL-HORIZON-DAYS
               ORDER BY forecast_date
           END-EXEC.

           EXEC SQL OPEN CRSTRESOPV END-EXEC.

           MOVE 'N' TO WS-TRESO-EOF
           PERFORM UNTIL WS-TRESO-EOF = 'Y'
               EXEC SQL
                   FETCH CRSTRESOPV
                   INTO :SQL-DAY-OFFSET, :SQL-FORECAST-NET
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-DAY-OFFSET >= 1
                           AND SQL-DAY-OFFSET <= WS-HORIZON-DAYS
                           MOVE SQL-FORECAST-NET
                               TO WS-DAY-PREV-NET(SQL-DAY-OFFSET)
                           MOVE 'Y'
                               TO WS-DAY-PREV-FLAG(SQL-DAY-OFFSET)
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-TRESO-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'tresorep',
                           'FETCH-CRSTRESOPV', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-TRESO-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSTRESOPV END-EXEC.

       LOAD-PREVIOUS-FORECAST-FIN.
           EXIT.

      *    [MF] Flux net du jour et solde cumule depuis le solde
      *    bancaire de depart.
       COMPUTE-BALANCES.
           MOVE SQL-OPENING-BALANCE TO WS-BALANCE
           MOVE ZERO TO WS-TOTAL-INFLOW WS-TOTAL-OUTFLOW
                        WS-TOTAL-GAP
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HORIZON-DAYS
               COMPUTE WS-DAY-OUTFLOW = WS-DAY-CLAIMS(WS-IDX)
                   + WS-DAY-PROVIDERS(WS-IDX) + WS-DAY-FLOW(WS-IDX)
                   + WS-DAY-REFUNDS(WS-IDX)
               COMPUTE WS-DAY-NET(WS-IDX) =
                   WS-DAY-INFLOW(WS-IDX) - WS-DAY-OUTFLOW
               ADD WS-DAY-NET(WS-IDX) TO WS-BALANCE
               MOVE WS-BALANCE TO WS-DAY-BALANCE(WS-IDX)
               ADD WS-DAY-INFLOW(WS-IDX) TO WS-TOTAL-INFLOW
               ADD WS-DAY-OUTFLOW TO WS-TOTAL-OUTFLOW
               IF WS-DAY-PREV-FLAG(WS-IDX) = 'Y'
                   COMPUTE WS-TOTAL-GAP = WS-TOTAL-GAP
                       + WS-DAY-NET(WS-IDX) - WS-DAY-PREV-NET(WS-IDX)
               END-IF
           END-PERFORM.

      *    [MF] Rapport TRESOPREV : hypotheses, une ligne par jour,
      *    puis les totaux de la periode.
       WRITE-FORECAST-REPORT.
           OPEN EXTEND TRESO-REPORT.
           IF WS-TRESO-FILE-STATUS = '35'
               OPEN OUTPUT TRESO-REPORT
           END-IF.

           MOVE SPACES TO TRESO-REPORT-RECORD
           STRING 'PREVISION DE TRESORERIE A 90 JOURS AU '
                       DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO TRESO-REPORT-RECORD
           END-STRING
           WRITE TRESO-REPORT-RECORD.

           COMPUTE WS-EDIT-RATE ROUNDED = WS-REJECT-RATE * 100
           MOVE WS-DAILY-FLOW TO WS-EDIT-FLOW
           MOVE SQL-OPENING-BALANCE TO WS-EDIT-AMOUNT
           MOVE SPACES TO TRESO-REPORT-RECORD
           STRING 'SOLDE DE DEPART ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   '  TAUX DE REJET ' DELIMITED BY SIZE
                   WS-EDIT-RATE DELIMITED BY SIZE
                   ' %  FLUX MOYEN DES DEMANDES ' DELIMITED BY SIZE
                   WS-EDIT-FLOW DELIMITED BY SIZE
                   ' PAR JOUR' DELIMITED BY SIZE
               INTO TRESO-REPORT-RECORD
           END-STRING
           WRITE TRESO-REPORT-RECORD.

           MOVE SPACES TO TRESO-REPORT-RECORD
           IF WS-PREVIOUS-FOUND = 'Y'
               STRING 'ECART CONTRE LA PREVISION DU '
                           DELIMITED BY SIZE
                       WS-PREVIOUS-RUN DELIMITED BY SIZE
                   INTO TRESO-REPORT-RECORD
               END-STRING
           ELSE
               MOVE 'AUCUNE PREVISION PRECEDENTE : PAS D''ECART'
                   TO TRESO-REPORT-RECORD
           END-IF
           WRITE TRESO-REPORT-RECORD.

           MOVE SPACES TO TRESO-REPORT-RECORD
           STRING 'DATE       ' DELIMITED BY SIZE
                   ' ENCAISSEMENTS' DELIMITED BY SIZE
                   '   DEMANDES   ' DELIMITED BY SIZE
                   ' TIERS PAYANT ' DELIMITED BY SIZE
                   '  FLUX MOYEN  ' DELIMITED BY SIZE
                   ' REMBOURSEMENT' DELIMITED BY SIZE
                   '   SOLDE CUMULE' DELIMITED BY SIZE
                   '          ECART' DELIMITED BY SIZE
               INTO TRESO-REPORT-RECORD
           END-STRING
           WRITE TRESO-REPORT-RECORD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HORIZON-DAYS
               PERFORM WRITE-ONE-DAY-LINE
           END-PERFORM.

           MOVE WS-TOTAL-INFLOW TO WS-EDIT-TOTAL
           MOVE WS-TOTAL-OUTFLOW TO WS-EDIT-OUT
           MOVE WS-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO TRESO-REPORT-RECORD
           STRING 'TOTAL ENCAISSEMENTS ' DELIMITED BY SIZE
                   WS-EDIT-TOTAL DELIMITED BY SIZE
                   '  DECAISSEMENTS ' DELIMITED BY SIZE
                   WS-EDIT-OUT DELIMITED BY SIZE
                   '  SOLDE A 90 JOURS ' DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO TRESO-REPORT-RECORD
           END-STRING
           WRITE TRESO-REPORT-RECORD.

           IF WS-PREVIOUS-FOUND = 'Y'
               MOVE WS-TOTAL-GAP TO WS-EDIT-GAP
               MOVE SPACES TO TRESO-REPORT-RECORD
               STRING 'ECART TOTAL DES FLUX NETS SUR LES JOURS '
                           DELIMITED BY SIZE
                       'COMMUNS ' DELIMITED BY SIZE
                       WS-EDIT-GAP DELIMITED BY SIZE
                   INTO TRESO-REPORT-RECORD
               END-STRING
               WRITE TRESO-REPORT-RECORD
           END-IF.

           CLOSE TRESO-REPORT.

      *    [MF] Une ligne du rapport ; l'ecart reste a blanc pour un
      *    jour que la prevision precedente ne couvrait pas.
       WRITE-ONE-DAY-LINE.
           MOVE SPACES TO WS-GAP-TEXT
           IF WS-DAY-PREV-FLAG(WS-IDX) = 'Y'
               COMPUTE WS-DAY-GAP = WS-DAY-NET(WS-IDX)
                   - WS-DAY-PREV-NET(WS-IDX)
               MOVE WS-DAY-GAP TO WS-EDIT-GAP
               MOVE WS-EDIT-GAP TO WS-GAP-TEXT
           END-IF
           MOVE WS-DAY-BALANCE(WS-IDX) TO WS-EDIT-BALANCE
           MOVE SPACES TO TRESO-REPORT-RECORD
           STRING WS-DAY-DATE(WS-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
               INTO TRESO-REPORT-RECORD
           END-STRING
           MOVE WS-DAY-INFLOW(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO TRESO-REPORT-RECORD(12:12)
           MOVE WS-DAY-CLAIMS(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO TRESO-REPORT-RECORD(26:12)
           MOVE WS-DAY-PROVIDERS(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO TRESO-REPORT-RECORD(40:12)
           MOVE WS-DAY-FLOW(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO TRESO-REPORT-RECORD(54:12)
           MOVE WS-DAY-REFUNDS(WS-IDX) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO TRESO-REPORT-RECORD(68:12)
           MOVE WS-EDIT-BALANCE TO TRESO-REPORT-RECORD(82:14)
           MOVE WS-GAP-TEXT TO TRESO-REPORT-RECORD(97:14)
           WRITE TRESO-REPORT-RECORD.

      *    [MF] Garde la prevision du jour pour l'ecart de la
      *    semaine prochaine ; une relance le meme jour la remplace.
       SAVE-FORECAST.
           EXEC SQL
               DELETE FROM TREASURY_FORECAST
               WHERE forecast_run_date = CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'tresorep', 'DELETE-FORECAST',
                   SQLCODE
               END-CALL
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HORIZON-DAYS
               MOVE WS-DAY-DATE(WS-IDX) TO SQL-FORECAST-DATE
               MOVE WS-DAY-INFLOW(WS-IDX) TO SQL-FORECAST-INFLOW
               COMPUTE SQL-FORECAST-OUTFLOW = WS-DAY-CLAIMS(WS-IDX)
                   + WS-DAY-PROVIDERS(WS-IDX) + WS-DAY-FLOW(WS-IDX)
                   + WS-DAY-REFUNDS(WS-IDX)
               MOVE WS-DAY-BALANCE(WS-IDX) TO SQL-FORECAST-BALANCE
               EXEC SQL
                   INSERT INTO TREASURY_FORECAST (
                       forecast_run_date, forecast_date,
                       forecast_inflow, forecast_outflow,
                       forecast_balance )
                   VALUES ( CURRENT_DATE,
                            CAST(:SQL-FORECAST-DATE AS DATE),
                            :SQL-FORECAST-INFLOW,
                            :SQL-FORECAST-OUTFLOW,
                            :SQL-FORECAST-BALANCE )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'tresorep',
                       'INSERT-FORECAST', SQLCODE
                   END-CALL
               ELSE
                   ADD 1 TO WS-BATCH-ROW-COUNT
               END-IF
           END-PERFORM.
