      ******************************************************************
      *    [MF] Le programme 'Detection des Anomalies de Soins' est le
      *    traitement hebdomadaire qui passe les demandes de
      *    remboursement de la semaine au crible de regles de
      *    vraisemblance : calcclaim ecarte les doublons exacts
      *    (CHECK-DUPLICATE-CLAIM) mais rien ne regardait les
      *    schemas suspects d'une demande a l'autre.
      *
      *    Quatre regles, seuils en table PARAMETER (valeur par
      *    defaut entre parentheses) :
      *    - PSAC : un prestataire tiers payant facture le meme acte
      *      le meme jour a au moins FRAUDE-PS-MEME-ACTE (10)
      *      adherents differents ;
      *    - PHAR : un adherent a plus de FRAUDE-PHARMA-MOIS (8)
      *      demandes de pharmacie (actes prefixes
      *      FRAUDE-PREFIXE-PHARMA, 'PH') dans le mois du soin ;
      *    - ECAR : depense superieure a FRAUDE-ECART-MOYEN (3) fois
      *      la depense moyenne de l'acte sur un an (moyenne prise
      *      sur cinq demandes au moins) ;
      *    - CARE : depense d'au moins FRAUDE-MONTANT-ELEVE (300 EUR)
      *      dans les FRAUDE-JOURS-CARENCE (15) jours qui suivent la
      *      fin de la carence du produit (PRODUCT_WAIT_DAYS).
      *    Chaque regle touchee par une demande est inscrite une
      *    fois au registre FRAUD_SUSPECT (statut 'O' ouvert) ; le
      *    score d'une demande est le nombre de regles touchees, le
      *    score d'un prestataire le nombre de ses demandes
      *    suspectes ouvertes.
      *
      *    Le rapport FRAUDSUSPECT donne les nouvelles alertes, les
      *    demandes par score et les prestataires a surveiller ; une
      *    alerte logalert previent les superviseurs, qui bloquent
      *    ou liberent les demandes sur l'ecran valifraud (payclaim
      *    ne paie pas une demande bloquee, CLAIM_FRAUD_HOLD).
      *
      *    Etape hebdomadaire ('W') du calendrier de nuit
      *    (BATCH_CALENDAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fraudclaim.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-REPORT ASSIGN TO "FRAUDSUSPECT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FRAUD-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  FRAUD-REPORT.
       01  FRAUD-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FRAUD-FILE-STATUS       PIC X(02).
       01  WS-FRAUD-EOF               PIC X(01) VALUE 'N'.
       01  WS-FRAUD-HIT-COUNT         PIC 9(07) VALUE 0.
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Fenetre de la semaine ecoulee : demandes creees
      *    depuis sept jours.
       01  WS-FRAUD-WINDOW-DAYS       PIC 9(03) VALUE 7.

       01  WS-PARAM-DEFAULT           PIC 9(07)V99.
       01  WS-FRAUD-RULE              PIC X(04).
       01  WS-EDIT-MEASURE            PIC Z(06)9.99.
       01  WS-EDIT-COUNT              PIC Z(06)9.

       01  WS-ALERT-SEVERITY          PIC X(01).
       01  WS-ALERT-DETAIL            PIC X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-WINDOW-DAYS          PIC 9(03).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-PS-SAME-ACT          PIC 9(05).
       01  SQL-PHARMA-MONTH         PIC 9(05).
       01  SQL-PHARMA-PREFIX        PIC X(10).
       01  SQL-PHARMA-PATTERN       PIC X(11).
       01  SQL-GAP-RATIO            PIC 9(03)V99.
       01  SQL-HIGH-AMOUNT          PIC 9(07)V99.
       01  SQL-WAIT-END-DAYS        PIC 9(05).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-PROVIDER-NAME        PIC X(40).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-EXPENSE-AMOUNT       PIC 9(07)V99.
       01  SQL-MEASURE              PIC 9(07)V99.
       01  SQL-FRAUD-RULE           PIC X(04).
       01  SQL-FRAUD-DETAIL         PIC X(60).
       01  SQL-HIT-EXISTS           PIC 9(05).
       01  SQL-SCORE                PIC 9(05).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
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
               CALL 'logsqlerr' USING 'fraudclaim', 'CONNECT', SQLCODE
               END-CALL
               GOBACK
           END-IF.

           MOVE WS-FRAUD-WINDOW-DAYS TO SQL-WINDOW-DAYS.
           PERFORM READ-THRESHOLDS.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM SCREEN-PROVIDER-SAME-ACT.
           PERFORM SCREEN-PHARMACY-MONTH.
           PERFORM SCREEN-EXPENSE-GAP.
           PERFORM SCREEN-END-OF-WAITING.
           PERFORM WRITE-CLAIM-SCORES.
           PERFORM WRITE-PROVIDER-SCORES.
           PERFORM WRITE-REPORT-FOOTER.

      *    [MF] Les superviseurs sont prevenus des qu'une alerte
      *    nouvelle est posee.
           IF WS-FRAUD-HIT-COUNT > 0
               MOVE 'H' TO WS-ALERT-SEVERITY
               MOVE WS-FRAUD-HIT-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ' ANOMALIE(S) DE SOINS A REVOIR (VALIFRAUD)'
                           DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'fraudclaim', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
           END-IF.

           MOVE WS-FRAUD-HIT-COUNT TO WS-BATCH-ROW-COUNT.
           CALL 'logbatch' USING 'fraudclaim', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-FRAUD-HIT-COUNT ' ANOMALIE(S) DETECTEE(S)'.
           GOBACK.

      *    [MF] Seuils des regles (table PARAMETER), valeur par
      *    defaut a defaut de ligne.
       READ-THRESHOLDS.
           MOVE 'FRAUDE-PS-MEME-ACTE' TO SQL-PARAM-NAME
           MOVE 10 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-THRESHOLD
           MOVE SQL-PARAM-VALUE TO SQL-PS-SAME-ACT

           MOVE 'FRAUDE-PHARMA-MOIS' TO SQL-PARAM-NAME
           MOVE 8 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-THRESHOLD
           MOVE SQL-PARAM-VALUE TO SQL-PHARMA-MONTH

           MOVE 'FRAUDE-ECART-MOYEN' TO SQL-PARAM-NAME
           MOVE 3 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-THRESHOLD
           MOVE SQL-PARAM-VALUE TO SQL-GAP-RATIO

           MOVE 'FRAUDE-MONTANT-ELEVE' TO SQL-PARAM-NAME
           MOVE 300 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-THRESHOLD
           MOVE SQL-PARAM-VALUE TO SQL-HIGH-AMOUNT

           MOVE 'FRAUDE-JOURS-CARENCE' TO SQL-PARAM-NAME
           MOVE 15 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-THRESHOLD
           MOVE SQL-PARAM-VALUE TO SQL-WAIT-END-DAYS

           MOVE 'PH' TO SQL-PHARMA-PREFIX
           EXEC SQL
               SELECT PARAM_VALUE INTO :SQL-PHARMA-PREFIX
               FROM PARAMETER
               WHERE PARAM_NAME = 'FRAUDE-PREFIXE-PHARMA'
           END-EXEC
           IF SQLCODE NOT = ZERO OR SQL-PHARMA-PREFIX = SPACES
               MOVE 'PH' TO SQL-PHARMA-PREFIX
           END-IF
           MOVE SPACES TO SQL-PHARMA-PATTERN
           STRING FUNCTION TRIM(SQL-PHARMA-PREFIX) DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
               INTO SQL-PHARMA-PATTERN
           END-STRING.

      *    [MF] Un seuil numerique : SQL-PARAM-VALUE porte la valeur
      *    par defaut en entree.
       READ-ONE-THRESHOLD.
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

      *    [MF] Entete du rapport, meme format que les autres
      *    rapports des traitements de nuit.
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND FRAUD-REPORT.
           IF WS-FRAUD-FILE-STATUS = '35'
               OPEN OUTPUT FRAUD-REPORT
           END-IF.

           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'ANOMALIES DE SOINS DE LA SEMAINE AU '
                       DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO FRAUD-REPORT-RECORD
           END-STRING
           WRITE FRAUD-REPORT-RECORD.

      *    [MF] PSAC : meme acte, meme jour, meme prestataire, trop
      *    d'adherents differents. La mesure est le nombre
      *    d'adherents.
       SCREEN-PROVIDER-SAME-ACT.
           MOVE 'PSAC' TO WS-FRAUD-RULE
           EXEC SQL
               DECLARE CRSFRAUDPS CURSOR FOR
               SELECT claim_id, claim_customer_uuid,
                   claim_provider_code, claim_act_code,
                   claim_care_date, claim_expense_amount, grp_count
               FROM CLAIM,
                   ( SELECT claim_provider_code AS grp_provider,
                         claim_care_date AS grp_date,
                         claim_act_code AS grp_act,
                         COUNT(DISTINCT claim_customer_uuid)
                             AS grp_count
                     FROM CLAIM
                     WHERE TRIM(COALESCE(claim_provider_code, ''))
                         != ''
                     AND claim_status != 'R'
                     GROUP BY claim_provider_code, claim_care_date,
                         claim_act_code
                     HAVING COUNT(DISTINCT claim_customer_uuid)
                         >= :SQL-PS-SAME-ACT ) PSGRP
               WHERE claim_provider_code = grp_provider
               AND claim_care_date = grp_date
               AND claim_act_code = grp_act
               AND claim_status != 'R'
               AND claim_create_date >=
                   CURRENT_DATE - :SQL-WINDOW-DAYS * INTERVAL '1 day'
               ORDER BY claim_provider_code, claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDPS
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDPS
                   INTO :SQL-CLAIM-ID, :SQL-UUID, :SQL-PROVIDER-CODE,
                       :SQL-ACT-CODE, :SQL-CARE-DATE,
                       :SQL-EXPENSE-AMOUNT, :SQL-MEASURE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RECORD-FRAUD-HIT
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDPS', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDPS
           END-EXEC.

      *    [MF] PHAR : trop de demandes de pharmacie pour un adherent
      *    dans le mois du soin. La mesure est le nombre de demandes.
       SCREEN-PHARMACY-MONTH.
           MOVE 'PHAR' TO WS-FRAUD-RULE
           EXEC SQL
               DECLARE CRSFRAUDPH CURSOR FOR
               SELECT claim_id, claim_customer_uuid,
                   COALESCE(claim_provider_code, ' '), claim_act_code,
                   claim_care_date, claim_expense_amount, grp_count
               FROM CLAIM,
                   ( SELECT claim_customer_uuid AS grp_uuid,
                         DATE_TRUNC('month', claim_care_date)
                             AS grp_month,
                         COUNT(*) AS grp_count
                     FROM CLAIM
                     WHERE claim_act_code LIKE :SQL-PHARMA-PATTERN
                     AND claim_status != 'R'
                     GROUP BY claim_customer_uuid,
                         DATE_TRUNC('month', claim_care_date)
                     HAVING COUNT(*) > :SQL-PHARMA-MONTH ) PHGRP
               WHERE claim_customer_uuid = grp_uuid
               AND DATE_TRUNC('month', claim_care_date) = grp_month
               AND claim_act_code LIKE :SQL-PHARMA-PATTERN
               AND claim_status != 'R'
               AND claim_create_date >=
                   CURRENT_DATE - :SQL-WINDOW-DAYS * INTERVAL '1 day'
               ORDER BY claim_customer_uuid, claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDPH
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDPH
                   INTO :SQL-CLAIM-ID, :SQL-UUID, :SQL-PROVIDER-CODE,
                       :SQL-ACT-CODE, :SQL-CARE-DATE,
                       :SQL-EXPENSE-AMOUNT, :SQL-MEASURE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RECORD-FRAUD-HIT
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDPH', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDPH
           END-EXEC.

      *    [MF] ECAR : depense tres au-dessus de la moyenne de l'acte
      *    sur un an. La mesure est la depense moyenne de l'acte.
       SCREEN-EXPENSE-GAP.
           MOVE 'ECAR' TO WS-FRAUD-RULE
           EXEC SQL
               DECLARE CRSFRAUDEC CURSOR FOR
               SELECT claim_id, claim_customer_uuid,
                   COALESCE(claim_provider_code, ' '), claim_act_code,
                   claim_care_date, claim_expense_amount, grp_avg
               FROM CLAIM,
                   ( SELECT claim_act_code AS grp_act,
                         AVG(claim_expense_amount) AS grp_avg
                     FROM CLAIM
                     WHERE claim_care_date >=
                         CURRENT_DATE - INTERVAL '1 year'
                     AND claim_status != 'R'
                     GROUP BY claim_act_code
                     HAVING COUNT(*) >= 5 ) ECGRP
               WHERE claim_act_code = grp_act
               AND claim_expense_amount > grp_avg * :SQL-GAP-RATIO
               AND claim_status != 'R'
               AND claim_create_date >=
                   CURRENT_DATE - :SQL-WINDOW-DAYS * INTERVAL '1 day'
               ORDER BY claim_act_code, claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDEC
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDEC
                   INTO :SQL-CLAIM-ID, :SQL-UUID, :SQL-PROVIDER-CODE,
                       :SQL-ACT-CODE, :SQL-CARE-DATE,
                       :SQL-EXPENSE-AMOUNT, :SQL-MEASURE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RECORD-FRAUD-HIT
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDEC', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDEC
           END-EXEC.

      *    [MF] CARE : grosse depense juste apres la fin de la
      *    carence du contrat actif. La mesure est la duree de
      *    carence du produit.
       SCREEN-END-OF-WAITING.
           MOVE 'CARE' TO WS-FRAUD-RULE
           EXEC SQL
               DECLARE CRSFRAUDCA CURSOR FOR
               SELECT claim_id, claim_customer_uuid,
                   COALESCE(claim_provider_code, ' '), claim_act_code,
                   claim_care_date, claim_expense_amount,
                   product_wait_days
               FROM CLAIM, CONTRACT, PRODUCT
               WHERE contract_customer_uuid = claim_customer_uuid
               AND contract_status = 'A'
               AND product_code = contract_product_code
               AND COALESCE(product_wait_days, 0) > 0
               AND claim_care_date >=
                   contract_start_date + product_wait_days
               AND claim_care_date <
                   contract_start_date + product_wait_days
                       + :SQL-WAIT-END-DAYS
               AND claim_expense_amount >= :SQL-HIGH-AMOUNT
               AND claim_status != 'R'
               AND claim_create_date >=
                   CURRENT_DATE - :SQL-WINDOW-DAYS * INTERVAL '1 day'
               ORDER BY claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDCA
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDCA
                   INTO :SQL-CLAIM-ID, :SQL-UUID, :SQL-PROVIDER-CODE,
                       :SQL-ACT-CODE, :SQL-CARE-DATE,
                       :SQL-EXPENSE-AMOUNT, :SQL-MEASURE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RECORD-FRAUD-HIT
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDCA', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDCA
           END-EXEC.

      *    [MF] Inscrit l'alerte au registre si la demande n'y est pas
      *    deja pour cette regle, et la rapporte.
       RECORD-FRAUD-HIT.
           MOVE WS-FRAUD-RULE TO SQL-FRAUD-RULE
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-HIT-EXISTS
               FROM FRAUD_SUSPECT
               WHERE SUSPECT_CLAIM_ID = :SQL-CLAIM-ID
               AND SUSPECT_RULE = :SQL-FRAUD-RULE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-HIT-EXISTS
           END-IF
           IF SQL-HIT-EXISTS = 0
               PERFORM INSERT-FRAUD-SUSPECT
           END-IF.

      *    [MF] Libelle de l'alerte selon la regle, insertion au
      *    registre et ligne de rapport.
       INSERT-FRAUD-SUSPECT.
           MOVE SQL-MEASURE TO WS-EDIT-MEASURE
           MOVE SPACES TO SQL-FRAUD-DETAIL
           EVALUATE WS-FRAUD-RULE
               WHEN 'PSAC'
                   STRING 'MEME ACTE MEME JOUR POUR '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-MEASURE)
                           DELIMITED BY SIZE
                           ' ADHERENTS' DELIMITED BY SIZE
                       INTO SQL-FRAUD-DETAIL
                   END-STRING
               WHEN 'PHAR'
                   STRING FUNCTION TRIM(WS-EDIT-MEASURE)
                           DELIMITED BY SIZE
                           ' DEMANDES DE PHARMACIE DANS LE MOIS'
                           DELIMITED BY SIZE
                       INTO SQL-FRAUD-DETAIL
                   END-STRING
               WHEN 'ECAR'
                   STRING 'DEPENSE MOYENNE DE L''ACTE '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-MEASURE)
                           DELIMITED BY SIZE
                           ' EUR' DELIMITED BY SIZE
                       INTO SQL-FRAUD-DETAIL
                   END-STRING
               WHEN OTHER
                   STRING 'FIN DE CARENCE DE '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-MEASURE)
                           DELIMITED BY SIZE
                           ' JOURS' DELIMITED BY SIZE
                       INTO SQL-FRAUD-DETAIL
                   END-STRING
           END-EVALUATE

           EXEC SQL
               INSERT INTO FRAUD_SUSPECT (
                   SUSPECT_CLAIM_ID, SUSPECT_CUSTOMER_UUID,
                   SUSPECT_PROVIDER_CODE, SUSPECT_RULE,
                   SUSPECT_DETAIL, SUSPECT_DATE, SUSPECT_STATUS )
               VALUES ( :SQL-CLAIM-ID, :SQL-UUID,
                        :SQL-PROVIDER-CODE, :SQL-FRAUD-RULE,
                        :SQL-FRAUD-DETAIL, CURRENT_DATE, 'O' )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'fraudclaim', 'INSERT-SUSPECT',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-FRAUD-HIT-COUNT
               MOVE SQL-EXPENSE-AMOUNT TO WS-EDIT-MEASURE
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       WS-FRAUD-RULE DELIMITED BY SIZE
                       ' DEMANDE ' DELIMITED BY SIZE
                       SQL-CLAIM-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-CARE-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-MEASURE) DELIMITED BY SIZE
                       ' EUR : ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FRAUD-DETAIL)
                           DELIMITED BY SIZE
                   INTO FRAUD-REPORT-RECORD
               END-STRING
               WRITE FRAUD-REPORT-RECORD
           END-IF.

      *    [MF] Score des demandes : nombre de regles touchees par
      *    les demandes encore ouvertes ou bloquees, les plus
      *    chargees d'abord.
       WRITE-CLAIM-SCORES.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           MOVE 'SCORE DES DEMANDES EN REVUE' TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSFRAUDSC CURSOR FOR
               SELECT SUSPECT_CLAIM_ID, customer_lastname,
                   customer_firstname, COUNT(DISTINCT SUSPECT_RULE)
               FROM FRAUD_SUSPECT, customer
               WHERE SUSPECT_CUSTOMER_UUID = customer_uuid
               AND SUSPECT_STATUS IN ('O', 'H')
               GROUP BY SUSPECT_CLAIM_ID, customer_lastname,
                   customer_firstname
               ORDER BY COUNT(DISTINCT SUSPECT_RULE) DESC,
                   SUSPECT_CLAIM_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDSC
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDSC
                   INTO :SQL-CLAIM-ID, :SQL-LASTNAME,
                       :SQL-FIRSTNAME, :SQL-SCORE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-SCORE TO WS-EDIT-COUNT
                       MOVE SPACES TO FRAUD-REPORT-RECORD
                       STRING '  DEMANDE ' DELIMITED BY SIZE
                               SQL-CLAIM-ID DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-LASTNAME)
                                   DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-FIRSTNAME)
                                   DELIMITED BY SIZE
                               ' : SCORE ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-COUNT)
                                   DELIMITED BY SIZE
                           INTO FRAUD-REPORT-RECORD
                       END-STRING
                       WRITE FRAUD-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDSC', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDSC
           END-EXEC.

      *    [MF] Score des prestataires : nombre de leurs demandes
      *    encore en revue.
       WRITE-PROVIDER-SCORES.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           MOVE 'PRESTATAIRES A SURVEILLER' TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSFRAUDPV CURSOR FOR
               SELECT SUSPECT_PROVIDER_CODE,
                   COALESCE(PROVIDER_NAME, ' '),
                   COUNT(DISTINCT SUSPECT_CLAIM_ID)
               FROM FRAUD_SUSPECT LEFT OUTER JOIN PROVIDER
                   ON PROVIDER_CODE = TRIM(SUSPECT_PROVIDER_CODE)
               WHERE TRIM(COALESCE(SUSPECT_PROVIDER_CODE, '')) != ''
               AND SUSPECT_STATUS IN ('O', 'H')
               GROUP BY SUSPECT_PROVIDER_CODE, PROVIDER_NAME
               ORDER BY COUNT(DISTINCT SUSPECT_CLAIM_ID) DESC
           END-EXEC.

           EXEC SQL
               OPEN CRSFRAUDPV
           END-EXEC.

           MOVE 'N' TO WS-FRAUD-EOF
           PERFORM UNTIL WS-FRAUD-EOF = 'Y'
               EXEC SQL
                   FETCH CRSFRAUDPV
                   INTO :SQL-PROVIDER-CODE, :SQL-PROVIDER-NAME,
                       :SQL-SCORE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-SCORE TO WS-EDIT-COUNT
                       MOVE SPACES TO FRAUD-REPORT-RECORD
                       STRING '  ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-PROVIDER-CODE)
                                   DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-PROVIDER-NAME)
                                   DELIMITED BY SIZE
                               ' : ' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-COUNT)
                                   DELIMITED BY SIZE
                               ' DEMANDE(S) EN REVUE' DELIMITED BY SIZE
                           INTO FRAUD-REPORT-RECORD
                       END-STRING
                       WRITE FRAUD-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-FRAUD-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'fraudclaim',
                           'FETCH-FRAUDPV', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FRAUD-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSFRAUDPV
           END-EXEC.

      *    [MF] Ligne de bilan a la suite du detail.
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-FRAUD-HIT-COUNT DELIMITED BY SIZE
                   ' NOUVELLE(S) ANOMALIE(S)' DELIMITED BY SIZE
               INTO FRAUD-REPORT-RECORD
           END-STRING
           WRITE FRAUD-REPORT-RECORD.

           CLOSE FRAUD-REPORT.
