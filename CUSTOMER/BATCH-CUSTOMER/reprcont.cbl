      ******************************************************************
      *    [MF] Le programme 'Reprise des Contrats Suspendus' est le
      *    traitement de nuit qui remet en vigueur, le lendemain de
      *    la date de fin de suspension, les contrats suspendus par
      *    l'ecran suspcont (CONTRACT_SUSPEND_STATUS 'S') :
      *    - les echeances restantes de l'exercice, prevues ('P') ou
      *      suspendues ('S') depuis le debut de la suspension, sont
      *      annulees ('X') ;
      *    - un nouvel echeancier est genere du mois de reprise
      *      jusqu'a l'echeance du contrat (CONTRACT_END_DATE), a
      *      defaut jusqu'a decembre, au pas de la periodicite et
      *      pour la part de prime des mois restants - meme
      *      mecanique que creacont et renewcont ; le mois de
      *      reprise est du en entier ;
      *    - le contrat passe au statut de suspension 'R' (repris),
      *      les dates de la periode restant en place pour que
      *      calcclaim continue de rejeter les soins qui y sont
      *      dates.
      *    Chaque reprise est tracee par logaudit, et le nombre de
      *    contrats repris est depose dans le journal de la chaine
      *    de nuit (logbatch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reprcont.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESUME-EOF               PIC X(01) VALUE 'N'.
       01  WS-RESUMED-COUNT            PIC 9(07) VALUE 0.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT          PIC 9(07) VALUE 0.

      *    [MF] Construction de l'echeancier de reprise, meme
      *    mecanique que dans creacont et renewcont.
       01  WS-ECH-START-YEAR           PIC 9(04).
       01  WS-ECH-START-MONTH          PIC 9(02).
       01  WS-ECH-START-DAY            PIC 9(02).
       01  WS-ECH-END-YEAR             PIC 9(04).
       01  WS-ECH-END-MONTH            PIC 9(02).
       01  WS-ECH-MONTHS-LEFT          PIC S9(05).
       01  WS-ECH-MONTHS-TOTAL         PIC 9(03).
       01  WS-ECH-INST-MONTHS          PIC 9(02).
       01  WS-ECH-STEP-MONTHS          PIC 9(02).
       01  WS-ECH-OFFSET               PIC 9(03).
       01  WS-ECH-MONTH-INDEX          PIC 9(05).
       01  WS-ECH-DUE-YEAR             PIC 9(04).
       01  WS-ECH-DUE-MONTH            PIC 9(02).
       01  WS-ECH-DUE-DAY              PIC 9(02).
       01  WS-ECH-MONTHLY-AMOUNT       PIC 9(07)V99.
       01  WS-ECH-REMAINING-AMOUNT     PIC 9(07)V99.
       01  WS-ECH-BILLED-SO-FAR        PIC 9(07)V99.

       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAIL             PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-PAY-FREQUENCY        PIC X(01).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-DEBIT-DAY            PIC 9(02).
       01  SQL-CSS-SHARE            PIC 9(07)V99.
       01  SQL-SUSPEND-START        PIC X(10).
       01  SQL-SUSPEND-END          PIC X(10).
       01  SQL-RESUME-DATE          PIC X(10).
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
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
               CALL 'logsqlerr' USING 'reprcont', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCESS-ENDED-SUSPENSIONS.

           MOVE WS-RESUMED-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'reprcont  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-RESUMED-COUNT ' CONTRAT(S) REPRIS'.
           GOBACK.

      *    [MF] Contrats dont la suspension a pris fin avant
      *    aujourd'hui : la reprise a lieu le lendemain de la date
      *    de fin.
       PROCESS-ENDED-SUSPENSIONS.
           EXEC SQL
               DECLARE CRSREPRCONT CURSOR FOR
               SELECT contract_customer_uuid, contract_product_code,
                   contract_premium_amount, contract_pay_freq,
                   COALESCE(CAST(contract_end_date AS TEXT), ' '),
                   COALESCE(customer_debit_day, 0),
                   COALESCE(contract_css_share, 0),
                   CAST(contract_suspend_start AS TEXT),
                   CAST(contract_suspend_end AS TEXT),
                   CAST(contract_suspend_end + 1 AS TEXT)
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status IN ('A', 'P')
               AND contract_suspend_status = 'S'
               AND contract_suspend_end < CURRENT_DATE
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           EXEC SQL
               OPEN CRSREPRCONT
           END-EXEC.

           PERFORM UNTIL WS-RESUME-EOF = 'Y'
               EXEC SQL
                   FETCH CRSREPRCONT
                   INTO :SQL-UUID, :SQL-PRODUCT-CODE,
                       :SQL-PREMIUM-AMOUNT, :SQL-PAY-FREQUENCY,
                       :SQL-END-DATE, :SQL-DEBIT-DAY, :SQL-CSS-SHARE,
                       :SQL-SUSPEND-START, :SQL-SUSPEND-END,
                       :SQL-RESUME-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RESUME-ONE-CONTRACT
                   WHEN 100
                       MOVE 'Y' TO WS-RESUME-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'reprcont',
                           'FETCH-REPRCONT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-RESUME-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSREPRCONT
           END-EXEC.

      *    [MF] Annule le reste de l'exercice, regenere l'echeancier
      *    a partir du mois de reprise et marque le contrat repris.
       RESUME-ONE-CONTRACT.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'X'
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND ECHEANCIER_STATUS IN ('P', 'S')
               AND ECHEANCIER_DUE_DATE >=
                   CAST(:SQL-SUSPEND-START AS DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'reprcont', 'CANCEL-ECHEANCES',
                   SQLCODE
               END-CALL
           END-IF

           PERFORM GENERATE-RESUME-ECHEANCIER

           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_SUSPEND_STATUS = 'R'
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
               AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND CONTRACT_SUSPEND_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reprcont', 'RESUME-CONTRACT',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-RESUMED-COUNT
               MOVE 'CONTRAT-REPRISE' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-PRODUCT-CODE)
                       DELIMITED BY SIZE
                       ' SUSPENDU DU ' DELIMITED BY SIZE
                       SQL-SUSPEND-START DELIMITED BY SIZE
                       ' AU ' DELIMITED BY SIZE
                       SQL-SUSPEND-END DELIMITED BY SIZE
                       ' REPRISE ' DELIMITED BY SIZE
                       SQL-RESUME-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ECH-MONTHS-TOTAL DELIMITED BY SIZE
                       ' MOIS RECONSTRUITS' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
           END-IF.

      *    [MF] Echeancier de reprise : du mois de reprise jusqu'au
      *    mois precedant l'echeance du contrat (renewcont genere
      *    l'exercice suivant a partir de ce mois-la), jusqu'a
      *    decembre pour un contrat sans date de fin. La part de
      *    prime des mois restants est repartie au pas de la
      *    periodicite, la derniere echeance absorbant l'ecart
      *    d'arrondi.
       GENERATE-RESUME-ECHEANCIER.
           MOVE FUNCTION NUMVAL(SQL-RESUME-DATE(1:4))
               TO WS-ECH-START-YEAR
           MOVE FUNCTION NUMVAL(SQL-RESUME-DATE(6:2))
               TO WS-ECH-START-MONTH
           MOVE FUNCTION NUMVAL(SQL-RESUME-DATE(9:2))
               TO WS-ECH-START-DAY
      *    [MF] Le jour de prelevement choisi par l'adherent
      *    (creacont, CUSTOMER_DEBIT_DAY) prime sur le jour de
      *    reprise.
           IF SQL-DEBIT-DAY >= 1 AND SQL-DEBIT-DAY <= 28
               MOVE SQL-DEBIT-DAY TO WS-ECH-START-DAY
           END-IF
           IF WS-ECH-START-DAY > 28
               MOVE 28 TO WS-ECH-START-DAY
           END-IF

           IF SQL-END-DATE = SPACES
               COMPUTE WS-ECH-MONTHS-LEFT = 13 - WS-ECH-START-MONTH
           ELSE
               MOVE FUNCTION NUMVAL(SQL-END-DATE(1:4))
                   TO WS-ECH-END-YEAR
               MOVE FUNCTION NUMVAL(SQL-END-DATE(6:2))
                   TO WS-ECH-END-MONTH
               COMPUTE WS-ECH-MONTHS-LEFT =
                   ( WS-ECH-END-YEAR * 12 + WS-ECH-END-MONTH )
                   - ( WS-ECH-START-YEAR * 12 + WS-ECH-START-MONTH )
           END-IF
           IF WS-ECH-MONTHS-LEFT < 0
               MOVE 0 TO WS-ECH-MONTHS-LEFT
           END-IF
           IF WS-ECH-MONTHS-LEFT > 12
               MOVE 12 TO WS-ECH-MONTHS-LEFT
           END-IF
           MOVE WS-ECH-MONTHS-LEFT TO WS-ECH-MONTHS-TOTAL

           EVALUATE SQL-PAY-FREQUENCY
               WHEN 'M'
                   MOVE 1 TO WS-ECH-STEP-MONTHS
               WHEN 'T'
                   MOVE 3 TO WS-ECH-STEP-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ECH-STEP-MONTHS
           END-EVALUATE

      *    [MF] L'adherent CSS n'est facture que de sa propre part
      *    (contrat CONTRACT_CSS_SHARE), comme a la souscription.
           COMPUTE WS-ECH-MONTHLY-AMOUNT ROUNDED =
               ( SQL-PREMIUM-AMOUNT - SQL-CSS-SHARE ) / 12
           COMPUTE WS-ECH-REMAINING-AMOUNT ROUNDED =
               ( SQL-PREMIUM-AMOUNT - SQL-CSS-SHARE )
               * WS-ECH-MONTHS-TOTAL / 12

           MOVE ZERO TO WS-ECH-OFFSET WS-ECH-BILLED-SO-FAR

           PERFORM UNTIL WS-ECH-MONTHS-LEFT = 0
               IF WS-ECH-MONTHS-LEFT < WS-ECH-STEP-MONTHS
                   MOVE WS-ECH-MONTHS-LEFT TO WS-ECH-INST-MONTHS
               ELSE
                   MOVE WS-ECH-STEP-MONTHS TO WS-ECH-INST-MONTHS
               END-IF

               IF WS-ECH-MONTHS-LEFT = WS-ECH-INST-MONTHS
                   COMPUTE SQL-DUE-AMOUNT =
                       WS-ECH-REMAINING-AMOUNT - WS-ECH-BILLED-SO-FAR
               ELSE
                   COMPUTE SQL-DUE-AMOUNT =
                       WS-ECH-MONTHLY-AMOUNT * WS-ECH-INST-MONTHS
               END-IF

               COMPUTE WS-ECH-MONTH-INDEX =
                   WS-ECH-START-MONTH - 1 + WS-ECH-OFFSET
               COMPUTE WS-ECH-DUE-YEAR =
                   WS-ECH-START-YEAR
                   + FUNCTION INTEGER(WS-ECH-MONTH-INDEX / 12)
               COMPUTE WS-ECH-DUE-MONTH =
                   FUNCTION MOD(WS-ECH-MONTH-INDEX, 12) + 1
               MOVE WS-ECH-START-DAY TO WS-ECH-DUE-DAY

               MOVE SPACES TO SQL-DUE-DATE
               STRING WS-ECH-DUE-YEAR DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-ECH-DUE-MONTH DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-ECH-DUE-DAY DELIMITED BY SIZE
                   INTO SQL-DUE-DATE
               END-STRING

               PERFORM INSERT-ONE-ECHEANCE

               ADD SQL-DUE-AMOUNT TO WS-ECH-BILLED-SO-FAR
               ADD WS-ECH-INST-MONTHS TO WS-ECH-OFFSET
               SUBTRACT WS-ECH-INST-MONTHS FROM WS-ECH-MONTHS-LEFT
           END-PERFORM.

      *    [MF] Une ligne d'echeancier de reprise.
       INSERT-ONE-ECHEANCE.
           EXEC SQL
               INSERT INTO ECHEANCIER (
                   ECHEANCIER_CUSTOMER_UUID, ECHEANCIER_PRODUCT_CODE,
                   ECHEANCIER_DUE_DATE, ECHEANCIER_AMOUNT,
                   ECHEANCIER_STATUS )
               VALUES ( :SQL-UUID, :SQL-PRODUCT-CODE,
                        :SQL-DUE-DATE, :SQL-DUE-AMOUNT, 'P' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reprcont', 'INSERT-ECHEANCE',
                   SQLCODE
               END-CALL
           END-IF.
