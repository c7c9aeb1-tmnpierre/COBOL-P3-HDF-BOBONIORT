      ******************************************************************
      *    [MF] Le programme 'Cloture de Caisse' arrete en fin de
      *    journee la caisse de l'operateur connecte, dans sa
      *    section : les reglements manuels du jour saisis par
      *    reglcust (COLLECTION, modes CHQ et ESP) donnent le
      *    bordereau de remise de cheques a deposer en banque
      *    (BORDEREAUCHQ : numero de cheque, adherent, quittance,
      *    montant et total) et l'etat de caisse a signer
      *    (ETATCAISSE : especes attendues, especes comptees saisies
      *    a l'ecran, ecart). Jusqu'ici les sections remplissaient le
      *    bordereau a la main et comptaient la caisse sur papier.
      *
      *    La cloture est une ligne COUNTER_CLOSING par jour et par
      *    operateur, qui porte la reference du bordereau ; les
      *    reglements du jour la recoivent (COLLECTION_DEPOSIT_REF).
      *    Une caisse cloturee ne se cloture pas deux fois et
      *    reglcust n'y ajoute plus rien. Le rapprochement bancaire
      *    (rapbcust) pointe ensuite le credit unique de la remise
      *    sur le releve contre le total du bordereau. Un ecart de
      *    caisse leve une alerte (logalert) ; la cloture est tracee
      *    par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clotcais.
       AUTHOR.       Martial.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLIP-FILE ASSIGN TO "BORDEREAUCHQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SLIP-FILE-STATUS.
           SELECT CASH-FILE ASSIGN TO "ETATCAISSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CASH-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  SLIP-FILE.
       01  SLIP-RECORD PIC X(80).

       FD  CASH-FILE.
       01  CASH-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SLIP-FILE-STATUS      PIC X(02).
       01  WS-CASH-FILE-STATUS      PIC X(02).
       01  WS-CLOT-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE 'M'.
       01  WS-ALERT-DETAIL          PIC X(100).

      *    [MF] Especes comptees en caisse par l'operateur.
       01  WS-CASH-COUNTED          PIC 9(07)V99.
       01  WS-CASH-GAP              PIC S9(07)V99.
       01  WS-CHEQUE-EOF            PIC X(01).

       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.
       01  WS-EDIT-GAP              PIC -(07)9.99.
       01  WS-EDIT-COUNT            PIC ZZZ9.

       01  WS-CLOT-TODAY-RAW.
           05  WS-CLOT-TODAY-YEAR   PIC 9(04).
           05  WS-CLOT-TODAY-MONTH  PIC 9(02).
           05  WS-CLOT-TODAY-DAY    PIC 9(02).
       01  WS-CLOT-TODAY            PIC X(10).

      *    [MF] Reference du bordereau : prefixe, date du jour et rang
      *    de la cloture dans la journee, meme forme que le numero de
      *    quittance de reglcust.
       01  WS-DEPOSIT-REF.
           05  FILLER               PIC X(04) VALUE 'BORD'.
           05  WS-DEPOSIT-DATE      PIC X(08).
           05  FILLER               PIC X(01) VALUE '-'.
           05  WS-DEPOSIT-SEQ       PIC 9(04).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CLOT-OPERATOR        PIC X(10).
       01  SQL-CLOT-AGENCY          PIC X(10).
       01  SQL-CLOSING-COUNT        PIC 9(05).
       01  SQL-TODAY-SEQ            PIC 9(05).
       01  SQL-DEPOSIT-REF          PIC X(17).
       01  SQL-DEPOSIT-STATUS       PIC X(01).
       01  SQL-CHEQUE-COUNT         PIC 9(05).
       01  SQL-CHEQUE-TOTAL         PIC 9(07)V99.
       01  SQL-CASH-COUNT           PIC 9(05).
       01  SQL-CASH-TOTAL           PIC 9(07)V99.
       01  SQL-CASH-COUNTED         PIC 9(07)V99.
       01  SQL-CHQ-NUMBER           PIC X(12).
       01  SQL-CHQ-QUIT-REF         PIC X(17).
       01  SQL-CHQ-AMOUNT           PIC 9(07)V99.
       01  SQL-CHQ-LASTNAME         PIC X(20).
       01  SQL-CHQ-FIRSTNAME        PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  COUNTER-CLOSING-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'CLOTURE DE CAISSE' LINE 6
           COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(26) VALUE 'Especes comptees en caisse'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(07)V99 TO WS-CASH-COUNTED LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Valider la cloture (O)'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLOT-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  COUNTER-CLOSING-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'CLOTURE DE CAISSE' LINE 1
           COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(26) VALUE 'Especes comptees en caisse'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC 9(07)V99 TO WS-CASH-COUNTED LINE 3 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Valider la cloture (O)'
           LINE 11 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLOT-SCREEN-VALIDATION
           LINE 11 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 13 COL 2
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : connexion a la base de donnees '
                   'impossible.'
               GOBACK
           END-IF.

           CALL 'gettermp' USING WS-TERM-PROFILE
           END-CALL.
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie du passage precedent est effacee.
           MOVE SPACES TO WS-ERROR-MESSAGE WS-CLOT-SCREEN-VALIDATION
           MOVE ZERO TO WS-CASH-COUNTED
           IF WS-TERM-PROFILE = '80COL'
               ACCEPT COUNTER-CLOSING-SCREEN-80
           ELSE
               ACCEPT COUNTER-CLOSING-SCREEN
           END-IF.

           PERFORM CLOSE-COUNTER
           THRU CLOSE-COUNTER-FIN.

           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY WS-ERROR-MESSAGE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Cloture de la caisse de l'operateur connecte : une
      *    seule par jour ; totaux du jour, editions, ligne de
      *    cloture et rattachement des reglements au bordereau.
       CLOSE-COUNTER.
           IF FUNCTION UPPER-CASE(WS-CLOT-SCREEN-VALIDATION) NOT = 'O'
               MOVE 'Cloture abandonnee.' TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF

           MOVE SPACES TO SQL-CLOT-OPERATOR SQL-CLOT-AGENCY
           ACCEPT SQL-CLOT-OPERATOR FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN"
           ACCEPT SQL-CLOT-AGENCY FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_AGENCY"
           IF SQL-CLOT-OPERATOR = SPACES
               MOVE 'Aucun operateur connecte : cloture impossible.'
                   TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CLOSING-COUNT
               FROM COUNTER_CLOSING
               WHERE CLOSING_DATE = CURRENT_DATE
               AND CLOSING_OPERATOR = :SQL-CLOT-OPERATOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'clotcais', 'CHECK-CLOSING',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique, cloture non enregistree.'
                   TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF
           IF SQL-CLOSING-COUNT > 0
               MOVE 'Caisse deja cloturee aujourd''hui.'
                   TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF

           PERFORM READ-DAY-TOTALS
           IF SQLCODE NOT = ZERO
               MOVE 'Erreur technique, cloture non enregistree.'
                   TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF

           PERFORM BUILD-DEPOSIT-REF

      *    [MF] Sans cheque, pas de remise a attendre sur le releve :
      *    la cloture est sans objet pour le rapprochement ('S').
           IF SQL-CHEQUE-COUNT > 0
               MOVE 'E' TO SQL-DEPOSIT-STATUS
           ELSE
               MOVE 'S' TO SQL-DEPOSIT-STATUS
           END-IF
           MOVE WS-CASH-COUNTED TO SQL-CASH-COUNTED

           EXEC SQL
               INSERT INTO COUNTER_CLOSING (
                   CLOSING_DATE, CLOSING_AGENCY, CLOSING_OPERATOR,
                   CLOSING_DEPOSIT_REF, CLOSING_CHEQUE_COUNT,
                   CLOSING_CHEQUE_TOTAL, CLOSING_CASH_TOTAL,
                   CLOSING_CASH_COUNTED, CLOSING_DEPOSIT_STATUS )
               VALUES ( CURRENT_DATE, :SQL-CLOT-AGENCY,
                        :SQL-CLOT-OPERATOR, :SQL-DEPOSIT-REF,
                        :SQL-CHEQUE-COUNT, :SQL-CHEQUE-TOTAL,
                        :SQL-CASH-TOTAL, :SQL-CASH-COUNTED,
                        :SQL-DEPOSIT-STATUS )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'clotcais', 'INSERT-CLOSING',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique, cloture non enregistree.'
                   TO WS-ERROR-MESSAGE
               GO TO CLOSE-COUNTER-FIN
           END-IF

           EXEC SQL
               UPDATE COLLECTION
               SET COLLECTION_DEPOSIT_REF = :SQL-DEPOSIT-REF
               WHERE COLLECTION_ISSUE_DATE = CURRENT_DATE
               AND COLLECTION_OPERATOR = :SQL-CLOT-OPERATOR
               AND ( COLLECTION_PAY_MODE = 'CHQ'
                  OR COLLECTION_PAY_MODE = 'ESP' )
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'clotcais', 'TAG-COLLECTION',
                   SQLCODE
               END-CALL
           END-IF

           PERFORM PRINT-DEPOSIT-SLIP
           PERFORM PRINT-CASH-STATEMENT

           COMPUTE WS-CASH-GAP = WS-CASH-COUNTED - SQL-CASH-TOTAL
           MOVE WS-CASH-GAP TO WS-EDIT-GAP
           IF WS-CASH-GAP NOT = ZERO
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'ECART DE CAISSE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-GAP) DELIMITED BY SIZE
                       ' EUR - ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-CLOT-OPERATOR)
                           DELIMITED BY SIZE
                       ' SECTION ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-CLOT-AGENCY) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DEPOSIT-REF DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'clotcais  ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
           END-IF

      *    [MF] La reference du bordereau tient lieu d'identifiant
      *    sur la ligne d'audit.
           MOVE WS-DEPOSIT-REF TO WS-AUDIT-KEY
           MOVE 'CLOTURE-CAISSE' TO WS-AUDIT-ACTION
           MOVE SQL-CHEQUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SQL-CHEQUE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' CHEQUE(S) ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR, ECART ESPECES ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-GAP) DELIMITED BY SIZE
                   ' EUR - SECTION ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CLOT-AGENCY) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING 'Caisse cloturee, bordereau ' DELIMITED BY SIZE
                   WS-DEPOSIT-REF DELIMITED BY SIZE
                   ' (BORDEREAUCHQ, ETATCAISSE).' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.

       CLOSE-COUNTER-FIN.
           EXIT.

      *    [MF] Nombre et total des cheques et des especes encaisses
      *    aujourd'hui par l'operateur.
       READ-DAY-TOTALS.
           EXEC SQL
               SELECT
                   COUNT(DISTINCT CASE WHEN COLLECTION_PAY_MODE = 'CHQ'
                       THEN COLLECTION_REMIT_REF END),
                   COALESCE(SUM(CASE WHEN COLLECTION_PAY_MODE = 'CHQ'
                       THEN COLLECTION_AMOUNT ELSE 0 END), 0),
                   COUNT(DISTINCT CASE WHEN COLLECTION_PAY_MODE = 'ESP'
                       THEN COLLECTION_REMIT_REF END),
                   COALESCE(SUM(CASE WHEN COLLECTION_PAY_MODE = 'ESP'
                       THEN COLLECTION_AMOUNT ELSE 0 END), 0)
               INTO :SQL-CHEQUE-COUNT, :SQL-CHEQUE-TOTAL,
                   :SQL-CASH-COUNT, :SQL-CASH-TOTAL
               FROM COLLECTION
               WHERE COLLECTION_ISSUE_DATE = CURRENT_DATE
               AND COLLECTION_OPERATOR = :SQL-CLOT-OPERATOR
               AND ( COLLECTION_PAY_MODE = 'CHQ'
                  OR COLLECTION_PAY_MODE = 'ESP' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'clotcais', 'READ-TOTALS',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Reference du bordereau et date du jour editee.
       BUILD-DEPOSIT-REF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOT-TODAY-RAW
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DEPOSIT-DATE
           MOVE SPACES TO WS-CLOT-TODAY
           STRING WS-CLOT-TODAY-DAY DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CLOT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CLOT-TODAY-YEAR DELIMITED BY SIZE
               INTO WS-CLOT-TODAY
           END-STRING

           EXEC SQL
               SELECT COUNT(*) + 1 INTO :SQL-TODAY-SEQ
               FROM COUNTER_CLOSING
               WHERE CLOSING_DATE = CURRENT_DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 1 TO SQL-TODAY-SEQ
           END-IF
           MOVE SQL-TODAY-SEQ TO WS-DEPOSIT-SEQ
           MOVE WS-DEPOSIT-REF TO SQL-DEPOSIT-REF.

      *    [MF] Bordereau de remise de cheques, au meme format de
      *    fiche que la quittance : un cheque par ligne, puis le
      *    total a porter sur le bordereau de la banque.
       PRINT-DEPOSIT-SLIP.
           OPEN EXTEND SLIP-FILE.
           IF WS-SLIP-FILE-STATUS = '35'
               OPEN OUTPUT SLIP-FILE
           END-IF.

           MOVE ALL '-' TO SLIP-RECORD
           WRITE SLIP-RECORD.

           MOVE SPACES TO SLIP-RECORD
           STRING 'BORDEREAU DE REMISE DE CHEQUES N° '
                       DELIMITED BY SIZE
                   WS-DEPOSIT-REF DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD.

           MOVE ALL '-' TO SLIP-RECORD
           WRITE SLIP-RECORD.

           PERFORM WRITE-SLIP-IDENTITY.

           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD.
           MOVE 'N° CHEQUE     ADHERENT                     QUITTANCE'
               TO SLIP-RECORD
           MOVE 'MONTANT' TO SLIP-RECORD(71:7)
           WRITE SLIP-RECORD.

           EXEC SQL
               DECLARE CRSSLIPCHQ CURSOR FOR
               SELECT COALESCE(COLLECTION_CHEQUE_NUMBER, ' '),
                   COLLECTION_REMIT_REF,
                   SUM(COLLECTION_AMOUNT),
                   customer_lastname, customer_firstname
               FROM COLLECTION, customer
               WHERE COLLECTION_CUSTOMER_UUID = customer_uuid
               AND COLLECTION_DEPOSIT_REF = :SQL-DEPOSIT-REF
               AND COLLECTION_PAY_MODE = 'CHQ'
               GROUP BY COLLECTION_CHEQUE_NUMBER, COLLECTION_REMIT_REF,
                   customer_lastname, customer_firstname
               ORDER BY COLLECTION_REMIT_REF
           END-EXEC.

           EXEC SQL OPEN CRSSLIPCHQ END-EXEC.

           MOVE 'N' TO WS-CHEQUE-EOF
           PERFORM UNTIL WS-CHEQUE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSSLIPCHQ
                   INTO :SQL-CHQ-NUMBER, :SQL-CHQ-QUIT-REF,
                       :SQL-CHQ-AMOUNT, :SQL-CHQ-LASTNAME,
                       :SQL-CHQ-FIRSTNAME
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-SLIP-CHEQUE-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-CHEQUE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'clotcais',
                           'FETCH-SLIPCHQ', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-CHEQUE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSLIPCHQ END-EXEC.

           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD.

           MOVE SQL-CHEQUE-COUNT TO WS-EDIT-COUNT
           MOVE SQL-CHEQUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO SLIP-RECORD
           STRING 'TOTAL DE LA REMISE   : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' CHEQUE(S) - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD.

           MOVE SPACES TO SLIP-RECORD
           WRITE SLIP-RECORD.
           MOVE 'SIGNATURE DU DEPOSANT :' TO SLIP-RECORD
           WRITE SLIP-RECORD.

           MOVE ALL '-' TO SLIP-RECORD
           WRITE SLIP-RECORD.

           CLOSE SLIP-FILE.

      *    [MF] Section, operateur et date de la cloture.
       WRITE-SLIP-IDENTITY.
           MOVE SPACES TO SLIP-RECORD
           STRING 'SECTION              : ' DELIMITED BY SIZE
                   SQL-CLOT-AGENCY DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD.

           MOVE SPACES TO SLIP-RECORD
           STRING 'OPERATEUR            : ' DELIMITED BY SIZE
                   SQL-CLOT-OPERATOR DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD.

           MOVE SPACES TO SLIP-RECORD
           STRING 'DATE                 : ' DELIMITED BY SIZE
                   WS-CLOT-TODAY DELIMITED BY SIZE
               INTO SLIP-RECORD
           END-STRING
           WRITE SLIP-RECORD.

      *    [MF] Un cheque du bordereau.
       WRITE-SLIP-CHEQUE-LINE.
           MOVE SQL-CHQ-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO SLIP-RECORD
           MOVE SQL-CHQ-NUMBER TO SLIP-RECORD(1:12)
           STRING FUNCTION TRIM(SQL-CHQ-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CHQ-FIRSTNAME) DELIMITED BY SIZE
               INTO SLIP-RECORD(15:28)
           END-STRING
           MOVE SQL-CHQ-QUIT-REF TO SLIP-RECORD(44:17)
           MOVE WS-EDIT-AMOUNT TO SLIP-RECORD(68:10)
           WRITE SLIP-RECORD.

      *    [MF] Etat de caisse a signer par l'operateur et son
      *    responsable : especes attendues d'apres les quittances du
      *    jour, especes comptees, ecart.
       PRINT-CASH-STATEMENT.
           OPEN EXTEND CASH-FILE.
           IF WS-CASH-FILE-STATUS = '35'
               OPEN OUTPUT CASH-FILE
           END-IF.

           MOVE ALL '-' TO CASH-RECORD
           WRITE CASH-RECORD.

           MOVE SPACES TO CASH-RECORD
           STRING 'ETAT DE CAISSE - CLOTURE ' DELIMITED BY SIZE
                   WS-DEPOSIT-REF DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE ALL '-' TO CASH-RECORD
           WRITE CASH-RECORD.

           MOVE SPACES TO CASH-RECORD
           STRING 'SECTION              : ' DELIMITED BY SIZE
                   SQL-CLOT-AGENCY DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE SPACES TO CASH-RECORD
           STRING 'OPERATEUR            : ' DELIMITED BY SIZE
                   SQL-CLOT-OPERATOR DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE SPACES TO CASH-RECORD
           STRING 'DATE                 : ' DELIMITED BY SIZE
                   WS-CLOT-TODAY DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE SQL-CASH-COUNT TO WS-EDIT-COUNT
           MOVE SQL-CASH-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO CASH-RECORD
           STRING 'ESPECES ATTENDUES    : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR (' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ' QUITTANCE(S))' DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE WS-CASH-COUNTED TO WS-EDIT-AMOUNT
           MOVE SPACES TO CASH-RECORD
           STRING 'ESPECES COMPTEES     : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           COMPUTE WS-CASH-GAP = WS-CASH-COUNTED - SQL-CASH-TOTAL
           MOVE WS-CASH-GAP TO WS-EDIT-GAP
           MOVE SPACES TO CASH-RECORD
           STRING 'ECART                : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-GAP) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE SQL-CHEQUE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO CASH-RECORD
           STRING 'CHEQUES REMIS        : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR (BORDEREAU CI-DESSUS)' DELIMITED BY SIZE
               INTO CASH-RECORD
           END-STRING
           WRITE CASH-RECORD.

           MOVE SPACES TO CASH-RECORD
           WRITE CASH-RECORD.
           MOVE 'SIGNATURE OPERATEUR :' TO CASH-RECORD
           MOVE 'SIGNATURE RESPONSABLE :' TO CASH-RECORD(41:23)
           WRITE CASH-RECORD.

           MOVE ALL '-' TO CASH-RECORD
           WRITE CASH-RECORD.

           CLOSE CASH-FILE.
