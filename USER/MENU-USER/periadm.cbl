      *    comptable ne bougent plus apres coup. Meme modele d'ecran
      *    que prodadm, reserve aux operateurs SUPERVISOR (chkrole)
      *    et trace par logaudit.
      *
      *    Avant de fermer un mois, une liste de controle de cloture
      *    verifie que le travail du mois est termine : toutes les
      *    remises de prelevement du mois ont leur accuse (REMIT_ACK),
      *    le releve bancaire et les rejets du jour sont charges
      *    (FILE_REGISTRY), calcclaim, payclaim, ppnarep, comptcust et
      *    provrep ont tourne en succes depuis la fin du mois
      *    (BATCH_RUN), et aucune alerte critique n'est ouverte.
      *    Chaque point bloquant est affiche et la fermeture refusee ;
      *    seul un ADMIN peut la forcer, avec un motif obligatoire
      *    trace par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. periadm.
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

      *    [MF] Liste de controle de cloture : points bloquants
      *    releves et forcage ADMIN.
       01  WS-BLOCKER-COUNT         PIC 9(02).
       01  WS-EDIT-BLOCKERS         PIC Z9.
       01  WS-EDIT-CHECK-COUNT      PIC ZZZZ9.
       01  WS-FORCED-FLAG           PIC X(01).
       01  WS-ADMIN-FLAG            PIC X(01).
       01  WS-PERI-OVERRIDE         PIC X(01).
       01  WS-PERI-REASON           PIC X(60).

      *    [MF] Flux bancaires attendus le jour de la cloture, au nom
      *    d'emetteur du registre (comme ctlflux) : nom historique,
      *    ou emetteur camt (rapbcust CAMT053, rejcust CAMT054).
       01  WS-CLOSE-SENDER-LIST.
           05  FILLER               PIC X(12) VALUE 'BANKSTATEMEN'.
           05  FILLER               PIC X(12) VALUE 'BANKREJECT'.
       01  WS-CLOSE-SENDER-TABLE REDEFINES WS-CLOSE-SENDER-LIST.
           05  WS-CLOSE-SENDER      PIC X(12) OCCURS 2 TIMES.
       01  WS-CLOSE-ALT-SENDER-LIST.
           05  FILLER               PIC X(12) VALUE 'CAMT053'.
           05  FILLER               PIC X(12) VALUE 'CAMT054'.
       01  WS-CLOSE-ALT-SENDER-TABLE
           REDEFINES WS-CLOSE-ALT-SENDER-LIST.
           05  WS-CLOSE-ALT-SENDER  PIC X(12) OCCURS 2 TIMES.
       01  WS-SENDER-IDX            PIC 9(02).

      *    [MF] Traitements qui doivent avoir tourne apres la fin du
      *    mois pour que ses chiffres soient complets.
       01  WS-CLOSE-STEP-LIST.
           05  FILLER               PIC X(10) VALUE 'calcclaim'.
           05  FILLER               PIC X(10) VALUE 'payclaim'.
           05  FILLER               PIC X(10) VALUE 'ppnarep'.
           05  FILLER               PIC X(10) VALUE 'comptcust'.
           05  FILLER               PIC X(10) VALUE 'provrep'.
       01  WS-CLOSE-STEP-TABLE REDEFINES WS-CLOSE-STEP-LIST.
           05  WS-CLOSE-STEP        PIC X(10) OCCURS 5 TIMES.
       01  WS-STEP-IDX              PIC 9(02).

       01  WS-PERI-ENTRY.
           05  WS-PERI-YEAR         PIC 9(04).
           05  WS-PERI-MONTH        PIC 9(02).
       01  SQL-PERIOD-MONTH         PIC 9(02).
       01  SQL-PERIOD-STATUS        PIC X(01).
       01  SQL-PERIOD-COUNT         PIC 9(05).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-CHECK-COUNT          PIC 9(05).
       01  SQL-EXG-SENDER           PIC X(12).
       01  SQL-EXG-ALT-SENDER       PIC X(12).
       01  SQL-STEP-NAME            PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  PERIOD-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(19) VALUE 'PERIODES COMPTABLES'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(05) VALUE 'Annee' LINE 13 COL 21.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Action (F fermer, O ouvrir)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(01) TO WS-PERI-ACTION LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Forcer la cloture (ADMIN, O)'
           LINE 20 COL 21.
           05 FILLER PIC X VALUE ':' LINE 20 COL 53.
           05 FILLER PIC X(01) TO WS-PERI-OVERRIDE LINE 20 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Motif du forcage'
           LINE 22 COL 21.
           05 FILLER PIC X VALUE ':' LINE 22 COL 53.
           05 FILLER PIC X(60) TO WS-PERI-REASON LINE 22 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider l''action'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-PERI-SCREEN-VALIDATION
               GOBACK
           END-IF.

           MOVE SPACE TO WS-PERI-OVERRIDE
           MOVE SPACES TO WS-PERI-REASON
           ACCEPT PERIOD-ADMIN-SCREEN
           PERFORM APPLY-PERIOD-ACTION
           THRU APPLY-PERIOD-ACTION-FIN.
               GO TO APPLY-PERIOD-ACTION-FIN
           END-IF

      *    [MF] Une fermeture passe d'abord la liste de controle ;
      *    un point bloquant ne se leve que par un forcage ADMIN
      *    motive.
           MOVE 'N' TO WS-FORCED-FLAG
           IF SQL-PERIOD-STATUS = 'F'
               PERFORM RUN-CLOSING-CHECKLIST
               IF WS-BLOCKER-COUNT > 0
                   MOVE WS-BLOCKER-COUNT TO WS-EDIT-BLOCKERS
                   IF FUNCTION UPPER-CASE(WS-PERI-OVERRIDE) NOT = 'O'
                       DISPLAY 'Cloture refusee : ' WS-EDIT-BLOCKERS
                           ' point(s) bloquant(s).'
                       GO TO APPLY-PERIOD-ACTION-FIN
                   END-IF
                   MOVE 'N' TO WS-ADMIN-FLAG
                   CALL 'chkrole' USING 'ADMIN', WS-ADMIN-FLAG
                   END-CALL
                   IF WS-ADMIN-FLAG NOT = 'Y'
                       DISPLAY 'Cloture refusee : seul un ADMIN peut '
                           'forcer la cloture.'
                       GO TO APPLY-PERIOD-ACTION-FIN
                   END-IF
                   IF WS-PERI-REASON = SPACES
                       DISPLAY 'Cloture refusee : motif du forcage '
                           'obligatoire.'
                       GO TO APPLY-PERIOD-ACTION-FIN
                   END-IF
                   MOVE 'Y' TO WS-FORCED-FLAG
               END-IF
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PERIOD-COUNT
               FROM ACCOUNTING_PERIOD
               MOVE 'PERIODE-COMPTABLE' TO WS-AUDIT-ACTION
               IF SQL-PERIOD-STATUS = 'F'
                   MOVE 'MOIS FERME' TO WS-AUDIT-DETAIL
                   IF WS-FORCED-FLAG = 'Y'
                       MOVE SPACES TO WS-AUDIT-DETAIL
                       STRING 'MOIS FERME PAR FORCAGE ADMIN MALGRE '
                               DELIMITED BY SIZE
                               WS-EDIT-BLOCKERS DELIMITED BY SIZE
                               ' POINT(S) BLOQUANT(S) - MOTIF : '
                               DELIMITED BY SIZE
                               FUNCTION TRIM(WS-PERI-REASON)
                               DELIMITED BY SIZE
                           INTO WS-AUDIT-DETAIL
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'MOIS ROUVERT' TO WS-AUDIT-DETAIL
               END-IF

       APPLY-PERIOD-ACTION-FIN.
           EXIT.

      *    [MF] Liste de controle de cloture du mois designe : chaque
      *    point bloquant est affiche et compte.
       RUN-CLOSING-CHECKLIST.
           MOVE ZERO TO WS-BLOCKER-COUNT
           MOVE SPACES TO SQL-MONTH-START
           STRING SQL-PERIOD-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   SQL-PERIOD-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO SQL-MONTH-START
           END-STRING

           DISPLAY 'CONTROLE DE CLOTURE ' SQL-PERIOD-YEAR '-'
               SQL-PERIOD-MONTH
           PERFORM CHECK-REMIT-ACKS
           PERFORM CHECK-BANK-FILE
               VARYING WS-SENDER-IDX FROM 1 BY 1
               UNTIL WS-SENDER-IDX > 2
           PERFORM CHECK-CLOSING-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > 5
           PERFORM CHECK-CRITICAL-ALERTS

           IF WS-BLOCKER-COUNT = 0
               DISPLAY '  AUCUN POINT BLOQUANT'
           END-IF.

      *    [MF] Toute remise de prelevement emise dans le mois doit
      *    avoir son accuse de reception bancaire (ackremit). Seules
      *    les remises SEPA de sepacust (reference BOBONIORT, sans
      *    mode de reglement) recoivent un accuse : reglements au
      *    guichet, virements sur avis, recouvrements et avoirs
      *    n'en ont jamais.
       CHECK-REMIT-ACKS.
           EXEC SQL
               SELECT COUNT(DISTINCT C.COLLECTION_REMIT_REF)
               INTO :SQL-CHECK-COUNT
               FROM COLLECTION C
               WHERE C.COLLECTION_ISSUE_DATE >=
                   CAST(:SQL-MONTH-START AS DATE)
               AND C.COLLECTION_ISSUE_DATE <
                   CAST(:SQL-MONTH-START AS DATE) + INTERVAL '1 month'
               AND C.COLLECTION_PAY_MODE IS NULL
               AND C.COLLECTION_REMIT_REF LIKE 'BOBONIORT%'
               AND NOT EXISTS ( SELECT 1 FROM REMIT_ACK
                   WHERE REMIT_ACK_REF = C.COLLECTION_REMIT_REF )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'periadm', 'CHECK-REMIT-ACKS',
                   SQLCODE
               END-CALL
               ADD 1 TO WS-BLOCKER-COUNT
               DISPLAY '  BLOQUANT : controle des remises impossible'
           ELSE
               IF SQL-CHECK-COUNT > 0
                   ADD 1 TO WS-BLOCKER-COUNT
                   MOVE SQL-CHECK-COUNT TO WS-EDIT-CHECK-COUNT
                   DISPLAY '  BLOQUANT : ' WS-EDIT-CHECK-COUNT
                       ' remise(s) du mois sans accuse REMITACK'
               END-IF
           END-IF.

      *    [MF] Le releve bancaire et les rejets du jour doivent
      *    etre enregistres au registre des echanges.
       CHECK-BANK-FILE.
           MOVE WS-CLOSE-SENDER(WS-SENDER-IDX) TO SQL-EXG-SENDER
           MOVE WS-CLOSE-ALT-SENDER(WS-SENDER-IDX)
               TO SQL-EXG-ALT-SENDER
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CHECK-COUNT
               FROM FILE_REGISTRY
               WHERE FILE_SENDER IN ( TRIM(:SQL-EXG-SENDER),
                                      TRIM(:SQL-EXG-ALT-SENDER) )
               AND FILE_RECEIVED_DATE = CURRENT_DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'periadm', 'CHECK-BANK-FILE',
                   SQLCODE
               END-CALL
               MOVE ZERO TO SQL-CHECK-COUNT
           END-IF.
           IF SQL-CHECK-COUNT = 0
               ADD 1 TO WS-BLOCKER-COUNT
               DISPLAY '  BLOQUANT : flux '
                   FUNCTION TRIM(SQL-EXG-SENDER)
                   ' non charge aujourd''hui'
           END-IF.

      *    [MF] Le traitement doit avoir un passage en succes dans le
      *    journal de la chaine de nuit depuis le dernier jour du
      *    mois.
       CHECK-CLOSING-STEP.
           MOVE WS-CLOSE-STEP(WS-STEP-IDX) TO SQL-STEP-NAME
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CHECK-COUNT
               FROM BATCH_RUN
               WHERE BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STATUS = 'O'
               AND BATCH_RUN_DATE >=
                   CAST(:SQL-MONTH-START AS DATE) + INTERVAL '1 month'
                   - INTERVAL '1 day'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'periadm', 'CHECK-CLOSING-STEP',
                   SQLCODE
               END-CALL
               MOVE ZERO TO SQL-CHECK-COUNT
           END-IF.
           IF SQL-CHECK-COUNT = 0
               ADD 1 TO WS-BLOCKER-COUNT
               DISPLAY '  BLOQUANT : '
                   FUNCTION TRIM(SQL-STEP-NAME)
                   ' non termine depuis la fin du mois'
           END-IF.

      *    [MF] Aucune alerte critique ('H') ne doit rester nouvelle
      *    ou ouverte.
       CHECK-CRITICAL-ALERTS.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CHECK-COUNT
               FROM ALERT
               WHERE ALERT_SEVERITY = 'H'
               AND ( ALERT_STATUS = 'N' OR ALERT_STATUS = 'O' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'periadm',
                   'CHECK-CRITICAL-ALERTS', SQLCODE
               END-CALL
               ADD 1 TO WS-BLOCKER-COUNT
               DISPLAY '  BLOQUANT : controle des alertes impossible'
           ELSE
               IF SQL-CHECK-COUNT > 0
                   ADD 1 TO WS-BLOCKER-COUNT
                   MOVE SQL-CHECK-COUNT TO WS-EDIT-CHECK-COUNT
                   DISPLAY '  BLOQUANT : ' WS-EDIT-CHECK-COUNT
                       ' alerte(s) critique(s) ouverte(s)'
               END-IF
           END-IF.
