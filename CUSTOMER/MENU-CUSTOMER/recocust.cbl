      ******************************************************************
      *    [MF] Le programme 'Recours sur Rejet' enregistre la
      *    contestation d'une demande de remboursement rejetee par le
      *    calcul de nuit (calcclaim, statut 'R' avec son motif) pour
      *    l'adherent selectionne dans menucust : "je n'avais pas de
      *    rupture de couverture", "la carence m'a ete levee"...
      *    Jusqu'ici la contestation ne laissait aucune trace et la
      *    demande ne pouvait pas etre rouverte proprement.
      *
      *    L'ecran deroule les demandes rejetees de l'adherent avec
      *    leur motif et l'etat d'un eventuel recours, puis
      *    l'operateur designe la demande contestee, qui conteste
      *    (l'adherent, un ayant droit, le professionnel de sante,
      *    un representant...) et sur quels motifs. Le recours est
      *    ecrit dans le registre CLAIM_APPEAL au statut 'O' (ouvert)
      *    et trace par logaudit ; un seul recours ouvert par
      *    demande.
      *
      *    La decision appartient a un SUPERVISOR sur l'ecran
      *    valireco (menuuser).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recocust.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-RECO-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

       01  WS-RECO-NEW.
           05  WS-RECO-CLAIM-ID     PIC 9(09).
           05  WS-RECO-BY           PIC X(30).
           05  WS-RECO-GROUNDS      PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-FIRSTNAME            PIC X(14).
       01  SQL-LASTNAME             PIC X(14).
       01  SQL-SEL-UUID             PIC X(36).
       01  SQL-UUID                 PIC X(36).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-EXPENSE-AMOUNT       PIC 9(07)V99.
       01  SQL-REJECT-REASON        PIC X(40).
       01  SQL-APPEAL-STATUS        PIC X(01).
       01  SQL-APPEAL-BY            PIC X(30).
       01  SQL-APPEAL-GROUNDS       PIC X(60).
       01  SQL-OPEN-APPEAL-COUNT    PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  APPEAL-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'RECOURS SUR REJET'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Identifiant de demande'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-RECO-CLAIM-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Conteste par (nom, qualite)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(30) TO WS-RECO-BY LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Motifs du recours'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(60) TO WS-RECO-GROUNDS LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Enregistrer le recours'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RECO-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  APPEAL-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'RECOURS SUR REJET'
           LINE 1 COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Identifiant de demande'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC 9(09) TO WS-RECO-CLAIM-ID LINE 3 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Conteste par (nom, qualite)'
           LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(30) TO WS-RECO-BY LINE 5 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Motifs du recours'
           LINE 7 COL 2.
           05 FILLER PIC X(60) TO WS-RECO-GROUNDS LINE 8 COL 2
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Enregistrer le recours'
           LINE 10 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RECO-SCREEN-VALIDATION
           LINE 10 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 12 COL 2
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-NAME.
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

           MOVE LK-FIRSTNAME TO SQL-FIRSTNAME.
           MOVE LK-LASTNAME  TO SQL-LASTNAME.
           MOVE LK-CUS-UUID  TO SQL-SEL-UUID.

           PERFORM FIND-CUSTOMER-UUID.

           IF WS-NOT-FOUND-FLAG = 'Y'
               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               PERFORM LIST-REJECTED-CLAIMS
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie et le message du passage precedent sont effaces.
               MOVE SPACES TO WS-ERROR-MESSAGE
               INITIALIZE WS-RECO-NEW
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT APPEAL-SCREEN-80
               ELSE
                   ACCEPT APPEAL-SCREEN
               END-IF
               PERFORM CREATE-APPEAL THRU CREATE-APPEAL-FIN
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne
       FIND-CUSTOMER-UUID.
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE ( ( TRIM(:SQL-SEL-UUID) != ''
                         AND customer_uuid = :SQL-SEL-UUID )
                  OR ( TRIM(:SQL-SEL-UUID) = ''
                       AND customer_lastname = TRIM(:SQL-LASTNAME)
                       AND customer_firstname =
                           TRIM(:SQL-FIRSTNAME) ) )
               AND customer_active != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-NOT-FOUND-FLAG
           ELSE
               MOVE 'N' TO WS-NOT-FOUND-FLAG
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Deroule les demandes rejetees de l'adherent avec leur
      *    motif et l'etat du dernier recours ('-' : aucun recours,
      *    'O' ouvert, 'A' accepte, 'R' refuse).
       LIST-REJECTED-CLAIMS.
           EXEC SQL
               DECLARE CRSRECOCLAIM CURSOR FOR
               SELECT claim_id, claim_care_date, claim_act_code,
                      claim_expense_amount,
                      COALESCE(claim_reject_reason, ' '),
                      COALESCE(( SELECT appeal_status
                                 FROM CLAIM_APPEAL
                                 WHERE appeal_claim_id = claim_id
                                 ORDER BY appeal_id DESC
                                 LIMIT 1 ), '-')
               FROM CLAIM
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               AND claim_status = 'R'
               ORDER BY claim_care_date DESC
           END-EXEC.

           EXEC SQL OPEN CRSRECOCLAIM END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSRECOCLAIM
                   INTO :SQL-CLAIM-ID, :SQL-CARE-DATE,
                        :SQL-ACT-CODE, :SQL-EXPENSE-AMOUNT,
                        :SQL-REJECT-REASON, :SQL-APPEAL-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY SQL-CLAIM-ID ' SOIN '
                           SQL-CARE-DATE ' '
                           FUNCTION TRIM(SQL-ACT-CODE) ' '
                           SQL-EXPENSE-AMOUNT ' EUR RECOURS '
                           SQL-APPEAL-STATUS ' : '
                           FUNCTION TRIM(SQL-REJECT-REASON)
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSRECOCLAIM : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRECOCLAIM END-EXEC.

      *    [MF] Enregistre le recours sur une demande rejetee de
      *    l'adherent, sans recours deja ouvert.
       CREATE-APPEAL.
           IF WS-RECO-CLAIM-ID = 0 OR WS-RECO-BY = SPACES
               OR WS-RECO-GROUNDS = SPACES
               MOVE 'Demande, auteur et motifs sont obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO CREATE-APPEAL-FIN
           END-IF

           MOVE WS-RECO-CLAIM-ID TO SQL-CLAIM-ID
           EXEC SQL
               SELECT COALESCE(claim_reject_reason, ' ')
               INTO :SQL-REJECT-REASON
               FROM CLAIM
               WHERE claim_id = :SQL-CLAIM-ID
               AND claim_customer_uuid = :WS-FOUND-UUID
               AND claim_status = 'R'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Aucune demande rejetee avec cet identifiant.'
                   TO WS-ERROR-MESSAGE
               GO TO CREATE-APPEAL-FIN
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OPEN-APPEAL-COUNT
               FROM CLAIM_APPEAL
               WHERE appeal_claim_id = :SQL-CLAIM-ID
               AND appeal_status = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-OPEN-APPEAL-COUNT
           END-IF
           IF SQL-OPEN-APPEAL-COUNT > 0
               MOVE 'Un recours est deja ouvert sur cette demande.'
                   TO WS-ERROR-MESSAGE
               GO TO CREATE-APPEAL-FIN
           END-IF

           MOVE WS-RECO-BY      TO SQL-APPEAL-BY
           MOVE WS-RECO-GROUNDS TO SQL-APPEAL-GROUNDS
           EXEC SQL
               INSERT INTO CLAIM_APPEAL (
                   APPEAL_CLAIM_ID, APPEAL_CUSTOMER_UUID,
                   APPEAL_BY, APPEAL_DATE, APPEAL_GROUNDS,
                   APPEAL_STATUS )
               VALUES ( :SQL-CLAIM-ID, :WS-FOUND-UUID,
                        :SQL-APPEAL-BY, CURRENT_DATE,
                        :SQL-APPEAL-GROUNDS, 'O' )
           END-EXEC

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'recocust', 'INSERT-APPEAL',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'RECOURS-SAISI' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'DEMANDE ' DELIMITED BY SIZE
                       SQL-CLAIM-ID DELIMITED BY SIZE
                       ' PAR ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECO-BY) DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECO-GROUNDS)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-FOUND-UUID,
                   WS-AUDIT-ACTION, WS-AUDIT-DETAIL
               END-CALL
               MOVE 'Recours enregistre, en attente de decision.'
                   TO WS-ERROR-MESSAGE
           END-IF.

       CREATE-APPEAL-FIN.
           EXIT.
