      ******************************************************************
      *    [MF] Le programme 'Indus a Recuperer' permet de constater
      *    un remboursement verse a tort a l'adherent selectionne
      *    dans menucust, notamment quand le regime obligatoire
      *    annule un soin apres coup (aucune trace en base, le
      *    constat part de l'avis recu). Les soins posterieurs au
      *    deces ou a la resiliation sont reperes la nuit par
      *    detindu.
      *
      *    L'ecran deroule les indus de l'adherent (montant, solde
      *    restant du, statut 'O' ouvert ou 'S' solde) puis ses
      *    demandes payees ; l'operateur designe la demande, le motif
      *    et le montant indu (a zero : la part mutuelle entiere).
      *    Le constat lui-meme (registre OVERPAYMENT, mouvement,
      *    lettre de recuperation, audit) est fait par crtindu ;
      *    payclaim impute ensuite le solde sur les prochains
      *    remboursements.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inducust.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.

       01  WS-INDU-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

       01  WS-INDU-NEW.
           05  WS-INDU-CLAIM-ID     PIC 9(09).
           05  WS-INDU-REASON       PIC X(40).
           05  WS-INDU-AMOUNT       PIC 9(07)V99.
       01  WS-INDU-CREATED          PIC X(01).
       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.

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
       01  SQL-OUR-AMOUNT           PIC 9(07)V99.
       01  SQL-OVERPAY-REASON       PIC X(40).
       01  SQL-OVERPAY-AMOUNT       PIC 9(07)V99.
       01  SQL-OVERPAY-BALANCE      PIC 9(07)V99.
       01  SQL-OVERPAY-STATUS       PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  INDU-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'INDUS A RECUPERER'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Identifiant de demande'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-INDU-CLAIM-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(15) VALUE 'Motif de l''indu'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(40) TO WS-INDU-REASON LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Montant (0 = part entiere)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC 9(07)V99 TO WS-INDU-AMOUNT LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Constater l''indu'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-INDU-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  INDU-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(17) VALUE 'INDUS A RECUPERER'
           LINE 1 COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Identifiant de demande'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC 9(09) TO WS-INDU-CLAIM-ID LINE 3 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(15) VALUE 'Motif de l''indu'
           LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(40) TO WS-INDU-REASON LINE 5 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Montant (0 = part entiere)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 32.
           05 FILLER PIC 9(07)V99 TO WS-INDU-AMOUNT LINE 7 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Constater l''indu'
           LINE 10 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-INDU-SCREEN-VALIDATION
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
               DISPLAY 'Erreur : aucun adherent ne correspond '
                   'a ce nom.'
           ELSE
               PERFORM LIST-OVERPAYMENTS
               PERFORM LIST-PAID-CLAIMS
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie et le message du passage precedent sont effaces.
               MOVE SPACES TO WS-ERROR-MESSAGE
               INITIALIZE WS-INDU-NEW
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT INDU-SCREEN-80
               ELSE
                   ACCEPT INDU-SCREEN
               END-IF
               PERFORM CREATE-OVERPAYMENT THRU CREATE-OVERPAYMENT-FIN
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne ; un
      *    adherent sorti (deces, radiation) reste recherche puisque
      *    c'est justement sur lui que portent les indus.
       FIND-CUSTOMER-UUID.
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE ( TRIM(:SQL-SEL-UUID) != ''
                       AND customer_uuid = :SQL-SEL-UUID )
                  OR ( TRIM(:SQL-SEL-UUID) = ''
                       AND customer_lastname = TRIM(:SQL-LASTNAME)
                       AND customer_firstname =
                           TRIM(:SQL-FIRSTNAME) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-NOT-FOUND-FLAG
           ELSE
               MOVE 'N' TO WS-NOT-FOUND-FLAG
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Deroule les indus deja constates pour l'adherent.
       LIST-OVERPAYMENTS.
           EXEC SQL
               DECLARE CRSINDULIST CURSOR FOR
               SELECT overpay_claim_id, overpay_reason,
                      overpay_amount, overpay_balance, overpay_status
               FROM OVERPAYMENT
               WHERE overpay_customer_uuid = :WS-FOUND-UUID
               ORDER BY overpay_create_date DESC
           END-EXEC.

           EXEC SQL OPEN CRSINDULIST END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSINDULIST
                   INTO :SQL-CLAIM-ID, :SQL-OVERPAY-REASON,
                        :SQL-OVERPAY-AMOUNT, :SQL-OVERPAY-BALANCE,
                        :SQL-OVERPAY-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY 'INDU ' SQL-CLAIM-ID ' '
                           SQL-OVERPAY-STATUS ' '
                           SQL-OVERPAY-AMOUNT ' EUR RESTE '
                           SQL-OVERPAY-BALANCE ' EUR : '
                           FUNCTION TRIM(SQL-OVERPAY-REASON)
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSINDULIST : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSINDULIST END-EXEC.

      *    [MF] Deroule les demandes payees sans indu constate, seules
      *    candidates a un nouveau constat.
       LIST-PAID-CLAIMS.
           EXEC SQL
               DECLARE CRSINDUCLAIM CURSOR FOR
               SELECT claim_id, claim_care_date, claim_act_code,
                      COALESCE(claim_our_amount, 0)
               FROM CLAIM
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               AND claim_status = 'P'
               AND NOT EXISTS ( SELECT 1 FROM OVERPAYMENT
                                WHERE overpay_claim_id = claim_id )
               ORDER BY claim_care_date DESC
           END-EXEC.

           EXEC SQL OPEN CRSINDUCLAIM END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSINDUCLAIM
                   INTO :SQL-CLAIM-ID, :SQL-CARE-DATE,
                        :SQL-ACT-CODE, :SQL-OUR-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY SQL-CLAIM-ID ' SOIN '
                           SQL-CARE-DATE ' '
                           FUNCTION TRIM(SQL-ACT-CODE) ' PAYE '
                           SQL-OUR-AMOUNT ' EUR'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSINDUCLAIM : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSINDUCLAIM END-EXEC.

      *    [MF] Controle la saisie et confie le constat a crtindu.
       CREATE-OVERPAYMENT.
           IF WS-INDU-CLAIM-ID = 0 OR WS-INDU-REASON = SPACES
               MOVE 'Demande et motif sont obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO CREATE-OVERPAYMENT-FIN
           END-IF

           MOVE WS-INDU-CLAIM-ID TO SQL-CLAIM-ID
           EXEC SQL
               SELECT COALESCE(claim_our_amount, 0)
               INTO :SQL-OUR-AMOUNT
               FROM CLAIM
               WHERE claim_id = :SQL-CLAIM-ID
               AND claim_customer_uuid = :WS-FOUND-UUID
               AND claim_status = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Aucune demande payee avec cet identifiant.'
                   TO WS-ERROR-MESSAGE
               GO TO CREATE-OVERPAYMENT-FIN
           END-IF

           MOVE 'N' TO WS-INDU-CREATED
           CALL 'crtindu' USING WS-INDU-CLAIM-ID, WS-INDU-REASON,
               WS-INDU-AMOUNT, WS-INDU-CREATED
           END-CALL

           IF WS-INDU-CREATED = 'Y'
               MOVE WS-INDU-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING 'Indu de ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR constate, lettre de recuperation '
                           DELIMITED BY SIZE
                       'emise.' DELIMITED BY SIZE
                   INTO WS-ERROR-MESSAGE
               END-STRING
           ELSE
               MOVE 'Indu non constate (deja ouvert ou erreur).'
                   TO WS-ERROR-MESSAGE
           END-IF.

       CREATE-OVERPAYMENT-FIN.
           EXIT.
