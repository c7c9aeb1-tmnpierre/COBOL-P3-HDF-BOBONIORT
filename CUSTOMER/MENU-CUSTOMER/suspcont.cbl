      ******************************************************************
      *    [MF] Le programme 'Suspendre un Contrat' met en sommeil un  *
      *    contrat actif de l'adherent selectionne dans menucust,      *
      *    identifie par son code produit, pour une periode bornee :   *
      *    sejour a l'etranger, service militaire, autre couverture    *
      *    temporaire. Jusqu'ici la seule issue etait la resiliation   *
      *    suivie d'une nouvelle adhesion, avec perte d'anciennete.    *
      *                                                                *
      *    Le contrat garde son statut 'A' ; la periode est posee      *
      *    dans CONTRACT_SUSPEND_START / CONTRACT_SUSPEND_END avec     *
      *    CONTRACT_SUSPEND_STATUS 'S' et le motif. Les echeances      *
      *    prevues ('P') dans la periode passent au statut 'S' :       *
      *    factcust et sepacust ne les prennent plus, calcclaim        *
      *    rejette les soins dates dans la periode, cartcust et        *
      *    carteadh n'emettent pas de carte. Le batch de nuit          *
      *    reprcont reprend le contrat le lendemain de la date de fin  *
      *    et reconstruit son echeancier jusqu'a la fin d'annee.       *
      *                                                                *
      *    Sur un contrat deja suspendu, la saisie modifie la date de  *
      *    fin (prolongation ou retour anticipe) ; le debut reste      *
      *    celui de la suspension en cours.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspcont.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-SUSP-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE           PIC X(05).
       01  WS-AUTHORIZED-FLAG        PIC X(01) VALUE 'N'.

       01  WS-PRODUCT-CODE           PIC X(10).
       01  WS-SUSP-START             PIC X(10).
       01  WS-SUSP-END               PIC X(10).
       01  WS-SUSP-REASON            PIC X(01).
       01  WS-SUSP-REASON-LABEL      PIC X(20).
       01  WS-TODAY                  PIC X(10).
       01  WS-DATE-CHECK             PIC X(10).
       01  WS-DATE-VALID-FLAG        PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-FIRSTNAME            PIC X(14).
       01  SQL-LASTNAME             PIC X(14).
       01  SQL-SEL-UUID             PIC X(36).
       01  SQL-UUID                 PIC X(36).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-SUSPEND-STATUS       PIC X(01).
       01  SQL-SUSPEND-START        PIC X(10).
       01  SQL-SUSPEND-END          PIC X(10).
       01  SQL-SUSPEND-REASON       PIC X(01).
       01  SQL-ECH-COUNT            PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  SUSP-CONTRACT-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(21) VALUE 'SUSPENDRE UN CONTRAT' LINE 6
           COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(13) VALUE 'Code produit' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-PRODUCT-CODE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Debut (AAAA-MM-JJ)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) TO WS-SUSP-START LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Fin (AAAA-MM-JJ)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(10) TO WS-SUSP-END LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Motif (E / M / A)'
           LINE 19 COL 21.
           05 FILLER PIC X(46)
           VALUE 'E etranger, M militaire, A autre couverture'
           LINE 20 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(01) TO WS-SUSP-REASON LINE 19 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Valider la suspension'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SUSP-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  SUSP-CONTRACT-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(20) VALUE 'SUSPENDRE UN CONTRAT' LINE 1
           COL 30 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Code produit' LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 30.
           05 FILLER PIC X(10) TO WS-PRODUCT-CODE LINE 3 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Debut (AAAA-MM-JJ)'
           LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 30.
           05 FILLER PIC X(10) TO WS-SUSP-START LINE 5 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Fin (AAAA-MM-JJ)'
           LINE 6 COL 2.
           05 FILLER PIC X VALUE ':' LINE 6 COL 30.
           05 FILLER PIC X(10) TO WS-SUSP-END LINE 6 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Motif (E / M / A)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 30.
           05 FILLER PIC X(01) TO WS-SUSP-REASON LINE 7 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Valider la suspension'
           LINE 9 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SUSP-SCREEN-VALIDATION
           LINE 9 COL 32
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 11 COL 2
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

           CALL 'chkrole' USING 'SUPERVISOR', WS-AUTHORIZED-FLAG
           END-CALL.
           IF WS-AUTHORIZED-FLAG NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'suspendre un contrat.'
               EXEC SQL DISCONNECT ALL END-EXEC
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
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT SUSP-CONTRACT-SCREEN-80
               ELSE
                   ACCEPT SUSP-CONTRACT-SCREEN
               END-IF
               PERFORM SUSPEND-CONTRACT THRU SUSPEND-CONTRACT-FIN
      *    [MF] Le sort de l'operation (refus ou succes) est rendu a
      *    l'operateur : le champ d'ecran n'est rafraichi qu'au
      *    prochain affichage, l'ACCEPT etant deja passe.
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne, par
      *    l'uuid de la selection quand searcust l'a fourni.
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

      *    [MF] Controle la saisie puis pose la periode de suspension
      *    sur le contrat actif du code produit. Le debut ne peut
      *    etre anterieur a aujourd'hui (pas de suspension
      *    retroactive sur des echeances deja facturees) et la fin
      *    doit suivre le debut, sans depasser la fin du contrat.
       SUSPEND-CONTRACT.
           MOVE FUNCTION UPPER-CASE(WS-SUSP-REASON) TO WS-SUSP-REASON
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE '-' TO WS-TODAY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE '-' TO WS-TODAY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)

           EVALUATE WS-SUSP-REASON
               WHEN 'E'
                   MOVE 'SEJOUR ETRANGER' TO WS-SUSP-REASON-LABEL
               WHEN 'M'
                   MOVE 'SERVICE MILITAIRE' TO WS-SUSP-REASON-LABEL
               WHEN 'A'
                   MOVE 'AUTRE COUVERTURE' TO WS-SUSP-REASON-LABEL
               WHEN OTHER
                   MOVE 'Motif invalide : E, M ou A.'
                       TO WS-ERROR-MESSAGE
                   GO TO SUSPEND-CONTRACT-FIN
           END-EVALUATE

           MOVE WS-PRODUCT-CODE TO SQL-PRODUCT-CODE
           EXEC SQL
               SELECT COALESCE(CAST(contract_end_date AS TEXT), ' '),
                   COALESCE(contract_suspend_status, ' '),
                   COALESCE(CAST(contract_suspend_start AS TEXT), ' '),
                   COALESCE(CAST(contract_suspend_end AS TEXT), ' ')
               INTO :SQL-END-DATE, :SQL-SUSPEND-STATUS,
                   :SQL-SUSPEND-START, :SQL-SUSPEND-END
               FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CONTRACT_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND CONTRACT_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Aucun contrat actif avec ce code produit.'
                   TO WS-ERROR-MESSAGE
               GO TO SUSPEND-CONTRACT-FIN
           END-IF

      *    [MF] Suspension en cours : seule la fin se modifie.
           IF SQL-SUSPEND-STATUS = 'S'
               MOVE SQL-SUSPEND-START TO WS-SUSP-START
           ELSE
               MOVE WS-SUSP-START TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = 'N' OR WS-SUSP-START < WS-TODAY
                   MOVE 'Debut invalide ou anterieur a aujourd''hui.'
                       TO WS-ERROR-MESSAGE
                   GO TO SUSPEND-CONTRACT-FIN
               END-IF
           END-IF

           MOVE WS-SUSP-END TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-VALID-FLAG = 'N' OR WS-SUSP-END < WS-SUSP-START
               MOVE 'Date de fin invalide ou anterieure au debut.'
                   TO WS-ERROR-MESSAGE
               GO TO SUSPEND-CONTRACT-FIN
           END-IF

           IF SQL-END-DATE NOT = SPACES
               AND WS-SUSP-END > SQL-END-DATE
               MOVE 'La suspension depasse la fin du contrat.'
                   TO WS-ERROR-MESSAGE
               GO TO SUSPEND-CONTRACT-FIN
           END-IF

           MOVE WS-SUSP-START  TO SQL-SUSPEND-START
           MOVE WS-SUSP-END    TO SQL-SUSPEND-END
           MOVE WS-SUSP-REASON TO SQL-SUSPEND-REASON

           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_SUSPEND_START =
                       CAST(:SQL-SUSPEND-START AS DATE),
                   CONTRACT_SUSPEND_END =
                       CAST(:SQL-SUSPEND-END AS DATE),
                   CONTRACT_SUSPEND_STATUS = 'S',
                   CONTRACT_SUSPEND_REASON = :SQL-SUSPEND-REASON
               WHERE CONTRACT_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CONTRACT_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND CONTRACT_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'suspcont', 'UPDATE-CONTRACT',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de la suspension.'
                   TO WS-ERROR-MESSAGE
               GO TO SUSPEND-CONTRACT-FIN
           END-IF

           PERFORM SUSPEND-ECHEANCES

           MOVE 'CONTRAT-SUSPENSION' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   SQL-SUSPEND-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   SQL-SUSPEND-END DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUSP-REASON-LABEL)
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-ECH-COUNT DELIMITED BY SIZE
                   ' ECHEANCE(S) SUSPENDUE(S)' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-FOUND-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING 'Contrat suspendu du ' DELIMITED BY SIZE
                   SQL-SUSPEND-START DELIMITED BY SIZE
                   ' au ' DELIMITED BY SIZE
                   SQL-SUSPEND-END DELIMITED BY SIZE
                   ', reprise le lendemain.' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.

       SUSPEND-CONTRACT-FIN.
           EXIT.

      *    [MF] Les echeances prevues de la periode passent au statut
      *    'S' ; sur une modification de la fin, celles que la
      *    nouvelle periode ne couvre plus redeviennent 'P'.
       SUSPEND-ECHEANCES.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'P'
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND ECHEANCIER_STATUS = 'S'
               AND ECHEANCIER_DUE_DATE >
                   CAST(:SQL-SUSPEND-END AS DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'suspcont', 'RESTORE-ECHEANCES',
                   SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'S'
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE >=
                   CAST(:SQL-SUSPEND-START AS DATE)
               AND ECHEANCIER_DUE_DATE <=
                   CAST(:SQL-SUSPEND-END AS DATE)
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'suspcont', 'SUSPEND-ECHEANCES',
                   SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ECH-COUNT
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND ECHEANCIER_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-ECH-COUNT
           END-IF.

      *    [MF] Une date saisie doit etre au format AAAA-MM-JJ.
       CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-VALID-FLAG
           IF WS-DATE-CHECK(1:4) IS NOT NUMERIC
               OR WS-DATE-CHECK(5:1) NOT = '-'
               OR WS-DATE-CHECK(6:2) IS NOT NUMERIC
               OR WS-DATE-CHECK(8:1) NOT = '-'
               OR WS-DATE-CHECK(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-FLAG
           END-IF.
