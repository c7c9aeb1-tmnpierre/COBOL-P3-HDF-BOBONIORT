      *    [MF] Le programme 'Situation de Compte Adherent' affiche,
      *    pour l'adherent selectionne dans menucust, tout le volet
      *    argent de sa fiche : les lignes de son echeancier avec leur
      *    statut ('P' prevue, 'F' facturee, 'D' prelevee, 'S'
      *    suspendue pendant la suspension du contrat), les
      *    prelevements correspondants traces dans la table COLLECTION
      *    avec le sort que la banque leur a reserve ('E' emis, 'C'
      *    credite par le rapprochement rapbcust, 'R' rejete par
      *    relance de la fiche - jusqu'ici l'accueil ouvrait a la main
      *    les fichiers RAPPROCHDAY et REJECTSDAY pendant l'appel de
      *    l'adherent.
      *
      *    En pied, le solde des avoirs ouverts par doubcust quand une
      *    echeance a ete encaissee deux fois, avec le choix de
      *    l'adherent pour ce trop-percu : 'E' imputation sur
      *    l'echeance suivante (par defaut) ou 'V' remboursement par
      *    virement (payclaim). Le choix saisi a l'ecran est
      *    enregistre sur la fiche (CUSTOMER_CREDIT_CHOICE) et trace
      *    par logaudit.
      *
      *    Les allocations naissance/adoption creees par benecust
      *    (acte 'ALLOCNAIS') sont listees a la suite, avec leur
      *    sort : en attente de l'acte de naissance, a payer ou
      *    versee par payclaim.
      *
      *    Les lignes anciennes deplacees par l'archivage annuel
      *    (archfin) dans ECHEANCIER_HIST, COLLECTION_HIST et
      *    CLAIM_HIST ne sont pas lues d'office : l'operateur les
      *    demande en repondant 'O' a 'Historique archive', la
      *    situation est alors reaffichee avec ces lignes marquees
      *    ARCHIVE. La consultation est tracee par logread.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. situcust.
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-ECH-COUNT             PIC 9(04) VALUE 0.
       01  WS-COLL-COUNT            PIC 9(04) VALUE 0.
       01  WS-ALLOC-COUNT           PIC 9(04) VALUE 0.
       01  WS-STATUS-LABEL          PIC X(20).

       01  WS-RETURN-CHOICE         PIC X(01).
       01  WS-CREDIT-CHOICE         PIC X(01).
       01  WS-HISTORY-CHOICE        PIC X(01).
       01  WS-ARCHIVE-MARK          PIC X(08).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).
       01  SQL-ECH-PRODUCT-CODE     PIC X(10).
       01  SQL-ECH-AMOUNT           PIC 9(07)V99.
       01  SQL-ECH-STATUS           PIC X(01).
       01  SQL-ECH-SOURCE           PIC X(01).
       01  SQL-COLL-ISSUE-DATE      PIC X(10).
       01  SQL-COLL-AMOUNT          PIC 9(07)V99.
       01  SQL-COLL-STATUS          PIC X(01).
       01  SQL-COLL-REMIT-REF       PIC X(17).
       01  SQL-COLL-PAY-MODE        PIC X(03).
       01  SQL-COLL-SOURCE          PIC X(01).
       01  SQL-CREDIT-BALANCE       PIC 9(07)V99.
       01  SQL-CREDIT-CHOICE        PIC X(01).
       01  SQL-ALLOC-DATE           PIC X(10).
       01  SQL-ALLOC-AMOUNT         PIC 9(07)V99.
       01  SQL-ALLOC-STATUS         PIC X(01).
       01  SQL-ALLOC-FIRSTNAME      PIC X(50).
       01  SQL-ALLOC-SOURCE         PIC X(01).
      *    [MF] 'O' quand l'operateur a demande l'historique archive.
       01  SQL-WITH-HISTORY         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           05 BLANK SCREEN.
           05 FILLER PIC X(19) VALUE 'SITUATION DE COMPTE'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(48)
           VALUE 'Trop-percu : E imputer / V rembourser (virement)'
           LINE 32 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) USING WS-CREDIT-CHOICE LINE 32 COL 71
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(22) VALUE 'Historique archive (O)'
           LINE 33 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-HISTORY-CHOICE LINE 33 COL 71
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 BLANK SCREEN.
           05 FILLER PIC X(19) VALUE 'SITUATION DE COMPTE'
           LINE 1 COL 31 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(48)
           VALUE 'Trop-percu : E imputer / V rembourser (virement)'
           LINE 21 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) USING WS-CREDIT-CHOICE LINE 21 COL 52
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(22) VALUE 'Historique archive (O)'
           LINE 22 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-HISTORY-CHOICE LINE 22 COL 52
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(11) VALUE 'Retour menu' LINE 23 COL 2
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 23 COL 15
               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               CALL 'logread' USING WS-FOUND-UUID, 'situcust  ', 'N'
               END-CALL
               MOVE 'N' TO SQL-WITH-HISTORY
               PERFORM DISPLAY-ACCOUNT-SITUATION
               IF WS-HISTORY-CHOICE = 'O'
                   MOVE 'O' TO SQL-WITH-HISTORY
                   PERFORM DISPLAY-ACCOUNT-SITUATION
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Affiche la situation, avec ou sans l'historique
      *    archive, et enregistre le choix saisi pour le trop-percu.
       DISPLAY-ACCOUNT-SITUATION.
           PERFORM DISPLAY-UNPAID-STATE
           PERFORM DISPLAY-ECHEANCES
           PERFORM DISPLAY-COLLECTIONS
           PERFORM DISPLAY-CREDIT-BALANCE
           PERFORM DISPLAY-BIRTH-ALLOWANCES
           MOVE SPACE TO WS-HISTORY-CHOICE
           CALL 'gettermp' USING WS-TERM-PROFILE
           END-CALL
           IF WS-TERM-PROFILE = '80COL'
               ACCEPT ACCOUNT-VIEW-SCREEN-80
           ELSE
               ACCEPT ACCOUNT-VIEW-SCREEN
           END-IF
           PERFORM UPDATE-CREDIT-CHOICE.

      *    [MF] Recherche l'identifiant de l'adherent concerne, avec
      *    son statut impaye et son niveau de relance pour l'entete
      *    de la situation.
           EXEC SQL
               DECLARE CRSSITUECH CURSOR FOR
               SELECT echeancier_due_date, echeancier_product_code,
                      echeancier_amount, echeancier_status, 'V'
               FROM ECHEANCIER
               WHERE echeancier_customer_uuid = :WS-FOUND-UUID
               UNION ALL
               SELECT echeancier_due_date, echeancier_product_code,
                      echeancier_amount, echeancier_status, 'H'
               FROM ECHEANCIER_HIST
               WHERE echeancier_customer_uuid = :WS-FOUND-UUID
               AND :SQL-WITH-HISTORY = 'O'
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSSITUECH END-EXEC.
               EXEC SQL
                   FETCH CRSSITUECH
                   INTO :SQL-ECH-DUE-DATE, :SQL-ECH-PRODUCT-CODE,
                        :SQL-ECH-AMOUNT, :SQL-ECH-STATUS,
                        :SQL-ECH-SOURCE
               END-EXEC

               EVALUATE SQLCODE
                               MOVE 'FACTUREE' TO WS-STATUS-LABEL
                           WHEN 'D'
                               MOVE 'PRELEVEE' TO WS-STATUS-LABEL
                           WHEN 'S'
                               MOVE 'SUSPENDUE' TO WS-STATUS-LABEL
                           WHEN 'X'
                               MOVE 'ANNULEE' TO WS-STATUS-LABEL
                           WHEN OTHER
                               MOVE SQL-ECH-STATUS TO WS-STATUS-LABEL
                       END-EVALUATE
                       MOVE SPACES TO WS-ARCHIVE-MARK
                       IF SQL-ECH-SOURCE = 'H'
                           MOVE ' ARCHIVE' TO WS-ARCHIVE-MARK
                       END-IF
                       DISPLAY 'ECHEANCE ' SQL-ECH-DUE-DATE
                           ' ' SQL-ECH-PRODUCT-CODE
                           ' ' SQL-ECH-AMOUNT ' EUR '
                           FUNCTION TRIM(WS-STATUS-LABEL)
                           WS-ARCHIVE-MARK
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
           EXEC SQL
               DECLARE CRSSITUCOLL CURSOR FOR
               SELECT COLLECTION_ISSUE_DATE, COLLECTION_AMOUNT,
                      COLLECTION_STATUS, COLLECTION_REMIT_REF,
                      COALESCE(COLLECTION_PAY_MODE, 'PRL'), 'V'
               FROM COLLECTION
               WHERE COLLECTION_CUSTOMER_UUID = :WS-FOUND-UUID
               UNION ALL
               SELECT COLLECTION_ISSUE_DATE, COLLECTION_AMOUNT,
                      COLLECTION_STATUS, COLLECTION_REMIT_REF,
                      COALESCE(COLLECTION_PAY_MODE, 'PRL'), 'H'
               FROM COLLECTION_HIST
               WHERE COLLECTION_CUSTOMER_UUID = :WS-FOUND-UUID
               AND :SQL-WITH-HISTORY = 'O'
               ORDER BY 1
           END-EXEC.

           EXEC SQL OPEN CRSSITUCOLL END-EXEC.
               EXEC SQL
                   FETCH CRSSITUCOLL
                   INTO :SQL-COLL-ISSUE-DATE, :SQL-COLL-AMOUNT,
                        :SQL-COLL-STATUS, :SQL-COLL-REMIT-REF,
                        :SQL-COLL-PAY-MODE, :SQL-COLL-SOURCE
               END-EXEC

               EVALUATE SQLCODE
                               MOVE SQL-COLL-STATUS
                                   TO WS-STATUS-LABEL
                       END-EVALUATE
      *    [MF] Une echeance soldee sur avoir (doubcust) n'est pas
      *    un prelevement : elle est signalee comme telle.
                       IF SQL-COLL-PAY-MODE = 'AVO'
                           MOVE 'SOLDEE SUR AVOIR' TO WS-STATUS-LABEL
                       END-IF
                       MOVE SPACES TO WS-ARCHIVE-MARK
                       IF SQL-COLL-SOURCE = 'H'
                           MOVE ' ARCHIVE' TO WS-ARCHIVE-MARK
                       END-IF
                       DISPLAY 'PRELEVEMENT ' SQL-COLL-ISSUE-DATE
                           ' ' SQL-COLL-AMOUNT ' EUR '
                           FUNCTION TRIM(WS-STATUS-LABEL)
                           ' - REMISE '
                           FUNCTION TRIM(SQL-COLL-REMIT-REF)
                           WS-ARCHIVE-MARK
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
           IF WS-COLL-COUNT = 0
               DISPLAY 'Aucun prelevement trace pour cet adherent.'
           END-IF.

      *    [MF] Solde des avoirs ouverts de l'adherent (trop-percu
      *    d'echeances constate par doubcust) et son choix actuel.
       DISPLAY-CREDIT-BALANCE.
           MOVE ZERO TO SQL-CREDIT-BALANCE
           MOVE 'E' TO SQL-CREDIT-CHOICE
           EXEC SQL
               SELECT COALESCE(( SELECT SUM(credit_balance)
                                 FROM CUSTOMER_CREDIT
                                 WHERE credit_customer_uuid =
                                     customer_uuid
                                 AND credit_status = 'O' ), 0),
                      COALESCE(customer_credit_choice, 'E')
               INTO :SQL-CREDIT-BALANCE, :SQL-CREDIT-CHOICE
               FROM customer
               WHERE customer_uuid = :WS-FOUND-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'ERREUR LECTURE AVOIRS : ' SQLCODE
           END-IF.

           MOVE SQL-CREDIT-CHOICE TO WS-CREDIT-CHOICE
           IF SQL-CREDIT-BALANCE > 0
               IF SQL-CREDIT-CHOICE = 'V'
                   DISPLAY 'TROP-PERCU A RESTITUER : '
                       SQL-CREDIT-BALANCE ' EUR - REMBOURSEMENT PAR '
                       'VIREMENT'
               ELSE
                   DISPLAY 'TROP-PERCU A RESTITUER : '
                       SQL-CREDIT-BALANCE ' EUR - IMPUTATION SUR '
                       'L''ECHEANCE SUIVANTE'
               END-IF
           ELSE
               DISPLAY 'AUCUN TROP-PERCU SUR LA FICHE'
           END-IF.

      *    [MF] Allocations naissance de la famille, au prenom de
      *    l'enfant ; rien n'est affiche quand il n'y en a pas.
       DISPLAY-BIRTH-ALLOWANCES.
           MOVE ZERO TO WS-ALLOC-COUNT
           EXEC SQL
               DECLARE CRSSITUALLOC CURSOR FOR
               SELECT claim_care_date, claim_our_amount, claim_status,
                   COALESCE(beneficiary_firstname, ' '), 'V'
               FROM CLAIM
               LEFT JOIN BENEFICIARY
                   ON beneficiary_id = claim_beneficiary_id
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               AND claim_act_code = 'ALLOCNAIS'
               UNION ALL
               SELECT claim_care_date, claim_our_amount, claim_status,
                   COALESCE(beneficiary_firstname, ' '), 'H'
               FROM CLAIM_HIST
               LEFT JOIN BENEFICIARY
                   ON beneficiary_id = claim_beneficiary_id
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               AND claim_act_code = 'ALLOCNAIS'
               AND :SQL-WITH-HISTORY = 'O'
               ORDER BY 1 DESC
           END-EXEC.

           EXEC SQL OPEN CRSSITUALLOC END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSITUALLOC
                   INTO :SQL-ALLOC-DATE, :SQL-ALLOC-AMOUNT,
                        :SQL-ALLOC-STATUS, :SQL-ALLOC-FIRSTNAME,
                        :SQL-ALLOC-SOURCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-ALLOC-COUNT
                       EVALUATE SQL-ALLOC-STATUS
                           WHEN 'J'
                               MOVE 'ATTENTE ACTE NAISS.'
                                   TO WS-STATUS-LABEL
                           WHEN 'C'
                               MOVE 'A PAYER' TO WS-STATUS-LABEL
                           WHEN 'P'
                               MOVE 'VERSEE' TO WS-STATUS-LABEL
                           WHEN 'R'
                               MOVE 'REFUSEE' TO WS-STATUS-LABEL
                           WHEN OTHER
                               MOVE SQL-ALLOC-STATUS TO WS-STATUS-LABEL
                       END-EVALUATE
                       MOVE SPACES TO WS-ARCHIVE-MARK
                       IF SQL-ALLOC-SOURCE = 'H'
                           MOVE ' ARCHIVE' TO WS-ARCHIVE-MARK
                       END-IF
                       DISPLAY 'ALLOCATION NAISSANCE ' SQL-ALLOC-DATE
                           ' ' FUNCTION TRIM(SQL-ALLOC-FIRSTNAME)
                           ' ' SQL-ALLOC-AMOUNT ' EUR - '
                           FUNCTION TRIM(WS-STATUS-LABEL)
                           WS-ARCHIVE-MARK
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSSITUALLOC : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSITUALLOC END-EXEC.

      *    [MF] Enregistre le nouveau choix de l'adherent pour son
      *    trop-percu quand il a change. Sans avoir ouvert, la saisie
      *    est ignoree.
       UPDATE-CREDIT-CHOICE.
           IF SQL-CREDIT-BALANCE > 0
               AND ( WS-CREDIT-CHOICE = 'E' OR WS-CREDIT-CHOICE = 'V' )
               AND WS-CREDIT-CHOICE NOT = SQL-CREDIT-CHOICE
               MOVE WS-CREDIT-CHOICE TO SQL-CREDIT-CHOICE
               EXEC SQL
                   UPDATE customer
                   SET customer_credit_choice = :SQL-CREDIT-CHOICE
                   WHERE customer_uuid = :WS-FOUND-UUID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'ERREUR MISE A JOUR CHOIX AVOIR : ' SQLCODE
               ELSE
                   MOVE 'CHOIX-AVOIR' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   IF SQL-CREDIT-CHOICE = 'V'
                       MOVE 'TROP-PERCU REMBOURSE PAR VIREMENT'
                           TO WS-AUDIT-DETAIL
                   ELSE
                       MOVE 'TROP-PERCU IMPUTE SUR L''ECHEANCE SUIVANTE'
                           TO WS-AUDIT-DETAIL
                   END-IF
                   CALL 'logaudit' USING WS-FOUND-UUID,
                       WS-AUDIT-ACTION, WS-AUDIT-DETAIL
                   END-CALL
                   EXEC SQL COMMIT WORK END-EXEC
               END-IF
           END-IF.
