      *    frequent de l'accueil, et la reponse se cherchait dans le
      *    fichier CLAIMCALCDAY a la main - creaclaim ne sait que
      *    saisir, pas montrer.
      *
      *    L'allocation naissance/adoption creee par benecust (acte
      *    'ALLOCNAIS') figure dans la meme liste, a son libelle, en
      *    attente de l'acte de naissance puis a payer et payee.
      *
      *    Les demandes anciennes deplacees dans CLAIM_HIST par
      *    l'archivage annuel (archfin) sont ajoutees a la liste,
      *    marquees ARCHIVE, quand l'operateur repond 'O' a
      *    'Historique archive'.
      *
      *    Un soin recu a l'etranger montre aussi son montant dans la
      *    devise d'origine et le cours de conversion retenu par
      *    calcclaim (table EXCHANGE_RATE tenue par rateadm).
      *
      *    La consultation est tracee par logread.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. detaclaim.
       01  WS-STATUS-LABEL          PIC X(20).

       01  WS-RETURN-CHOICE         PIC X(01).
       01  WS-HISTORY-CHOICE        PIC X(01).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).
      *    [MF] Montant en devise et cours, edites pour l'affichage.
       01  WS-EDIT-FOREIGN          PIC Z(06)9.99.
       01  WS-EDIT-EXCHANGE-RATE    PIC Z(04)9.9(06).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-REMIT-REF            PIC X(17).
       01  SQL-REJECT-REASON        PIC X(40).
       01  SQL-BENE-FIRSTNAME       PIC X(50).
       01  SQL-CLAIM-SOURCE         PIC X(01).
       01  SQL-CURRENCY             PIC X(03).
       01  SQL-FOREIGN-AMOUNT       PIC 9(07)V99.
       01  SQL-EXCHANGE-RATE        PIC 9(05)V9(06).
      *    [MF] 'O' quand l'operateur a demande l'historique archive.
       01  SQL-WITH-HISTORY         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  CLAIM-LIST-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(15) VALUE 'SUIVI DES SOINS'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Historique archive (O)'
           LINE 33 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-HISTORY-CHOICE LINE 33 COL 45
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 BLANK SCREEN.
           05 FILLER PIC X(15) VALUE 'SUIVI DES SOINS'
           LINE 1 COL 31 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(22) VALUE 'Historique archive (O)'
           LINE 22 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-HISTORY-CHOICE LINE 22 COL 26
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(11) VALUE 'Retour menu' LINE 23 COL 2
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 23 COL 15
               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               CALL 'logread' USING WS-FOUND-UUID, 'detaclaim ', 'N'
               END-CALL
               MOVE 'N' TO SQL-WITH-HISTORY
               PERFORM DISPLAY-CLAIM-LIST
               IF WS-HISTORY-CHOICE = 'O'
                   MOVE 'O' TO SQL-WITH-HISTORY
                   PERFORM DISPLAY-CLAIM-LIST
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Affiche la liste des demandes, avec ou sans
      *    l'historique archive, et attend le retour de l'operateur.
       DISPLAY-CLAIM-LIST.
           PERFORM DISPLAY-CLAIMS
           MOVE SPACE TO WS-HISTORY-CHOICE
           CALL 'gettermp' USING WS-TERM-PROFILE
           END-CALL
           IF WS-TERM-PROFILE = '80COL'
               ACCEPT CLAIM-LIST-SCREEN-80
           ELSE
               ACCEPT CLAIM-LIST-SCREEN
           END-IF.

      *    [MF] Recherche l'identifiant de l'adherent concerne
       FIND-CUSTOMER-UUID.
           EXEC SQL
                      COALESCE(( SELECT BENEFICIARY_FIRSTNAME
                                 FROM BENEFICIARY
                                 WHERE BENEFICIARY_ID =
                                     claim_beneficiary_id ), ' '),
                      COALESCE(claim_currency, ' '),
                      COALESCE(claim_foreign_amount, 0),
                      COALESCE(claim_exchange_rate, 0),
                      'V'
               FROM CLAIM
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               UNION ALL
               SELECT claim_care_date, claim_act_code,
                      claim_expense_amount, claim_our_amount,
                      claim_status,
                      COALESCE(claim_remit_ref, ' '),
                      COALESCE(claim_reject_reason, ' '),
                      COALESCE(( SELECT BENEFICIARY_FIRSTNAME
                                 FROM BENEFICIARY
                                 WHERE BENEFICIARY_ID =
                                     claim_beneficiary_id ), ' '),
                      COALESCE(claim_currency, ' '),
                      COALESCE(claim_foreign_amount, 0),
                      COALESCE(claim_exchange_rate, 0),
                      'H'
               FROM CLAIM_HIST
               WHERE claim_customer_uuid = :WS-FOUND-UUID
               AND :SQL-WITH-HISTORY = 'O'
               ORDER BY 1 DESC
           END-EXEC.

           EXEC SQL OPEN CRSDETACLAIM END-EXEC.
                   INTO :SQL-CARE-DATE, :SQL-ACT-CODE,
                        :SQL-EXPENSE-AMOUNT, :SQL-OUR-AMOUNT,
                        :SQL-CLAIM-STATUS, :SQL-REMIT-REF,
                        :SQL-REJECT-REASON, :SQL-BENE-FIRSTNAME,
                        :SQL-CURRENCY, :SQL-FOREIGN-AMOUNT,
                        :SQL-EXCHANGE-RATE, :SQL-CLAIM-SOURCE
               END-EXEC

               EVALUATE SQLCODE
                   MOVE SQL-CLAIM-STATUS TO WS-STATUS-LABEL
           END-EVALUATE

      *    [MF] L'allocation naissance n'est pas un soin : montant
      *    fixe du produit, en attente de l'acte de naissance, au
      *    nom de l'enfant.
           IF SQL-ACT-CODE = 'ALLOCNAIS'
               EVALUATE SQL-CLAIM-STATUS
                   WHEN 'J'
                       MOVE 'ATTENTE ACTE NAISS.' TO WS-STATUS-LABEL
                   WHEN 'C'
                       MOVE 'A PAYER' TO WS-STATUS-LABEL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DISPLAY 'ALLOCATION NAISSANCE ' SQL-CARE-DATE
                   ' MONTANT ' SQL-EXPENSE-AMOUNT ' EUR - '
                   FUNCTION TRIM(WS-STATUS-LABEL)
               IF SQL-BENE-FIRSTNAME NOT = SPACES
                   DISPLAY '  ENFANT '
                       FUNCTION TRIM(SQL-BENE-FIRSTNAME)
               END-IF
           ELSE
               DISPLAY 'SOIN ' SQL-CARE-DATE
                   ' ' SQL-ACT-CODE
                   ' DEPENSE ' SQL-EXPENSE-AMOUNT ' EUR - '
                   FUNCTION TRIM(WS-STATUS-LABEL)

      *    [MF] Le soin d'un ayant droit (benecust) est montre a son
      *    nom : les familles veulent distinguer qui a recu le soin.
               IF SQL-BENE-FIRSTNAME NOT = SPACES
                   DISPLAY '  SOIN RECU PAR '
                       FUNCTION TRIM(SQL-BENE-FIRSTNAME)
               END-IF

      *    [MF] Soin en devise : montant d'origine, et cours retenu
      *    une fois la demande convertie par calcclaim.
               IF SQL-CURRENCY NOT = SPACES
                   AND SQL-CURRENCY NOT = 'EUR'
                   MOVE SQL-FOREIGN-AMOUNT TO WS-EDIT-FOREIGN
                   IF SQL-EXCHANGE-RATE > 0
                       MOVE SQL-EXCHANGE-RATE TO WS-EDIT-EXCHANGE-RATE
                       DISPLAY '  DEPENSE D''ORIGINE '
                           FUNCTION TRIM(WS-EDIT-FOREIGN) ' '
                           SQL-CURRENCY ' AU TAUX DE '
                           FUNCTION TRIM(WS-EDIT-EXCHANGE-RATE) ' EUR'
                   ELSE
                       DISPLAY '  DEPENSE D''ORIGINE '
                           FUNCTION TRIM(WS-EDIT-FOREIGN) ' '
                           SQL-CURRENCY ' - CONVERSION A VENIR'
                   END-IF
               END-IF
           END-IF

           EVALUATE SQL-CLAIM-STATUS
                       FUNCTION TRIM(SQL-REJECT-REASON)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF SQL-CLAIM-SOURCE = 'H'
               DISPLAY '  ARCHIVE'
           END-IF.
