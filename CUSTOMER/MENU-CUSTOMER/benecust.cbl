      *    enregistres puis permet d'en saisir un nouveau, et le      *
      *    compteur historique CUSTOMER_NBCHILDREN est tenu a jour    *
      *    pour les etats qui s'en servent encore.                    *
      *                                                               *
      *    [MF] Un enfant ne ou adopte pendant la periode d'un        *
      *    contrat dont le produit promet une allocation naissance    *
      *    (PRODUCT_BIRTH_ALLOWANCE) ouvre droit a cette allocation,  *
      *    creee en demande soin d'acte 'ALLOCNAIS' au statut 'J' :   *
      *    elle attend l'acte de naissance (doccust, piece 'NAI')     *
      *    puis part au prochain virement payclaim. Une seule         *
      *    allocation par enfant, meme declare par les deux parents.  *
      *                                                               *
      *    [MF] L'ecran retire aussi un ayant droit (action 'R' : nom *
      *    et prenom, date de naissance pour departager). Apres un    *
      *    ajout ou un retrait, chaque contrat individuel actif du    *
      *    foyer est retarife par calcprem (chaque personne a sa      *
      *    tranche d'age, enfants gratuits des le troisieme, plafond  *
      *    famille) ; si la prime change, c'est un avenant au jour    *
      *    meme, comme dans avencont : ancienne version conservee     *
      *    dans CONTRACT_HISTORY, echeances restantes redistribuees,  *
      *    certificat reemis.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. benecust.
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

      *    [MF] Action de l'ecran : 'A' ajout (defaut), 'R' retrait.
       01  WS-BENE-ACTION           PIC X(01).
       01  WS-BENE-CHANGED          PIC X(01).
       01  WS-TARIF-FOUND           PIC X(01).
       01  WS-TODAY                 PIC X(10).
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR        PIC X(04).
           05  WS-TODAY-MONTH       PIC X(02).
           05  WS-TODAY-DAY         PIC X(02).

      *    [MF] Contrats individuels actifs du foyer, charges avant
      *    la retarification pour ne pas tenir le curseur ouvert
      *    pendant les avenants.
       01  WS-REPRICE-TABLE.
           03 WS-REPRICE-CNT        PIC 9(04) VALUE 0.
           03 WS-REPRICE OCCURS 50 TIMES
                       INDEXED BY WS-REPRICE-IDX.
               05 WS-REPRICE-PRODUCT-CODE    PIC X(10).
               05 WS-REPRICE-START-DATE      PIC X(10).
               05 WS-REPRICE-END-DATE        PIC X(10).
               05 WS-REPRICE-PREMIUM-AMOUNT  PIC 9(07)V99.
               05 WS-REPRICE-PAY-FREQ        PIC X(01).

      *    [MF] Redistribution des echeances restantes a l'avenant,
      *    memes regles que avencont.
       01  WS-ECH-REMAIN-MONTHS     PIC 9(04).
       01  WS-ECH-STEP-MONTHS       PIC 9(02).
       01  WS-ECH-INST-MONTHS       PIC 9(02).
       01  WS-ECH-MONTHS-LEFT       PIC 9(04).
       01  WS-ECH-MONTHLY-AMOUNT    PIC 9(07)V99.
       01  WS-ECH-TOTAL-DUE         PIC 9(09)V99.
       01  WS-ECH-BILLED-SO-FAR     PIC 9(09)V99.
       01  WS-ECH-IDX               PIC 9(05).
       01  WS-ECH-EOF               PIC X(01).
       01  WS-ECH-FIRST-YEAR        PIC 9(04).
       01  WS-ECH-FIRST-MONTH       PIC 9(02).
       01  WS-ECH-END-YEAR          PIC 9(04).
       01  WS-ECH-END-MONTH         PIC 9(02).

       01  WS-BENE-NEW.
           05  WS-BENE-LASTNAME     PIC X(50).
           05  WS-BENE-FIRSTNAME    PIC X(50).
       01  SQL-BENE-BIRTH-DATE      PIC X(10).
       01  SQL-BENE-CODE-SECU       PIC X(15).
       01  SQL-BENE-OVERAGE         PIC X(01).
       01  SQL-BENEFICIARY-ID       PIC 9(09).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-BIRTH-ALLOW          PIC 9(05)V99.
       01  SQL-ALLOC-COUNT          PIC 9(05).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-BENE-COUNT           PIC 9(05).
       01  SQL-START-DATE           PIC X(10).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-PAY-FREQUENCY        PIC X(01).
       01  SQL-EFFECT-DATE          PIC X(10).
       01  SQL-NEW-PREMIUM          PIC 9(07)V99.
       01  SQL-PERIOD-AMOUNT        PIC 9(07)V99.
       01  SQL-ECH-ID               PIC 9(09).
       01  SQL-ECH-COUNT            PIC 9(05).
       01  SQL-ECH-FIRST-DUE        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  BENEFICIARY-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(32) VALUE 'AJOUTER / RETIRER UN AYANT DROIT'
           LINE 6 COL 86 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(28) VALUE 'Action (A ajout / R retrait)'
           LINE 11 COL 21.
           05 FILLER PIC X VALUE ':' LINE 11 COL 53.
           05 FILLER PIC X(01) TO WS-BENE-ACTION LINE 11 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(03) VALUE 'Nom' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider l''operation'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-BENE-SCREEN-VALIDATION
           LINE 28 COL 55
      *    terminaux standards des antennes locales.
       01  BENEFICIARY-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(32) VALUE 'AJOUTER / RETIRER UN AYANT DROIT'
           LINE 1 COL 24 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(03) VALUE 'Nom'
           LINE 3 COL 2.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE 'Action (A ajout / R retrait)'
           LINE 11 COL 2.
           05 FILLER PIC X VALUE ':' LINE 11 COL 32.
           05 FILLER PIC X(01) TO WS-BENE-ACTION LINE 11 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider l''operation'
           LINE 13 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-BENE-SCREEN-VALIDATION
           LINE 13 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 15 COL 2
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               MOVE SPACES TO WS-BENE-ACTION
               MOVE 'N' TO WS-BENE-CHANGED
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT BENEFICIARY-SCREEN-80
               ELSE
                   ACCEPT BENEFICIARY-SCREEN
               END-IF
               IF FUNCTION UPPER-CASE(WS-BENE-ACTION) = 'R'
                   PERFORM REMOVE-BENEFICIARY
               ELSE
                   PERFORM INSERT-BENEFICIARY
               END-IF
      *    [MF] Le sort de l'operation (refus ou succes) est rendu a
      *    l'operateur : le champ d'ecran n'est rafraichi qu'au
      *    prochain affichage, l'ACCEPT etant deja passe.
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
               IF WS-BENE-CHANGED = 'Y'
                   PERFORM REPRICE-HOUSEHOLD-CONTRACTS
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
                   END-CALL
                   MOVE 'Ayant droit ajoute avec succes.'
                       TO WS-ERROR-MESSAGE
                   MOVE 'Y' TO WS-BENE-CHANGED
                   PERFORM CREATE-BIRTH-ALLOWANCE
                       THRU CREATE-BIRTH-ALLOWANCE-FIN
               END-IF
           END-IF.

      *    [MF] Allocation naissance/adoption : le contrat dont la
      *    periode couvre la date de naissance donne le montant promis
      *    par son produit ; rien si le produit n'en verse pas. Refus
      *    si le meme enfant (code secu, ou nom, prenom et date de
      *    naissance) a deja declenche l'allocation, dans cette
      *    famille ou une autre. L'allocation est creee au statut 'J'
      *    en attente de l'acte de naissance.
       CREATE-BIRTH-ALLOWANCE.
           EXEC SQL
               SELECT COALESCE(MAX(BENEFICIARY_ID), 0)
               INTO :SQL-BENEFICIARY-ID
               FROM BENEFICIARY
               WHERE BENEFICIARY_CUSTOMER_UUID = :WS-FOUND-UUID
           END-EXEC
           IF SQLCODE NOT = ZERO OR SQL-BENEFICIARY-ID = 0
               GO TO CREATE-BIRTH-ALLOWANCE-FIN
           END-IF

           MOVE ZERO TO SQL-BIRTH-ALLOW
           EXEC SQL
               SELECT contract_product_code,
                   COALESCE(PRODUCT_BIRTH_ALLOWANCE, 0)
               INTO :SQL-PRODUCT-CODE, :SQL-BIRTH-ALLOW
               FROM CONTRACT, PRODUCT
               WHERE contract_customer_uuid = :WS-FOUND-UUID
               AND PRODUCT_CODE = contract_product_code
               AND contract_start_date <= :SQL-BENE-BIRTH-DATE
               AND ( contract_end_date IS NULL
                  OR contract_end_date >= :SQL-BENE-BIRTH-DATE )
               ORDER BY contract_start_date DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO OR SQL-BIRTH-ALLOW = 0
               GO TO CREATE-BIRTH-ALLOWANCE-FIN
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ALLOC-COUNT
               FROM CLAIM, BENEFICIARY
               WHERE CLAIM_BENEFICIARY_ID = BENEFICIARY_ID
               AND CLAIM_ACT_CODE = 'ALLOCNAIS'
               AND CLAIM_STATUS != 'R'
               AND ( ( TRIM(:SQL-BENE-CODE-SECU) != ''
                       AND BENEFICIARY_CODE_SECU =
                           :SQL-BENE-CODE-SECU )
                  OR ( UPPER(BENEFICIARY_LASTNAME) =
                           UPPER(TRIM(:SQL-BENE-LASTNAME))
                       AND UPPER(BENEFICIARY_FIRSTNAME) =
                           UPPER(TRIM(:SQL-BENE-FIRSTNAME))
                       AND BENEFICIARY_BIRTH_DATE =
                           :SQL-BENE-BIRTH-DATE ) )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'COUNT-ALLOC',
                   SQLCODE
               END-CALL
               GO TO CREATE-BIRTH-ALLOWANCE-FIN
           END-IF
           IF SQL-ALLOC-COUNT > 0
               MOVE 'Allocation naissance deja versee : refusee.'
                   TO WS-ERROR-MESSAGE
               MOVE 'ALLOC-NAIS-REFUS' TO WS-AUDIT-ACTION
               MOVE SQL-BENE-FIRSTNAME TO WS-AUDIT-DETAIL
               CALL 'logaudit' USING WS-FOUND-UUID,
                   WS-AUDIT-ACTION, WS-AUDIT-DETAIL
               END-CALL
               GO TO CREATE-BIRTH-ALLOWANCE-FIN
           END-IF

           EXEC SQL
               INSERT INTO CLAIM (
                   CLAIM_CUSTOMER_UUID, CLAIM_BENEFICIARY_ID,
                   CLAIM_CARE_DATE, CLAIM_ACT_CODE,
                   CLAIM_EXPENSE_AMOUNT, CLAIM_RO_AMOUNT,
                   CLAIM_OUR_AMOUNT, CLAIM_STATUS,
                   CLAIM_CREATE_DATE )
               VALUES ( :WS-FOUND-UUID, :SQL-BENEFICIARY-ID,
                        :SQL-BENE-BIRTH-DATE, 'ALLOCNAIS',
                        :SQL-BIRTH-ALLOW, 0, :SQL-BIRTH-ALLOW, 'J',
                        CURRENT_DATE )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'INSERT-ALLOC',
                   SQLCODE
               END-CALL
               GO TO CREATE-BIRTH-ALLOWANCE-FIN
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(CLAIM_ID), 0) INTO :SQL-CLAIM-ID
               FROM CLAIM
               WHERE CLAIM_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CLAIM_BENEFICIARY_ID = :SQL-BENEFICIARY-ID
               AND CLAIM_ACT_CODE = 'ALLOCNAIS'
           END-EXEC

           MOVE 'ALLOC-NAISSANCE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DEMANDE ' DELIMITED BY SIZE
                   SQL-CLAIM-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   SQL-BIRTH-ALLOW DELIMITED BY SIZE
                   ' EUR - ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BENE-FIRSTNAME) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-FOUND-UUID,
               WS-AUDIT-ACTION, WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING 'Ayant droit ajoute ; allocation naissance n. '
                   DELIMITED BY SIZE
                   SQL-CLAIM-ID DELIMITED BY SIZE
                   ' (acte NAI)' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.
       CREATE-BIRTH-ALLOWANCE-FIN.
           EXIT.

      *    [MF] Retrait d'un ayant droit du foyer : la fiche est
      *    supprimee, le compteur historique CUSTOMER_NBCHILDREN suit.
      *    Nom et prenom suffisent ; la date de naissance departage
      *    deux ayants droit homonymes.
       REMOVE-BENEFICIARY.
           IF WS-BENE-LASTNAME = SPACES
               OR WS-BENE-FIRSTNAME = SPACES
               MOVE 'Nom et prenom obligatoires pour le retrait.'
                   TO WS-ERROR-MESSAGE
               GO TO REMOVE-BENEFICIARY-FIN
           END-IF

           MOVE WS-BENE-LASTNAME   TO SQL-BENE-LASTNAME
           MOVE WS-BENE-FIRSTNAME  TO SQL-BENE-FIRSTNAME
           MOVE WS-BENE-BIRTH-DATE TO SQL-BENE-BIRTH-DATE

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-BENE-COUNT
               FROM BENEFICIARY
               WHERE BENEFICIARY_CUSTOMER_UUID = :WS-FOUND-UUID
               AND UPPER(BENEFICIARY_LASTNAME) =
                   UPPER(TRIM(:SQL-BENE-LASTNAME))
               AND UPPER(BENEFICIARY_FIRSTNAME) =
                   UPPER(TRIM(:SQL-BENE-FIRSTNAME))
               AND ( TRIM(:SQL-BENE-BIRTH-DATE) = ''
                  OR CAST(BENEFICIARY_BIRTH_DATE AS TEXT) =
                     :SQL-BENE-BIRTH-DATE )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'COUNT-BENE',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors du retrait.'
                   TO WS-ERROR-MESSAGE
               GO TO REMOVE-BENEFICIARY-FIN
           END-IF
           IF SQL-BENE-COUNT = 0
               MOVE 'Aucun ayant droit ne correspond a cette saisie.'
                   TO WS-ERROR-MESSAGE
               GO TO REMOVE-BENEFICIARY-FIN
           END-IF
           IF SQL-BENE-COUNT > 1
               MOVE 'Homonymes : preciser la date de naissance.'
                   TO WS-ERROR-MESSAGE
               GO TO REMOVE-BENEFICIARY-FIN
           END-IF

           EXEC SQL
               DELETE FROM BENEFICIARY
               WHERE BENEFICIARY_CUSTOMER_UUID = :WS-FOUND-UUID
               AND UPPER(BENEFICIARY_LASTNAME) =
                   UPPER(TRIM(:SQL-BENE-LASTNAME))
               AND UPPER(BENEFICIARY_FIRSTNAME) =
                   UPPER(TRIM(:SQL-BENE-FIRSTNAME))
               AND ( TRIM(:SQL-BENE-BIRTH-DATE) = ''
                  OR CAST(BENEFICIARY_BIRTH_DATE AS TEXT) =
                     :SQL-BENE-BIRTH-DATE )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'DELETE-BENE',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors du retrait.'
                   TO WS-ERROR-MESSAGE
               GO TO REMOVE-BENEFICIARY-FIN
           END-IF

           EXEC SQL
               UPDATE customer
               SET customer_nbchildren =
                   ( SELECT COUNT(*) FROM BENEFICIARY
                     WHERE beneficiary_customer_uuid =
                         :WS-FOUND-UUID )
               WHERE customer_uuid = :WS-FOUND-UUID
           END-EXEC
           MOVE 'AYANT-DROIT-RETRAIT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(SQL-BENE-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BENE-FIRSTNAME) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-FOUND-UUID,
               WS-AUDIT-ACTION, WS-AUDIT-DETAIL
           END-CALL
           MOVE 'Ayant droit retire avec succes.' TO WS-ERROR-MESSAGE
           MOVE 'Y' TO WS-BENE-CHANGED.
       REMOVE-BENEFICIARY-FIN.
           EXIT.

      *    [MF] La composition du foyer a change : chaque contrat
      *    individuel actif est retarife a la date du jour. Les
      *    contrats de groupe (code employeur) gardent le tarif
      *    negocie de l'entreprise.
       REPRICE-HOUSEHOLD-CONTRACTS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DAY
           MOVE SPACES TO WS-TODAY
           STRING WS-TODAY-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           END-STRING
           MOVE WS-TODAY TO SQL-EFFECT-DATE

           MOVE ZERO TO WS-REPRICE-CNT
           EXEC SQL
               DECLARE CRSBENEPRICE CURSOR FOR
               SELECT contract_product_code,
                   CAST(contract_start_date AS TEXT),
                   COALESCE(CAST(contract_end_date AS TEXT), ' '),
                   contract_premium_amount, contract_pay_freq
               FROM CONTRACT
               WHERE contract_customer_uuid = :WS-FOUND-UUID
               AND contract_status = 'A'
               AND COALESCE(TRIM(contract_employer_code), '') = ''
               ORDER BY contract_product_code
           END-EXEC.

           EXEC SQL OPEN CRSBENEPRICE END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSBENEPRICE
                   INTO :SQL-PRODUCT-CODE, :SQL-START-DATE,
                        :SQL-END-DATE, :SQL-PREMIUM-AMOUNT,
                        :SQL-PAY-FREQUENCY
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-REPRICE-CNT < 50
                           ADD 1 TO WS-REPRICE-CNT
                           SET WS-REPRICE-IDX TO WS-REPRICE-CNT
                           MOVE SQL-PRODUCT-CODE TO
                               WS-REPRICE-PRODUCT-CODE(WS-REPRICE-IDX)
                           MOVE SQL-START-DATE TO
                               WS-REPRICE-START-DATE(WS-REPRICE-IDX)
                           MOVE SQL-END-DATE TO
                               WS-REPRICE-END-DATE(WS-REPRICE-IDX)
                           MOVE SQL-PREMIUM-AMOUNT TO
                               WS-REPRICE-PREMIUM-AMOUNT(WS-REPRICE-IDX)
                           MOVE SQL-PAY-FREQUENCY TO
                               WS-REPRICE-PAY-FREQ(WS-REPRICE-IDX)
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'benecust',
                           'FETCH-BENEPRICE', SQLCODE
                       END-CALL
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBENEPRICE END-EXEC.

           PERFORM VARYING WS-REPRICE-IDX FROM 1 BY 1
               UNTIL WS-REPRICE-IDX > WS-REPRICE-CNT
               PERFORM REPRICE-ONE-CONTRACT
                   THRU REPRICE-ONE-CONTRACT-FIN
           END-PERFORM.

      *    [MF] Un contrat : nouvelle prime du foyer ; si elle differe
      *    de la prime en place, avenant au jour meme - version
      *    precedente dans CONTRACT_HISTORY, prime mise a jour,
      *    echeances restantes redistribuees, certificat reemis.
       REPRICE-ONE-CONTRACT.
           MOVE WS-REPRICE-PRODUCT-CODE(WS-REPRICE-IDX)
               TO SQL-PRODUCT-CODE
           MOVE WS-REPRICE-START-DATE(WS-REPRICE-IDX) TO SQL-START-DATE
           MOVE WS-REPRICE-END-DATE(WS-REPRICE-IDX) TO SQL-END-DATE
           MOVE WS-REPRICE-PREMIUM-AMOUNT(WS-REPRICE-IDX)
               TO SQL-PREMIUM-AMOUNT
           MOVE WS-REPRICE-PAY-FREQ(WS-REPRICE-IDX)
               TO SQL-PAY-FREQUENCY

           CALL 'calcprem' USING WS-FOUND-UUID, SQL-PRODUCT-CODE,
               WS-TODAY, SQL-NEW-PREMIUM, WS-TARIF-FOUND
           END-CALL
           IF WS-TARIF-FOUND NOT = 'Y'
               OR SQL-NEW-PREMIUM = SQL-PREMIUM-AMOUNT
               GO TO REPRICE-ONE-CONTRACT-FIN
           END-IF

           EXEC SQL
               INSERT INTO CONTRACT_HISTORY (
                   HISTORY_CUSTOMER_UUID, HISTORY_PRODUCT_CODE,
                   HISTORY_START_DATE, HISTORY_END_DATE,
                   HISTORY_PREMIUM_AMOUNT, HISTORY_PAY_FREQ,
                   HISTORY_EFFECT_DATE, HISTORY_CREATE_DATE )
               VALUES ( :WS-FOUND-UUID, :SQL-PRODUCT-CODE,
                        :SQL-START-DATE,
                        NULLIF(TRIM(:SQL-END-DATE), ''),
                        :SQL-PREMIUM-AMOUNT, :SQL-PAY-FREQUENCY,
                        :SQL-EFFECT-DATE, CURRENT_DATE )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'INSERT-HISTORY',
                   SQLCODE
               END-CALL
               GO TO REPRICE-ONE-CONTRACT-FIN
           END-IF

           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_PREMIUM_AMOUNT = :SQL-NEW-PREMIUM
               WHERE CONTRACT_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND CONTRACT_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust', 'UPDATE-PREMIUM',
                   SQLCODE
               END-CALL
               GO TO REPRICE-ONE-CONTRACT-FIN
           END-IF

           PERFORM RECODE-FUTURE-ECHEANCES

           CALL 'printcert' USING WS-FOUND-UUID,
               SQL-PRODUCT-CODE, 'A', SQL-EFFECT-DATE
           END-CALL
           MOVE 'CONTRAT-AVENANT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' EFFET ' DELIMITED BY SIZE
                   SQL-EFFECT-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-FOUND-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL
           DISPLAY 'Avenant ' FUNCTION TRIM(SQL-PRODUCT-CODE)
               ' : prime ' SQL-PREMIUM-AMOUNT ' EUR -> '
               SQL-NEW-PREMIUM ' EUR, effet au ' SQL-EFFECT-DATE.
       REPRICE-ONE-CONTRACT-FIN.
           EXIT.

      *    [MF] Echeances prevues a compter du jour : redistribuees a
      *    la nouvelle prime, memes regles que RECODE-FUTURE-ECHEANCES
      *    d'avencont.
       RECODE-FUTURE-ECHEANCES.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ECH-COUNT
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE >= :SQL-EFFECT-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-ECH-COUNT = 0
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT MIN(ECHEANCIER_DUE_DATE)
                   INTO :SQL-ECH-FIRST-DUE
                   FROM ECHEANCIER
                   WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
                   AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
                   AND ECHEANCIER_STATUS = 'P'
                   AND ECHEANCIER_DUE_DATE >= :SQL-EFFECT-DATE
               END-EXEC
               IF SQLCODE = ZERO
                   PERFORM REDISTRIBUTE-ECHEANCES
               END-IF
           END-IF.

      *    [MF] Total du = prime x mois restants / 12, chaque echeance
      *    au pas de la periodicite vaut la mensualite x ses mois
      *    couverts, la derniere absorbe l'ecart. Un contrat sans date
      *    de fin court jusqu'a son anniversaire.
       REDISTRIBUTE-ECHEANCES.
           MOVE FUNCTION NUMVAL(SQL-ECH-FIRST-DUE(1:4))
               TO WS-ECH-FIRST-YEAR
           MOVE FUNCTION NUMVAL(SQL-ECH-FIRST-DUE(6:2))
               TO WS-ECH-FIRST-MONTH
           IF SQL-END-DATE = SPACES
               COMPUTE WS-ECH-END-YEAR =
                   FUNCTION NUMVAL(SQL-START-DATE(1:4)) + 1
               MOVE FUNCTION NUMVAL(SQL-START-DATE(6:2))
                   TO WS-ECH-END-MONTH
           ELSE
               MOVE FUNCTION NUMVAL(SQL-END-DATE(1:4))
                   TO WS-ECH-END-YEAR
               MOVE FUNCTION NUMVAL(SQL-END-DATE(6:2))
                   TO WS-ECH-END-MONTH
           END-IF

           COMPUTE WS-ECH-REMAIN-MONTHS =
               ((WS-ECH-END-YEAR - WS-ECH-FIRST-YEAR) * 12)
               + WS-ECH-END-MONTH - WS-ECH-FIRST-MONTH
           IF WS-ECH-REMAIN-MONTHS < 1
               MOVE 1 TO WS-ECH-REMAIN-MONTHS
           END-IF

           EVALUATE SQL-PAY-FREQUENCY
               WHEN 'M'
                   MOVE 1 TO WS-ECH-STEP-MONTHS
               WHEN 'T'
                   MOVE 3 TO WS-ECH-STEP-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ECH-STEP-MONTHS
           END-EVALUATE

           COMPUTE WS-ECH-MONTHLY-AMOUNT ROUNDED =
               SQL-NEW-PREMIUM / 12
           COMPUTE WS-ECH-TOTAL-DUE ROUNDED =
               SQL-NEW-PREMIUM * WS-ECH-REMAIN-MONTHS / 12

           MOVE WS-ECH-REMAIN-MONTHS TO WS-ECH-MONTHS-LEFT
           MOVE ZERO TO WS-ECH-BILLED-SO-FAR
           MOVE ZERO TO WS-ECH-IDX

           EXEC SQL
               DECLARE CRSBENEECH CURSOR FOR
               SELECT ECHEANCIER_ID
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE >= :SQL-EFFECT-DATE
               ORDER BY ECHEANCIER_DUE_DATE
           END-EXEC.

           EXEC SQL OPEN CRSBENEECH END-EXEC.

           MOVE 'N' TO WS-ECH-EOF
           PERFORM UNTIL WS-ECH-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBENEECH INTO :SQL-ECH-ID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM RECODE-ONE-ECHEANCE
                   WHEN 100
                       MOVE 'Y' TO WS-ECH-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'benecust',
                           'FETCH-BENEECH', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-ECH-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSBENEECH END-EXEC.

      *    [MF] Une echeance recodee : pas plein a la mensualite,
      *    derniere echeance au solde du total du.
       RECODE-ONE-ECHEANCE.
           ADD 1 TO WS-ECH-IDX

           IF WS-ECH-MONTHS-LEFT < WS-ECH-STEP-MONTHS
               MOVE WS-ECH-MONTHS-LEFT TO WS-ECH-INST-MONTHS
           ELSE
               MOVE WS-ECH-STEP-MONTHS TO WS-ECH-INST-MONTHS
           END-IF

           IF WS-ECH-IDX = SQL-ECH-COUNT
               COMPUTE SQL-PERIOD-AMOUNT =
                   WS-ECH-TOTAL-DUE - WS-ECH-BILLED-SO-FAR
           ELSE
               COMPUTE SQL-PERIOD-AMOUNT =
                   WS-ECH-MONTHLY-AMOUNT * WS-ECH-INST-MONTHS
           END-IF

           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_AMOUNT = :SQL-PERIOD-AMOUNT
               WHERE ECHEANCIER_ID = :SQL-ECH-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'benecust',
                   'RECODE-ECHEANCES', SQLCODE
               END-CALL
           END-IF

           ADD SQL-PERIOD-AMOUNT TO WS-ECH-BILLED-SO-FAR
           IF WS-ECH-MONTHS-LEFT > WS-ECH-INST-MONTHS
               SUBTRACT WS-ECH-INST-MONTHS FROM WS-ECH-MONTHS-LEFT
           ELSE
               MOVE ZERO TO WS-ECH-MONTHS-LEFT
           END-IF.
