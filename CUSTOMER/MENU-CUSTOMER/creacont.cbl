      *    [MF] Le programme 'Create Contract logic' ajoute un contrat *
      *    dans la table CONTRACT pour l'adherent selectionne dans     *
      *    menucust.                                                   *
      *    Le certificat d'adhesion (printcert) est edite a            *
      *    l'activation du contrat.                                    *
      *    La prime de reference est celle du foyer (calcprem) :       *
      *    adherent et ayants droit couverts chacun a sa tranche       *
      *    d'age, enfants gratuits des le troisieme, plafond famille.  *
      *    Pour un prospect converti (prospcust) dont le devis est     *
      *    encore valable, le produit et la prime du devis sont        *
      *    proposes par defaut, et la prime devisee est honoree meme   *
      *    si le tarif a bouge depuis.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. creacont.
           05  WS-AGE-TODAY-MONTH   PIC 9(02).
           05  WS-AGE-TODAY-DAY     PIC 9(02).
       01  WS-TODAY-ISO             PIC X(10).
       01  WS-TARIF-FOUND           PIC X(01).

      *    [MF] Devis encore valable du prospect converti en cet
      *    adherent : produit et prime proposes par defaut.
       01  WS-QUOTE-FOUND           PIC X(01).
       01  WS-QUOTE-PRODUCT         PIC X(10).
       01  WS-QUOTE-PREMIUM         PIC 9(07)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-EMPLOYER-CODE        PIC X(10).
       01  SQL-EMPL-RATE            PIC 9(07)V99.
       01  SQL-CSS-SHARE            PIC 9(07)V99.
       01  SQL-QUOTE-PRODUCT        PIC X(10).
       01  SQL-QUOTE-PREMIUM        PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


           05 FILLER PIC X(13) VALUE 'Code produit' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) USING WS-PRODUCT-CODE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.


           05 FILLER PIC X(14) VALUE 'Prime annuelle' LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC 9(07)V99 USING WS-PREMIUM-AMOUNT LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) VALUE 'Code produit' LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 24.
           05 FILLER PIC X(10) USING WS-PRODUCT-CODE LINE 3 COL 26 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.


           05 FILLER PIC X(14) VALUE 'Prime annuelle' LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 24.
           05 FILLER PIC 9(07)V99 USING WS-PREMIUM-AMOUNT LINE 9 COL 26
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM FIND-PROSPECT-QUOTE
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT CREATE-CONTRACT-SCREEN-80
               ELSE
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Devis du prospect converti en cet adherent (meme
      *    rapprochement nom, prenom et telephone que commpart), le
      *    plus recent encore valable : produit et prime pre-remplis
      *    a l'ecran. Sans devis, les champs partent a blanc et zero
      *    comme avant.
       FIND-PROSPECT-QUOTE.
           MOVE 'N' TO WS-QUOTE-FOUND
           MOVE SPACES TO WS-PRODUCT-CODE WS-QUOTE-PRODUCT
           MOVE ZERO TO WS-PREMIUM-AMOUNT WS-QUOTE-PREMIUM

           EXEC SQL
               SELECT PROSPECT_QUOTE_PRODUCT, PROSPECT_QUOTE_PREMIUM
               INTO :SQL-QUOTE-PRODUCT, :SQL-QUOTE-PREMIUM
               FROM PROSPECT, customer
               WHERE customer_uuid = :SQL-UUID
               AND PROSPECT_STATUS = 'C'
               AND PROSPECT_LASTNAME = customer_lastname
               AND PROSPECT_FIRSTNAME = customer_firstname
               AND PROSPECT_PHONE = customer_phone
               AND PROSPECT_QUOTE_REF IS NOT NULL
               AND PROSPECT_QUOTE_VALID_DATE >= CURRENT_DATE
               ORDER BY PROSPECT_QUOTE_DATE DESC
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO WS-QUOTE-FOUND
                   MOVE SQL-QUOTE-PRODUCT TO WS-QUOTE-PRODUCT
                   MOVE SQL-QUOTE-PREMIUM TO WS-QUOTE-PREMIUM
                   MOVE SQL-QUOTE-PRODUCT TO WS-PRODUCT-CODE
                   MOVE SQL-QUOTE-PREMIUM TO WS-PREMIUM-AMOUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   CALL 'logsqlerr' USING 'creacont', 'FIND-QUOTE',
                       SQLCODE
                   END-CALL
           END-EVALUATE.

      *    [MF] Ajoute la ligne contract rattachee a l'adherent
      *    trouve. Une periodicite laissee a blanc vaut 'A' : le
      *    paiement annuel en une fois, comme avant la mise en place
           END-EXEC.

      *    [MF] Defaut et controle de la prime contre la table TARIF :
      *    une prime laissee a zero est remplie du tarif en vigueur,
      *    une prime saisie qui s'en ecarte est refusee - deux
      *    operateurs ne peuvent plus proposer deux prix differents
      *    pour le meme foyer. Le tarif en vigueur est la prime du
      *    foyer calculee par calcprem (chaque personne couverte a sa
      *    tranche d'age x annee, plafond famille du produit). Un
      *    produit sans ligne TARIF reste accepte tel que saisi.
       CHECK-TARIF-PRODUCT.
           MOVE 'Y' TO WS-TARIF-OK

           PERFORM COMPUTE-CUSTOMER-AGE

           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-AGE-TODAY-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-AGE-TODAY-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-AGE-TODAY-DAY DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           END-STRING

           CALL 'calcprem' USING WS-FOUND-UUID, SQL-PRODUCT-CODE,
               WS-TODAY-ISO, SQL-TARIF-AMOUNT, WS-TARIF-FOUND
           END-CALL

      *    [MF] La prime d'un devis encore valable, sur le produit
      *    devise, est un engagement pris envers le prospect.
           IF WS-QUOTE-FOUND = 'Y'
               AND WS-PRODUCT-CODE = WS-QUOTE-PRODUCT
               AND WS-PREMIUM-AMOUNT = WS-QUOTE-PREMIUM
               MOVE 'N' TO WS-TARIF-FOUND
           END-IF

           IF WS-TARIF-FOUND = 'Y'
               IF WS-PREMIUM-AMOUNT = ZERO
                   MOVE SQL-TARIF-AMOUNT TO WS-PREMIUM-AMOUNT
                   MOVE SQL-TARIF-AMOUNT TO SQL-PREMIUM-AMOUNT
               ELSE
                   IF WS-PREMIUM-AMOUNT NOT = SQL-TARIF-AMOUNT
                       MOVE 'N' TO WS-TARIF-OK
                   END-IF
               END-IF
           END-IF.

      *    [MF] Ajoute la ligne contract une fois la prime validee.
       INSERT-CONTRACT-ROW.
               CALL 'logaudit' USING WS-FOUND-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
      *    [MF] Le certificat d'adhesion est edite des l'activation,
      *    echeancier compris, pour etre remis a l'adherent.
               CALL 'printcert' USING WS-FOUND-UUID, SQL-PRODUCT-CODE,
                   'S', SQL-START-DATE
               END-CALL
               MOVE 'Contrat ajoute, certificat edite (CERTIFADH).'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *    [MF] Genere l'echeancier du contrat dans la table
