      *    conservee dans la table CONTRACT_HISTORY, que detacust     *
      *    affiche a la suite des contrats pour montrer toute la vie  *
      *    du contrat.                                                *
      *    Chaque avenant reemet le certificat d'adhesion (printcert) *
      *    dans une nouvelle version.                                 *
      *    Le tarif en vigueur est la prime du foyer (calcprem) :     *
      *    adherent et ayants droit couverts a leur tranche d'age,    *
      *    enfants gratuits des le troisieme, plafond famille.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. avencont.
           05  WS-TODAY-YEAR           PIC X(04).
           05  WS-TODAY-MONTH          PIC X(02).
           05  WS-TODAY-DAY            PIC X(02).
       01  WS-TARIF-FOUND              PIC X(01).
      *    [MF] Redistribution des echeances restantes a l'avenant,
      *    selon les memes regles que la generation (creacont) :
      *    prorata sur les mois restant a couvrir, derniere echeance
       01  SQL-PRODUCT-FOUND-COUNT  PIC 9(05).
       01  SQL-DUP-CONTRACT-COUNT   PIC 9(05).
       01  SQL-TARIF-AMOUNT         PIC 9(07)V99.
       01  SQL-PERIOD-AMOUNT        PIC 9(07)V99.
       01  SQL-ECH-ID               PIC 9(09).
       01  SQL-ECH-COUNT            PIC 9(05).
           END-IF.

      *    [MF] La prime effective de l'avenant est confrontee au
      *    tarif en vigueur du produit vise pour le foyer (calcprem),
      *    comme a la souscription : une prime a zero est remplie du
      *    tarif, une prime qui s'en ecarte est refusee. Un produit
      *    sans ligne TARIF reste accepte tel quel.
       CHECK-TARIF-PRODUCT.
           MOVE 'Y' TO WS-TARIF-OK

           CALL 'calcprem' USING WS-FOUND-UUID, SQL-NEW-PRODUCT-CODE,
               WS-TODAY, SQL-TARIF-AMOUNT, WS-TARIF-FOUND
           END-CALL

           IF WS-TARIF-FOUND = 'Y'
               IF WS-NEW-PREMIUM = ZERO
                   AND SQL-NEW-PRODUCT-CODE
                       NOT = SQL-PRODUCT-CODE
                   MOVE SQL-TARIF-AMOUNT TO SQL-NEW-PREMIUM
               ELSE
                   IF SQL-NEW-PREMIUM NOT = SQL-TARIF-AMOUNT
                       MOVE 'N' TO WS-TARIF-OK
                   END-IF
               END-IF
           END-IF

           IF WS-TARIF-OK = 'N'
               MOVE SPACES TO WS-ERROR-MESSAGE
                   TO WS-ERROR-MESSAGE
           ELSE
               PERFORM RECODE-FUTURE-ECHEANCES
      *    [MF] Nouvelle version du certificat d'adhesion, portant
      *    la date d'effet et l'echeancier recode.
               CALL 'printcert' USING WS-FOUND-UUID,
                   SQL-NEW-PRODUCT-CODE, 'A', SQL-EFFECT-DATE
               END-CALL
               MOVE 'CONTRAT-AVENANT' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-NEW-PRODUCT-CODE)
