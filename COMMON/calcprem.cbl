      ******************************************************************
      *    [MF] Le programme 'Calcul Prime Foyer' rend a l'appelant la
      *    cotisation annuelle d'un contrat pour tout le foyer couvert,
      *    et non plus pour le seul adherent : chaque personne est
      *    tarifee a sa propre tranche d'age dans la table TARIF
      *    (produit x tranche d'age x annee).
      *
      *    - l'adherent a sa tranche ; sans ligne TARIF pour lui, le
      *      produit n'est pas tarife et l'indicateur rendu vaut 'N'
      *      (l'appelant garde alors la prime saisie ou en place) ;
      *    - chaque ayant droit couvert de la table BENEFICIARY (hors
      *      ayants droit sortis pour limite d'age, OVERAGE = 'O') a
      *      sa tranche ; un ayant droit sans tranche pour son age
      *      n'ajoute rien ;
      *    - les enfants (ayants droit de 26 ans au plus, meme limite
      *      que benelimit) sont pris du plus age au plus jeune : a
      *      partir du troisieme, ils sont gratuits ;
      *    - le total est ramene au plafond famille du produit
      *      (PRODUCT_FAMILY_CAP, 0 ou absent = aucun plafond).
      *
      *    Les ages et l'annee du tarif sont pris a la date de
      *    reference fournie (AAAA-MM-JJ), la date du jour chez les
      *    appelants : souscription (creacont), retarification
      *    annuelle (retarcust), avenant (avencont) et ajout ou
      *    retrait d'un ayant droit (benecust).
      *
      *    Pas de CONNECT/DISCONNECT ici : calcprem est appele par un
      *    programme qui detient deja une connexion ouverte, meme
      *    convention que logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcprem.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AGE-LIMIT             PIC 9(02) VALUE 26.
       01  WS-CHILD-RANK            PIC 9(03).
       01  WS-FREE-FROM-RANK        PIC 9(03) VALUE 3.
       01  WS-TOTAL-AMOUNT          PIC 9(07)V99.
       01  WS-BIRTH-YEAR            PIC 9(04).
       01  WS-BIRTH-MONTH           PIC 9(02).
       01  WS-BIRTH-DAY             PIC 9(02).
       01  WS-REF-YEAR              PIC 9(04).
       01  WS-REF-MONTH             PIC 9(02).
       01  WS-REF-DAY               PIC 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID                 PIC X(36).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-BIRTH-DATE           PIC X(10).
       01  SQL-PERSON-AGE           PIC 9(03).
       01  SQL-TARIF-YEAR           PIC 9(04).
       01  SQL-TARIF-AMOUNT         PIC 9(07)V99.
       01  SQL-FAMILY-CAP           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-PREM-CUSTOMER-UUID    PIC X(36).
       01  LK-PREM-PRODUCT-CODE     PIC X(10).
       01  LK-PREM-REF-DATE         PIC X(10).
       01  LK-PREM-AMOUNT           PIC 9(07)V99.
       01  LK-PREM-FOUND-FLAG       PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-PREM-CUSTOMER-UUID,
           LK-PREM-PRODUCT-CODE, LK-PREM-REF-DATE, LK-PREM-AMOUNT,
           LK-PREM-FOUND-FLAG.
       0000-START-MAIN.
           MOVE 'N'  TO LK-PREM-FOUND-FLAG.
           MOVE ZERO TO LK-PREM-AMOUNT.
           MOVE ZERO TO WS-TOTAL-AMOUNT.
           MOVE LK-PREM-CUSTOMER-UUID TO SQL-UUID.
           MOVE LK-PREM-PRODUCT-CODE  TO SQL-PRODUCT-CODE.

           UNSTRING LK-PREM-REF-DATE DELIMITED BY '-'
               INTO WS-REF-YEAR, WS-REF-MONTH, WS-REF-DAY
           END-UNSTRING.
           MOVE WS-REF-YEAR TO SQL-TARIF-YEAR.

           EXEC SQL
               SELECT COALESCE(CAST(customer_birth_date AS TEXT), ' ')
               INTO :SQL-BIRTH-DATE
               FROM customer
               WHERE customer_uuid = :SQL-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-BIRTH-DATE = SPACES
               GOBACK
           END-IF.

           PERFORM COMPUTE-PERSON-AGE.
           PERFORM SELECT-TARIF-AMOUNT.

           IF SQLCODE NOT = ZERO
               GOBACK
           END-IF.

           MOVE 'Y' TO LK-PREM-FOUND-FLAG.
           ADD SQL-TARIF-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM ADD-BENEFICIARIES.
           PERFORM APPLY-FAMILY-CAP.

           MOVE WS-TOTAL-AMOUNT TO LK-PREM-AMOUNT.

           GOBACK.

      *    [MF] Age revolu a la date de reference, sur le modele de
      *    COMPUTE-CUSTOMER-AGE de creacont.
       COMPUTE-PERSON-AGE.
           UNSTRING SQL-BIRTH-DATE DELIMITED BY '-'
               INTO WS-BIRTH-YEAR, WS-BIRTH-MONTH, WS-BIRTH-DAY
           END-UNSTRING
           MOVE ZERO TO SQL-PERSON-AGE
           IF WS-REF-YEAR > WS-BIRTH-YEAR
               COMPUTE SQL-PERSON-AGE = WS-REF-YEAR - WS-BIRTH-YEAR
               IF WS-REF-MONTH < WS-BIRTH-MONTH
                   OR (WS-REF-MONTH = WS-BIRTH-MONTH
                       AND WS-REF-DAY < WS-BIRTH-DAY)
                   SUBTRACT 1 FROM SQL-PERSON-AGE
               END-IF
           END-IF.

      *    [MF] Tarif du produit pour l'age calcule, annee de la date
      *    de reference.
       SELECT-TARIF-AMOUNT.
           EXEC SQL
               SELECT TARIF_AMOUNT INTO :SQL-TARIF-AMOUNT
               FROM TARIF
               WHERE TARIF_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND TARIF_YEAR = :SQL-TARIF-YEAR
               AND TARIF_AGE_MIN <= :SQL-PERSON-AGE
               AND TARIF_AGE_MAX >= :SQL-PERSON-AGE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'calcprem', 'SELECT-TARIF',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Ayants droit couverts, du plus age au plus jeune pour
      *    que la gratuite tombe sur les derniers enfants.
       ADD-BENEFICIARIES.
           MOVE ZERO TO WS-CHILD-RANK
           EXEC SQL
               DECLARE CRSCALCPREM CURSOR FOR
               SELECT CAST(BENEFICIARY_BIRTH_DATE AS TEXT)
               FROM BENEFICIARY
               WHERE BENEFICIARY_CUSTOMER_UUID = :SQL-UUID
               AND COALESCE(BENEFICIARY_OVERAGE, 'N') != 'O'
               AND BENEFICIARY_BIRTH_DATE IS NOT NULL
               ORDER BY BENEFICIARY_BIRTH_DATE, BENEFICIARY_ID
           END-EXEC.

           EXEC SQL OPEN CRSCALCPREM END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCALCPREM INTO :SQL-BIRTH-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM ADD-ONE-BENEFICIARY
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'calcprem',
                           'FETCH-CRSCALCPREM', SQLCODE
                       END-CALL
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSCALCPREM END-EXEC.

      *    [MF] Un ayant droit : un enfant au-dela du deuxieme ne
      *    cotise pas, les autres cotisent a leur tranche d'age.
       ADD-ONE-BENEFICIARY.
           PERFORM COMPUTE-PERSON-AGE
           IF SQL-PERSON-AGE <= WS-AGE-LIMIT
               ADD 1 TO WS-CHILD-RANK
           END-IF
           IF SQL-PERSON-AGE > WS-AGE-LIMIT
               OR WS-CHILD-RANK < WS-FREE-FROM-RANK
               PERFORM SELECT-TARIF-AMOUNT
               IF SQLCODE = ZERO
                   ADD SQL-TARIF-AMOUNT TO WS-TOTAL-AMOUNT
               END-IF
               MOVE ZERO TO SQLCODE
           END-IF.

      *    [MF] Plafond de cotisation du foyer porte par la fiche
      *    produit (prodadm).
       APPLY-FAMILY-CAP.
           MOVE ZERO TO SQL-FAMILY-CAP
           EXEC SQL
               SELECT COALESCE(PRODUCT_FAMILY_CAP, 0)
               INTO :SQL-FAMILY-CAP
               FROM PRODUCT
               WHERE PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-FAMILY-CAP > 0
               AND WS-TOTAL-AMOUNT > SQL-FAMILY-CAP
               MOVE SQL-FAMILY-CAP TO WS-TOTAL-AMOUNT
           END-IF.
