      *    pre-remplissage PROSPECTPREFILL et enchaine directement
      *    sur l'ecran de creation (creacust), qui en recharge les
      *    champs : plus de ressaisie d'une liste papier.
      *
      *    L'action D etablit le devis que tout prospect demande
      *    d'abord : age du prospect, ages des membres du foyer a
      *    couvrir et jusqu'a trois produits sont tarifes pour
      *    l'annee en cours (TARIF, PRODUCT) avec les regles de
      *    calcprem - chaque personne a sa tranche d'age, enfants
      *    gratuits des le troisieme, plafond famille - apres les
      *    controles d'eligibilite de creacont (vente ouverte,
      *    PRODUCT_AGE_MIN et PRODUCT_AGE_MAX). Le devis est edite
      *    dans le fichier d'impression DEVISPROSPECT, le corps venant
      *    du gabarit courrier 'DEVIS COTISATION' (gettmpl) quand il
      *    existe, et part aussi par mail (MAILQUEUE) quand le
      *    prospect a une adresse. Sa reference, sa date de validite
      *    (DEVIS-VALIDITE-JOURS de la table PARAMETER, 30 jours par
      *    defaut), le premier produit tarife et sa prime restent sur
      *    le prospect : a la conversion, creacont les propose par
      *    defaut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prospcust.
           SELECT PREFILL-FILE ASSIGN TO "PROSPECTPREFILL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PREFILL-FILE-STATUS.
           SELECT QUOTE-FILE ASSIGN TO "DEVISPROSPECT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-QUOTE-FILE-STATUS.
           SELECT MAIL-FILE ASSIGN TO "MAILQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAIL-FILE-STATUS.

      ******************************************************************

       FD  PREFILL-FILE.
       01  PREFILL-RECORD PIC X(300).

       FD  QUOTE-FILE.
       01  QUOTE-RECORD PIC X(80).

       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-PREFILL-FILE-STATUS   PIC X(02).
       01  WS-PROSPECT-ACTION       PIC X(01).
       01  WS-PROSPECT-SCREEN-VALIDATION PIC X(01).

      *    [MF] Saisie du devis : age du prospect, ages des membres
      *    du foyer a couvrir (a blanc = personne) et produits
      *    demandes.
       01  WS-QUOTE-INPUT.
           05  WS-QUOTE-AGE         PIC X(03).
           05  WS-QUOTE-MEMBERS.
               10  WS-QUOTE-MEMBER-1    PIC X(03).
               10  WS-QUOTE-MEMBER-2    PIC X(03).
               10  WS-QUOTE-MEMBER-3    PIC X(03).
               10  WS-QUOTE-MEMBER-4    PIC X(03).
               10  WS-QUOTE-MEMBER-5    PIC X(03).
           05  WS-QUOTE-MEMBER-TABLE REDEFINES WS-QUOTE-MEMBERS.
               10  WS-QUOTE-MEMBER-INPUT PIC X(03) OCCURS 5 TIMES.
           05  WS-QUOTE-PRODUCTS.
               10  WS-QUOTE-PRODUCT-1   PIC X(10).
               10  WS-QUOTE-PRODUCT-2   PIC X(10).
               10  WS-QUOTE-PRODUCT-3   PIC X(10).
           05  WS-QUOTE-PRODUCT-TABLE REDEFINES WS-QUOTE-PRODUCTS.
               10  WS-QUOTE-PRODUCT-INPUT PIC X(10) OCCURS 3 TIMES.

      *    [MF] Ages des membres du foyer retenus, ranges du plus
      *    age au plus jeune pour que la gratuite tombe sur les
      *    derniers enfants, comme dans calcprem.
       01  WS-MEMBER-COUNT          PIC 9(02).
       01  WS-MEMBER-AGES.
           05  WS-MEMBER-AGE        PIC 9(03) OCCURS 5 TIMES.
       01  WS-MEMBER-IDX            PIC 9(02).
       01  WS-SORT-PASS             PIC 9(02).
       01  WS-SORT-IDX              PIC 9(02).
       01  WS-SORT-SWAP             PIC 9(03).
       01  WS-PRODUCT-IDX           PIC 9(02).
       01  WS-SUBSCRIBER-AGE        PIC 9(03).

      *    [MF] Regles de tarification reprises de calcprem.
       01  WS-AGE-LIMIT             PIC 9(02) VALUE 26.
       01  WS-FREE-FROM-RANK        PIC 9(03) VALUE 3.
       01  WS-CHILD-RANK            PIC 9(03).

       01  WS-QUOTE-FILE-STATUS     PIC X(02).
       01  WS-MAIL-FILE-STATUS      PIC X(02).
       01  WS-QUOTE-REFUSAL         PIC X(45).
       01  WS-PRODUCT-TOTAL         PIC 9(07)V99.
       01  WS-QUOTE-TOTAL           PIC 9(07)V99.
       01  WS-QUOTE-PRICED-COUNT    PIC 9(02).
       01  WS-PERSON-LABEL          PIC X(20).
       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.
       01  WS-EDIT-AGE              PIC ZZ9.

      *    [MF] Reference et validite du devis : DEV, date du jour
      *    et numero du prospect ; validite en jours (PARAMETER).
       01  WS-QUOTE-REFERENCE.
           05  FILLER               PIC X(03) VALUE 'DEV'.
           05  WS-QUOTE-REF-DATE    PIC 9(08).
           05  WS-QUOTE-REF-ID      PIC 9(09).
       01  WS-QUOTE-TODAY-RAW.
           05  WS-QUOTE-TODAY-YEAR  PIC 9(04).
           05  WS-QUOTE-TODAY-MONTH PIC 9(02).
           05  WS-QUOTE-TODAY-DAY   PIC 9(02).
       01  WS-QUOTE-TODAY-NUM REDEFINES WS-QUOTE-TODAY-RAW
                                    PIC 9(08).
       01  WS-QUOTE-VALID-RAW.
           05  WS-QUOTE-VALID-YEAR  PIC 9(04).
           05  WS-QUOTE-VALID-MONTH PIC 9(02).
           05  WS-QUOTE-VALID-DAY   PIC 9(02).
       01  WS-QUOTE-VALID-NUM REDEFINES WS-QUOTE-VALID-RAW
                                    PIC 9(08).
       01  WS-QUOTE-VALID-DISPLAY   PIC X(10).
       01  WS-QUOTE-TODAY-DISPLAY   PIC X(10).
       01  WS-PARAM-DEFAULT         PIC 9(07)V99.

      *    [MF] Gabarit courrier du devis (gettmpl).
       01  WS-TMPL-TYPE             PIC X(40).
       01  WS-TMPL-CHANNEL          PIC X(01).
       01  WS-TMPL-DETAIL           PIC X(80).
       01  WS-TMPL-SUBJECT          PIC X(40).
       01  WS-TMPL-BODY             PIC X(200).
       01  WS-TMPL-FOUND            PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-PRO-TOWN             PIC X(50).
       01  SQL-PRO-STATUS           PIC X(01).
       01  SQL-NEW-STATUS           PIC X(01).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PRODUCT-LABEL        PIC X(40).
       01  SQL-PROD-AGE-MIN         PIC 9(03).
       01  SQL-PROD-AGE-MAX         PIC 9(03).
       01  SQL-PROD-SALE-OPEN       PIC X(01).
       01  SQL-PROD-SALE-END        PIC X(10).
       01  SQL-FAMILY-CAP           PIC 9(05).
       01  SQL-PERSON-AGE           PIC 9(03).
       01  SQL-TARIF-YEAR           PIC 9(04).
       01  SQL-TARIF-AMOUNT         PIC 9(07)V99.
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-QUOTE-REF            PIC X(20).
       01  SQL-QUOTE-VALID-DATE     PIC X(10).
       01  SQL-QUOTE-TODAY          PIC X(10).
       01  SQL-QUOTE-PRODUCT        PIC X(10).
       01  SQL-QUOTE-PREMIUM        PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Action (A/R/C/D)' LINE 20 COL 2.
           05 FILLER PIC X VALUE ':' LINE 20 COL 24.
           05 FILLER PIC X(01) TO WS-PROSPECT-ACTION LINE 20 COL 26
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(23) VALUE 'Devis : age du prospect'
           LINE 18 COL 40.
           05 FILLER PIC X VALUE ':' LINE 18 COL 66.
           05 FILLER PIC X(03) TO WS-QUOTE-AGE LINE 18 COL 68 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(21) VALUE 'Ages du foyer couvert'
           LINE 20 COL 40.
           05 FILLER PIC X VALUE ':' LINE 20 COL 66.
           05 FILLER PIC X(03) TO WS-QUOTE-MEMBER-1 LINE 20 COL 68
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(03) TO WS-QUOTE-MEMBER-2 LINE 20 COL 72
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(03) TO WS-QUOTE-MEMBER-3 LINE 20 COL 76
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(03) TO WS-QUOTE-MEMBER-4 LINE 20 COL 80
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(03) TO WS-QUOTE-MEMBER-5 LINE 20 COL 84
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Produits du devis'
           LINE 22 COL 40.
           05 FILLER PIC X VALUE ':' LINE 22 COL 66.
           05 FILLER PIC X(10) TO WS-QUOTE-PRODUCT-1 LINE 22 COL 68
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(10) TO WS-QUOTE-PRODUCT-2 LINE 22 COL 79
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(10) TO WS-QUOTE-PRODUCT-3 LINE 22 COL 90
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Valider l''action'
           LINE 22 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-PROSPECT-SCREEN-VALIDATION
           END-IF.

           PERFORM LIST-PROSPECTS-TO-CALL.
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie du devis precedent est effacee.
           MOVE SPACES TO WS-QUOTE-INPUT.
           ACCEPT PROSPECT-QUEUE-SCREEN.
           PERFORM APPLY-PROSPECT-ACTION.

                       PERFORM UPDATE-PROSPECT-STATUS
                   WHEN 'C'
                       PERFORM CONVERT-PROSPECT
                   WHEN 'D'
                       PERFORM QUOTE-PROSPECT
                       THRU QUOTE-PROSPECT-FIN
                   WHEN OTHER
                       DISPLAY 'ACTION INCONNUE, PROSPECT INCHANGE.'
                       MOVE 0 TO SQL-PRO-ID
                   END-CALL
               END-IF
           END-IF.

      *    [MF] Devis : tarifie les produits demandes pour le foyer
      *    decrit, edite le devis, l'envoie par mail quand le
      *    prospect a une adresse et memorise sa reference, sa
      *    validite et le premier produit tarife sur le prospect.
       QUOTE-PROSPECT.
           EXEC SQL
               SELECT PROSPECT_LASTNAME, PROSPECT_FIRSTNAME,
                   PROSPECT_MAIL, PROSPECT_ZIPCODE, PROSPECT_TOWN
               INTO :SQL-PRO-LASTNAME, :SQL-PRO-FIRSTNAME,
                   :SQL-PRO-MAIL, :SQL-PRO-ZIPCODE, :SQL-PRO-TOWN
               FROM PROSPECT
               WHERE PROSPECT_ID = :SQL-PRO-ID
               AND ( PROSPECT_STATUS = 'N' OR PROSPECT_STATUS = 'A' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'AUCUN PROSPECT A RAPPELER AVEC CE NUMERO.'
               GO TO QUOTE-PROSPECT-FIN
           END-IF.

           IF WS-QUOTE-AGE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-QUOTE-AGE) NOT = 0
               DISPLAY 'AGE DU PROSPECT OBLIGATOIRE POUR LE DEVIS.'
               GO TO QUOTE-PROSPECT-FIN
           END-IF.
           IF WS-QUOTE-PRODUCTS = SPACES
               DISPLAY 'AUCUN PRODUIT DEMANDE POUR LE DEVIS.'
               GO TO QUOTE-PROSPECT-FIN
           END-IF.
           COMPUTE WS-SUBSCRIBER-AGE = FUNCTION NUMVAL(WS-QUOTE-AGE).

           PERFORM LOAD-MEMBER-AGES.
           PERFORM PREPARE-QUOTE-REFERENCE.
           PERFORM PRINT-QUOTE-HEADER.

           MOVE ZERO TO WS-QUOTE-PRICED-COUNT WS-QUOTE-TOTAL
           MOVE SPACES TO SQL-QUOTE-PRODUCT
           MOVE ZERO TO SQL-QUOTE-PREMIUM
           PERFORM PRICE-ONE-PRODUCT
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > 3.

           PERFORM PRINT-QUOTE-FOOTER.

           IF WS-QUOTE-PRICED-COUNT = 0
               DISPLAY 'AUCUN PRODUIT TARIFABLE POUR CE FOYER, DEVIS '
                   'EDITE SANS PRIME.'
               GO TO QUOTE-PROSPECT-FIN
           END-IF.

           MOVE WS-QUOTE-REFERENCE TO SQL-QUOTE-REF
           EXEC SQL
               UPDATE PROSPECT
               SET PROSPECT_QUOTE_REF = :SQL-QUOTE-REF,
                   PROSPECT_QUOTE_DATE = CURRENT_DATE,
                   PROSPECT_QUOTE_VALID_DATE = :SQL-QUOTE-VALID-DATE,
                   PROSPECT_QUOTE_PRODUCT = :SQL-QUOTE-PRODUCT,
                   PROSPECT_QUOTE_PREMIUM = :SQL-QUOTE-PREMIUM
               WHERE PROSPECT_ID = :SQL-PRO-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'prospcust', 'STAMP-QUOTE',
                   SQLCODE
               END-CALL
               DISPLAY 'ERREUR TECHNIQUE, DEVIS NON MEMORISE.'
               GO TO QUOTE-PROSPECT-FIN
           END-IF.

           IF SQL-PRO-MAIL NOT = SPACES
               PERFORM QUEUE-QUOTE-MAIL
           END-IF.

           DISPLAY 'DEVIS ' WS-QUOTE-REFERENCE ' EDITE (DEVISPROSPECT)'
               ', VALABLE JUSQU''AU ' WS-QUOTE-VALID-DISPLAY.

       QUOTE-PROSPECT-FIN.
           EXIT.

      *    [MF] Ages saisis des membres du foyer, ranges du plus age
      *    au plus jeune. Une zone a blanc ou non numerique est
      *    ignoree.
       LOAD-MEMBER-AGES.
           MOVE ZERO TO WS-MEMBER-COUNT
           MOVE ZERO TO WS-MEMBER-AGES
           PERFORM LOAD-ONE-MEMBER-AGE
               VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > 5
           PERFORM SORT-MEMBER-PASS
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-MEMBER-COUNT.

       LOAD-ONE-MEMBER-AGE.
           IF WS-QUOTE-MEMBER-INPUT(WS-MEMBER-IDX) NOT = SPACES
               AND FUNCTION TEST-NUMVAL(
                   WS-QUOTE-MEMBER-INPUT(WS-MEMBER-IDX)) = 0
               ADD 1 TO WS-MEMBER-COUNT
               COMPUTE WS-MEMBER-AGE(WS-MEMBER-COUNT) =
                   FUNCTION NUMVAL(WS-QUOTE-MEMBER-INPUT(WS-MEMBER-IDX))
           END-IF.

       SORT-MEMBER-PASS.
           PERFORM SORT-MEMBER-COMPARE
               VARYING WS-SORT-IDX FROM 1 BY 1
               UNTIL WS-SORT-IDX > WS-MEMBER-COUNT - WS-SORT-PASS.

       SORT-MEMBER-COMPARE.
           IF WS-MEMBER-AGE(WS-SORT-IDX)
               < WS-MEMBER-AGE(WS-SORT-IDX + 1)
               MOVE WS-MEMBER-AGE(WS-SORT-IDX) TO WS-SORT-SWAP
               MOVE WS-MEMBER-AGE(WS-SORT-IDX + 1)
                   TO WS-MEMBER-AGE(WS-SORT-IDX)
               MOVE WS-SORT-SWAP TO WS-MEMBER-AGE(WS-SORT-IDX + 1)
           END-IF.

      *    [MF] Reference du devis, annee du tarif et date de fin de
      *    validite (DEVIS-VALIDITE-JOURS, 30 jours par defaut).
       PREPARE-QUOTE-REFERENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QUOTE-TODAY-RAW
           MOVE WS-QUOTE-TODAY-NUM TO WS-QUOTE-REF-DATE
           MOVE SQL-PRO-ID TO WS-QUOTE-REF-ID
           MOVE WS-QUOTE-TODAY-YEAR TO SQL-TARIF-YEAR

           MOVE 'DEVIS-VALIDITE-JOURS' TO SQL-PARAM-NAME
           MOVE 30 TO SQL-PARAM-VALUE
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC
           IF SQLCODE NOT = ZERO OR SQL-PARAM-VALUE = 0
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF

           COMPUTE WS-QUOTE-VALID-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-QUOTE-TODAY-NUM)
               + SQL-PARAM-VALUE)

           MOVE SPACES TO SQL-QUOTE-VALID-DATE
           STRING WS-QUOTE-VALID-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-QUOTE-VALID-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-QUOTE-VALID-DAY DELIMITED BY SIZE
               INTO SQL-QUOTE-VALID-DATE
           END-STRING
           MOVE SPACES TO WS-QUOTE-VALID-DISPLAY
           STRING WS-QUOTE-VALID-DAY DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-QUOTE-VALID-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-QUOTE-VALID-YEAR DELIMITED BY SIZE
               INTO WS-QUOTE-VALID-DISPLAY
           END-STRING
           MOVE SPACES TO WS-QUOTE-TODAY-DISPLAY
           STRING WS-QUOTE-TODAY-DAY DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-QUOTE-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-QUOTE-TODAY-YEAR DELIMITED BY SIZE
               INTO WS-QUOTE-TODAY-DISPLAY
           END-STRING.

      *    [MF] Entete du devis, meme presentation que le certificat
      *    d'adhesion (printcert) ; le corps du gabarit courrier
      *    'DEVIS COTISATION', quand il existe, suit l'entete.
       PRINT-QUOTE-HEADER.
           MOVE 'DEVIS COTISATION' TO WS-TMPL-TYPE
           MOVE 'C' TO WS-TMPL-CHANNEL
           MOVE WS-QUOTE-REFERENCE TO WS-TMPL-DETAIL
           MOVE 'N' TO WS-TMPL-FOUND
           CALL 'gettmpl' USING WS-TMPL-TYPE, WS-TMPL-CHANNEL,
               WS-TMPL-DETAIL, WS-TMPL-SUBJECT, WS-TMPL-BODY,
               WS-TMPL-FOUND
           END-CALL

           OPEN EXTEND QUOTE-FILE.
           IF WS-QUOTE-FILE-STATUS = '35'
               OPEN OUTPUT QUOTE-FILE
           END-IF.

           MOVE ALL '-' TO QUOTE-RECORD
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           IF WS-TMPL-FOUND = 'Y' AND WS-TMPL-SUBJECT NOT = SPACES
               STRING FUNCTION TRIM(WS-TMPL-SUBJECT) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-QUOTE-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO QUOTE-RECORD
               END-STRING
           ELSE
               STRING 'DEVIS DE COTISATION - ' DELIMITED BY SIZE
                       WS-QUOTE-TODAY-DISPLAY DELIMITED BY SIZE
                   INTO QUOTE-RECORD
               END-STRING
           END-IF
           WRITE QUOTE-RECORD.

           MOVE ALL '-' TO QUOTE-RECORD
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'REFERENCE            : ' DELIMITED BY SIZE
                   WS-QUOTE-REFERENCE DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'PROSPECT             : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-LASTNAME) DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'COMMUNE              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-TOWN) DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'TARIF DE L''ANNEE     : ' DELIMITED BY SIZE
                   SQL-TARIF-YEAR DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'VALABLE JUSQU''AU     : ' DELIMITED BY SIZE
                   WS-QUOTE-VALID-DISPLAY DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           IF WS-TMPL-FOUND = 'Y' AND WS-TMPL-BODY NOT = SPACES
               MOVE SPACES TO QUOTE-RECORD
               WRITE QUOTE-RECORD
               MOVE WS-TMPL-BODY(1:80) TO QUOTE-RECORD
               WRITE QUOTE-RECORD
               IF WS-TMPL-BODY(81:80) NOT = SPACES
                   MOVE WS-TMPL-BODY(81:80) TO QUOTE-RECORD
                   WRITE QUOTE-RECORD
               END-IF
               IF WS-TMPL-BODY(161:40) NOT = SPACES
                   MOVE WS-TMPL-BODY(161:40) TO QUOTE-RECORD
                   WRITE QUOTE-RECORD
               END-IF
           END-IF.

      *    [MF] Un produit demande, tarife s'il est eligible.
       PRICE-ONE-PRODUCT.
           IF WS-QUOTE-PRODUCT-INPUT(WS-PRODUCT-IDX) NOT = SPACES
               PERFORM PRICE-PRODUCT THRU PRICE-PRODUCT-FIN
           END-IF.

      *    [MF] Controles d'eligibilite de creacont (produit en
      *    vente, age du prospect dans la fourchette du produit),
      *    puis prime du foyer : le prospect a sa tranche d'age ;
      *    sans tarif pour lui, le produit n'est pas propose.
       PRICE-PRODUCT.
           MOVE FUNCTION UPPER-CASE(
               WS-QUOTE-PRODUCT-INPUT(WS-PRODUCT-IDX))
               TO SQL-PRODUCT-CODE
           MOVE SPACES TO WS-QUOTE-REFUSAL

           MOVE SPACES TO QUOTE-RECORD
           WRITE QUOTE-RECORD

           EXEC SQL
               SELECT COALESCE(PRODUCT_LABEL, ' '),
                   COALESCE(PRODUCT_AGE_MIN, 0),
                   COALESCE(PRODUCT_AGE_MAX, 999),
                   COALESCE(PRODUCT_SALE_OPEN, 'O'),
                   COALESCE(PRODUCT_SALE_END_DATE, '9999-12-31'),
                   COALESCE(PRODUCT_FAMILY_CAP, 0)
               INTO :SQL-PRODUCT-LABEL, :SQL-PROD-AGE-MIN,
                   :SQL-PROD-AGE-MAX, :SQL-PROD-SALE-OPEN,
                   :SQL-PROD-SALE-END, :SQL-FAMILY-CAP
               FROM PRODUCT
               WHERE PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND PRODUCT_ACTIVE != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-PRODUCT-LABEL
               MOVE 'produit inconnu ou retire de la vente'
                   TO WS-QUOTE-REFUSAL
           ELSE
               EVALUATE TRUE
                   WHEN SQL-PROD-SALE-OPEN = 'N'
                       MOVE 'produit ferme a la vente'
                           TO WS-QUOTE-REFUSAL
                   WHEN SQL-PROD-SALE-END < SQL-QUOTE-VALID-DATE
                       AND SQL-PROD-SALE-END(1:4) < '9999'
                       MOVE 'produit en fin de commercialisation'
                           TO WS-QUOTE-REFUSAL
                   WHEN WS-SUBSCRIBER-AGE < SQL-PROD-AGE-MIN
                       MOVE 'age inferieur au minimum du produit'
                           TO WS-QUOTE-REFUSAL
                   WHEN WS-SUBSCRIBER-AGE > SQL-PROD-AGE-MAX
                       MOVE 'age superieur au maximum du produit'
                           TO WS-QUOTE-REFUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           MOVE SPACES TO QUOTE-RECORD
           STRING 'PRODUIT              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-LABEL) DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           IF WS-QUOTE-REFUSAL = SPACES
               MOVE WS-SUBSCRIBER-AGE TO SQL-PERSON-AGE
               PERFORM SELECT-QUOTE-TARIF
               IF SQLCODE NOT = ZERO
                   MOVE 'pas de tarif pour l''age du prospect'
                       TO WS-QUOTE-REFUSAL
               END-IF
           END-IF.

           IF WS-QUOTE-REFUSAL NOT = SPACES
               MOVE SPACES TO QUOTE-RECORD
               STRING '  NON PROPOSE        : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-QUOTE-REFUSAL)
                           DELIMITED BY SIZE
                   INTO QUOTE-RECORD
               END-STRING
               WRITE QUOTE-RECORD
               GO TO PRICE-PRODUCT-FIN
           END-IF.

           MOVE SQL-TARIF-AMOUNT TO WS-PRODUCT-TOTAL
           MOVE 'PROSPECT' TO WS-PERSON-LABEL
           PERFORM PRINT-PERSON-LINE

           MOVE ZERO TO WS-CHILD-RANK
           PERFORM PRICE-ONE-MEMBER
               VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT

      *    [MF] Plafond de cotisation du foyer de la fiche produit.
           IF SQL-FAMILY-CAP > 0
               AND WS-PRODUCT-TOTAL > SQL-FAMILY-CAP
               MOVE SQL-FAMILY-CAP TO WS-PRODUCT-TOTAL
               MOVE SPACES TO QUOTE-RECORD
               MOVE '  PLAFOND FAMILLE DU PRODUIT APPLIQUE'
                   TO QUOTE-RECORD
               WRITE QUOTE-RECORD
           END-IF

           MOVE WS-PRODUCT-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO QUOTE-RECORD
           STRING '  PRIME ANNUELLE     : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD

           ADD 1 TO WS-QUOTE-PRICED-COUNT
           ADD WS-PRODUCT-TOTAL TO WS-QUOTE-TOTAL
           IF SQL-QUOTE-PRODUCT = SPACES
               MOVE SQL-PRODUCT-CODE TO SQL-QUOTE-PRODUCT
               MOVE WS-PRODUCT-TOTAL TO SQL-QUOTE-PREMIUM
           END-IF.

       PRICE-PRODUCT-FIN.
           EXIT.

      *    [MF] Un membre du foyer : un enfant au-dela du deuxieme ne
      *    cotise pas, les autres cotisent a leur tranche d'age ; un
      *    age sans tranche au tarif n'ajoute rien.
       PRICE-ONE-MEMBER.
           MOVE WS-MEMBER-AGE(WS-MEMBER-IDX) TO SQL-PERSON-AGE
           IF SQL-PERSON-AGE <= WS-AGE-LIMIT
               ADD 1 TO WS-CHILD-RANK
           END-IF
           MOVE 'MEMBRE DU FOYER' TO WS-PERSON-LABEL
           IF SQL-PERSON-AGE > WS-AGE-LIMIT
               OR WS-CHILD-RANK < WS-FREE-FROM-RANK
               PERFORM SELECT-QUOTE-TARIF
               IF SQLCODE = ZERO
                   ADD SQL-TARIF-AMOUNT TO WS-PRODUCT-TOTAL
               ELSE
                   MOVE ZERO TO SQL-TARIF-AMOUNT
               END-IF
           ELSE
               MOVE ZERO TO SQL-TARIF-AMOUNT
               MOVE 'ENFANT (GRATUIT)' TO WS-PERSON-LABEL
           END-IF
           PERFORM PRINT-PERSON-LINE.

      *    [MF] Tarif du produit pour l'age, annee en cours.
       SELECT-QUOTE-TARIF.
           EXEC SQL
               SELECT TARIF_AMOUNT INTO :SQL-TARIF-AMOUNT
               FROM TARIF
               WHERE TARIF_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND TARIF_YEAR = :SQL-TARIF-YEAR
               AND TARIF_AGE_MIN <= :SQL-PERSON-AGE
               AND TARIF_AGE_MAX >= :SQL-PERSON-AGE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'prospcust', 'SELECT-TARIF',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Ligne d'une personne couverte : age et part.
       PRINT-PERSON-LINE.
           MOVE SQL-PERSON-AGE TO WS-EDIT-AGE
           MOVE SQL-TARIF-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO QUOTE-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-PERSON-LABEL DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AGE) DELIMITED BY SIZE
                   ' ANS : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

      *    [MF] Total des produits proposes et fin du devis.
       PRINT-QUOTE-FOOTER.
           MOVE SPACES TO QUOTE-RECORD
           WRITE QUOTE-RECORD.

           MOVE WS-QUOTE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO QUOTE-RECORD
           STRING 'TOTAL ANNUEL PROPOSE : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO QUOTE-RECORD
           END-STRING
           WRITE QUOTE-RECORD.

           MOVE ALL '-' TO QUOTE-RECORD
           WRITE QUOTE-RECORD.

           CLOSE QUOTE-FILE.

      *    [MF] Depose le devis dans MAILQUEUE, au meme format pipe
      *    que les autres emetteurs : dispmail le met en forme
      *    d'apres le gabarit mail 'DEVIS COTISATION'.
       QUEUE-QUOTE-MAIL.
           OPEN EXTEND MAIL-FILE.
           IF WS-MAIL-FILE-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF.

           MOVE WS-QUOTE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO MAIL-RECORD
           STRING FUNCTION TRIM(SQL-PRO-MAIL) DELIMITED BY SIZE
                   '|DEVIS COTISATION|' DELIMITED BY SIZE
                   WS-QUOTE-REFERENCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           WRITE MAIL-RECORD.

           CLOSE MAIL-FILE.
