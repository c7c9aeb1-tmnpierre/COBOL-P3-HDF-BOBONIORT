      *    senior ne se vend plus a 25 ans, un produit en extinction
      *    cesse de se vendre tout en restant valable pour ses
      *    detenteurs.
      *
      *    L'indicateur contrat responsable (O/N, responsable par
      *    defaut) classe le produit pour la declaration trimestrielle
      *    de la TSA (tsacust) : les cotisations des contrats non
      *    responsables y sont taxees a un taux majore.
      *
      *    L'allocation naissance/adoption (montant en euros, 0 si le
      *    produit n'en promet pas) est versee une fois par enfant :
      *    benecust la cree en demande soin a payer quand l'ayant
      *    droit ajoute est ne pendant la periode du contrat.
      *
      *    Le plafond famille (montant annuel en euros, 0 si aucun)
      *    borne la cotisation d'un foyer : calcprem additionne
      *    l'adherent et chaque ayant droit couvert a sa tranche
      *    d'age, puis ramene le total a ce plafond.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodadm.
           05  WS-PRODUCT-SALE-END  PIC X(10).
           05  WS-PRODUCT-EOL       PIC X(01).
           05  WS-PRODUCT-REPLACE   PIC X(10).
           05  WS-PRODUCT-RESPONSIBLE PIC X(01).
           05  WS-PRODUCT-BIRTH-ALLOW PIC 9(05).
           05  WS-PRODUCT-FAMILY-CAP PIC 9(05).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-PRODUCT-SALE-END     PIC X(10).
       01  SQL-PRODUCT-EOL          PIC X(01).
       01  SQL-PRODUCT-REPLACE      PIC X(10).
       01  SQL-PRODUCT-RESPONSIBLE  PIC X(01).
       01  SQL-PRODUCT-BIRTH-ALLOW  PIC 9(05).
       01  SQL-PRODUCT-FAMILY-CAP   PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Contrat responsable (O/N)'
           LINE 25 COL 111.
           05 FILLER PIC X VALUE ':' LINE 25 COL 141.
           05 FILLER PIC X(01) TO WS-PRODUCT-RESPONSIBLE LINE 25
           COL 143 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(29) VALUE 'Alloc. naissance/adoption EUR'
           LINE 27 COL 111.
           05 FILLER PIC X VALUE ':' LINE 27 COL 141.
           05 FILLER PIC 9(05) TO WS-PRODUCT-BIRTH-ALLOW LINE 27
           COL 143 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Plafond famille EUR'
           LINE 23 COL 21.
           05 FILLER PIC X VALUE ':' LINE 23 COL 53.
           05 FILLER PIC 9(05) TO WS-PRODUCT-FAMILY-CAP LINE 23
           COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-PRODUCT-SCREEN-VALIDATION
               GO TO SAVE-PRODUCT-FIN
           END-IF.

      *    [MF] Contrat responsable par defaut : seul un 'N' saisi
      *    classe le produit en non responsable pour la TSA.
           MOVE FUNCTION UPPER-CASE(WS-PRODUCT-RESPONSIBLE)
               TO SQL-PRODUCT-RESPONSIBLE.
           IF SQL-PRODUCT-RESPONSIBLE NOT = 'N'
               MOVE 'O' TO SQL-PRODUCT-RESPONSIBLE
           END-IF.

      *    [MF] Allocation naissance/adoption : 0 pour un produit qui
      *    n'en verse pas.
           MOVE WS-PRODUCT-BIRTH-ALLOW TO SQL-PRODUCT-BIRTH-ALLOW.

      *    [MF] Plafond de cotisation du foyer : 0 pour aucun plafond.
           MOVE WS-PRODUCT-FAMILY-CAP TO SQL-PRODUCT-FAMILY-CAP.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PRODUCT-COUNT
               FROM PRODUCT
                       PRODUCT_ACTIVE, PRODUCT_AGE_MIN,
                       PRODUCT_AGE_MAX, PRODUCT_SALE_OPEN,
                       PRODUCT_SALE_END_DATE, PRODUCT_EOL_FLAG,
                       PRODUCT_REPLACE_CODE, PRODUCT_RESPONSIBLE,
                       PRODUCT_BIRTH_ALLOWANCE, PRODUCT_FAMILY_CAP )
                   VALUES ( :SQL-PRODUCT-CODE, :SQL-PRODUCT-LABEL,
                            :SQL-PRODUCT-GUARANTEE,
                            :SQL-PRODUCT-WAIT-DAYS,
                            :SQL-PRODUCT-SALE-OPEN,
                            NULLIF(TRIM(:SQL-PRODUCT-SALE-END), ''),
                            :SQL-PRODUCT-EOL,
                            :SQL-PRODUCT-REPLACE,
                            :SQL-PRODUCT-RESPONSIBLE,
                            :SQL-PRODUCT-BIRTH-ALLOW,
                            :SQL-PRODUCT-FAMILY-CAP )
               END-EXEC
           ELSE
               EXEC SQL
                       PRODUCT_SALE_END_DATE =
                           NULLIF(TRIM(:SQL-PRODUCT-SALE-END), ''),
                       PRODUCT_EOL_FLAG = :SQL-PRODUCT-EOL,
                       PRODUCT_REPLACE_CODE = :SQL-PRODUCT-REPLACE,
                       PRODUCT_RESPONSIBLE = :SQL-PRODUCT-RESPONSIBLE,
                       PRODUCT_BIRTH_ALLOWANCE =
                           :SQL-PRODUCT-BIRTH-ALLOW,
                       PRODUCT_FAMILY_CAP = :SQL-PRODUCT-FAMILY-CAP
                   WHERE PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               END-EXEC
           END-IF.
