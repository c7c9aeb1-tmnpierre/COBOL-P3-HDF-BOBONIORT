      ******************************************************************
      *    [MF] Le programme 'Simulation de Remboursement' repond a
      *    l'adherent qui appelle avec un devis d'opticien ou de
      *    dentiste : au lieu d'ouvrir guaradm et detaclaim cote a
      *    cote et de poser le calcul sur papier, l'operateur saisit
      *    le code acte et la depense prevue (et, s'il est connu, la
      *    part du regime obligatoire et le prenom de l'ayant droit
      *    soigne) pour l'adherent selectionne dans menucust.
      *
      *    Le calcul est celui du traitement de nuit (calcclaim) sur
      *    le contrat actif de l'adherent : garantie du produit en
      *    vigueur ce jour (GUARANTEE_RATE, GUARANTEE_CEILING), reste
      *    a charge apres le regime obligatoire, puis plafond annuel
      *    (GUARANTEE_ANNUAL_CEILING) diminue des demandes deja
      *    calculees ('C') ou payees ('P') cette annee pour la meme
      *    personne et le meme acte. Rien n'est enregistre.
      *
      *    L'estimation est imprimee dans le fichier SIMULATION, au
      *    meme format de fiche que PRINT-FICHE-ADHERENT, avec la
      *    mention qu'elle n'engage pas la mutuelle - a remettre ou
      *    a poster a l'adherent.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. simuclaim.
       AUTHOR.       Martial.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMU-FILE ASSIGN TO "SIMULATION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  SIMU-FILE.
       01  SIMU-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SIMU-FILE-STATUS      PIC X(02).
       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.

       01  WS-SIMU-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

       01  WS-SIMU-ENTRY.
           05  WS-SIMU-ACT-CODE     PIC X(10).
           05  WS-SIMU-EXPENSE      PIC 9(07)V99.
           05  WS-SIMU-RO-AMOUNT    PIC 9(07)V99.
           05  WS-SIMU-BENE-FIRSTNAME PIC X(14).

      *    [MF] Resultat du calcul, memes grandeurs que calcclaim.
       01  WS-RATE-PART             PIC 9(07)V99.
       01  WS-REMAINING-PART        PIC S9(07)V99.
       01  WS-ANNUAL-LEFT           PIC S9(07)V99.
       01  WS-ANNUAL-AFTER          PIC S9(07)V99.
       01  WS-LEFT-TO-PAY           PIC S9(07)V99.
       01  WS-SIMU-CAPPED-FLAG      PIC X(01).

       01  WS-SIMU-TODAY            PIC X(10).
       01  WS-SIMU-TODAY-RAW.
           05  WS-SIMU-TODAY-YEAR   PIC 9(04).
           05  WS-SIMU-TODAY-MONTH  PIC 9(02).
           05  WS-SIMU-TODAY-DAY    PIC 9(02).

      *    [MF] Zones d'edition des montants de la fiche.
       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.
       01  WS-EDIT-RATE             PIC ZZ9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-FIRSTNAME            PIC X(14).
       01  SQL-LASTNAME             PIC X(14).
       01  SQL-SEL-UUID             PIC X(36).
       01  SQL-UUID                 PIC X(36).
       01  SQL-CODE-SECU            PIC X(15).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PRODUCT-LABEL        PIC X(40).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-GUAR-RATE            PIC 9(03).
       01  SQL-GUAR-CEILING         PIC 9(07)V99.
       01  SQL-GUAR-ANNUAL-CEILING  PIC 9(07)V99.
       01  SQL-YEAR-USED            PIC 9(09)V99.
       01  SQL-YEAR-START           PIC X(10).
       01  SQL-YEAR-END             PIC X(10).
       01  SQL-BENE-FIRSTNAME       PIC X(14).
       01  SQL-BENEFICIARY-ID       PIC 9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  SIMU-CLAIM-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(27) VALUE 'SIMULATION DE REMBOURSEMENT'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(09) VALUE 'Code acte' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-SIMU-ACT-CODE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Depense prevue' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC 9(07)V99 TO WS-SIMU-EXPENSE LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE 'Part regime obligatoire (0)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC 9(07)V99 TO WS-SIMU-RO-AMOUNT LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(31) VALUE 'Prenom ayant droit (vide=adher)'
           LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(14) TO WS-SIMU-BENE-FIRSTNAME LINE 19
           COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Lancer la simulation'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SIMU-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  SIMU-CLAIM-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(27) VALUE 'SIMULATION DE REMBOURSEMENT'
           LINE 1 COL 27 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(09) VALUE 'Code acte' LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC X(10) TO WS-SIMU-ACT-CODE LINE 3 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Depense prevue' LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC 9(07)V99 TO WS-SIMU-EXPENSE LINE 5 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Part regime obligatoire (0)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 32.
           05 FILLER PIC 9(07)V99 TO WS-SIMU-RO-AMOUNT LINE 7 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Prenom ayant droit (vide=adh.)'
           LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 32.
           05 FILLER PIC X(14) TO WS-SIMU-BENE-FIRSTNAME LINE 9 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Lancer la simulation'
           LINE 11 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SIMU-SCREEN-VALIDATION
           LINE 11 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 13 COL 2
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
               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie et le message du passage precedent sont effaces.
               MOVE SPACES TO WS-ERROR-MESSAGE
               INITIALIZE WS-SIMU-ENTRY
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT SIMU-CLAIM-SCREEN-80
               ELSE
                   ACCEPT SIMU-CLAIM-SCREEN
               END-IF
               PERFORM SIMULATE-REFUND THRU SIMULATE-REFUND-FIN
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne, avec
      *    son code_secu pour la fiche.
       FIND-CUSTOMER-UUID.
           EXEC SQL
               SELECT customer_uuid, customer_code_secu
               INTO :SQL-UUID, :SQL-CODE-SECU
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

      *    [MF] Contrat actif, garantie en vigueur et plafond annuel,
      *    puis impression de l'estimation.
       SIMULATE-REFUND.
           IF WS-SIMU-ACT-CODE = SPACES OR WS-SIMU-EXPENSE = 0
               MOVE 'Code acte et depense prevue sont obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO SIMULATE-REFUND-FIN
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-SIMU-ACT-CODE) TO SQL-ACT-CODE

           PERFORM FIND-BENEFICIARY
           IF WS-SIMU-BENE-FIRSTNAME NOT = SPACES
               AND SQL-BENEFICIARY-ID = 0
               MOVE 'Aucun ayant droit ne porte ce prenom.'
                   TO WS-ERROR-MESSAGE
               GO TO SIMULATE-REFUND-FIN
           END-IF

      *    [MF] Contrat actif le plus recent, meme recherche que
      *    calcclaim.
           EXEC SQL
               SELECT contract_product_code,
                   COALESCE(( SELECT product_label FROM PRODUCT
                              WHERE product_code =
                                  contract_product_code ), ' ')
               INTO :SQL-PRODUCT-CODE, :SQL-PRODUCT-LABEL
               FROM CONTRACT
               WHERE contract_customer_uuid = :WS-FOUND-UUID
               AND contract_status IN ('A', 'P')
               ORDER BY contract_start_date DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Aucun contrat actif : simulation impossible.'
                   TO WS-ERROR-MESSAGE
               GO TO SIMULATE-REFUND-FIN
           END-IF

      *    [MF] Garantie en vigueur ce jour pour l'acte, meme
      *    selection que le calcul de nuit.
           EXEC SQL
               SELECT GUARANTEE_RATE, GUARANTEE_CEILING,
                   COALESCE(GUARANTEE_ANNUAL_CEILING, 0)
               INTO :SQL-GUAR-RATE, :SQL-GUAR-CEILING,
                   :SQL-GUAR-ANNUAL-CEILING
               FROM GUARANTEE
               WHERE GUARANTEE_PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
               AND GUARANTEE_ACT_CODE = TRIM(:SQL-ACT-CODE)
               AND COALESCE(GUARANTEE_ACTIVE, 'O') != 'A'
               AND COALESCE(GUARANTEE_EFFECT_DATE, '0001-01-01')
                   <= CURRENT_DATE
               AND ( GUARANTEE_END_DATE IS NULL
                  OR GUARANTEE_END_DATE >= CURRENT_DATE )
               ORDER BY GUARANTEE_EFFECT_DATE DESC
               LIMIT 1
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'Acte non couvert par le produit du contrat.'
                   TO WS-ERROR-MESSAGE
               GO TO SIMULATE-REFUND-FIN
           END-IF

           PERFORM READ-YEAR-USED
           PERFORM COMPUTE-SIMULATED-PART
           PERFORM PRINT-SIMULATION

           MOVE SPACES TO WS-ERROR-MESSAGE
           MOVE WS-RATE-PART TO WS-EDIT-AMOUNT
           STRING 'Remboursement estime : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR - fiche imprimee.' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.

       SIMULATE-REFUND-FIN.
           EXIT.

      *    [MF] Retrouve l'ayant droit designe par son prenom (meme
      *    recherche que creaclaim) ; vide, c'est l'adherent.
       FIND-BENEFICIARY.
           MOVE ZERO TO SQL-BENEFICIARY-ID
           IF WS-SIMU-BENE-FIRSTNAME NOT = SPACES
               MOVE WS-SIMU-BENE-FIRSTNAME TO SQL-BENE-FIRSTNAME
               EXEC SQL
                   SELECT COALESCE(MAX(BENEFICIARY_ID), 0)
                   INTO :SQL-BENEFICIARY-ID
                   FROM BENEFICIARY
                   WHERE BENEFICIARY_CUSTOMER_UUID = :WS-FOUND-UUID
                   AND UPPER(BENEFICIARY_FIRSTNAME) =
                       UPPER(TRIM(:SQL-BENE-FIRSTNAME))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO SQL-BENEFICIARY-ID
               END-IF
           END-IF.

      *    [MF] Deja rembourse cette annee civile pour la personne et
      *    l'acte : demandes calculees ('C') ou payees ('P'), comme
      *    CHECK-ANNUAL-CEILING de calcclaim.
       READ-YEAR-USED.
           MOVE ZERO TO SQL-YEAR-USED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIMU-TODAY-RAW
           MOVE SPACES TO SQL-YEAR-START SQL-YEAR-END
           STRING WS-SIMU-TODAY-YEAR DELIMITED BY SIZE
                   '-01-01' DELIMITED BY SIZE
               INTO SQL-YEAR-START
           END-STRING
           STRING WS-SIMU-TODAY-YEAR DELIMITED BY SIZE
                   '-12-31' DELIMITED BY SIZE
               INTO SQL-YEAR-END
           END-STRING

           IF SQL-GUAR-ANNUAL-CEILING > 0
               EXEC SQL
                   SELECT COALESCE(SUM(CLAIM_OUR_AMOUNT), 0)
                   INTO :SQL-YEAR-USED
                   FROM CLAIM
                   WHERE CLAIM_CUSTOMER_UUID = :WS-FOUND-UUID
                   AND COALESCE(CLAIM_BENEFICIARY_ID, 0)
                       = :SQL-BENEFICIARY-ID
                   AND CLAIM_ACT_CODE = TRIM(:SQL-ACT-CODE)
                   AND ( CLAIM_STATUS = 'C' OR CLAIM_STATUS = 'P' )
                   AND CLAIM_CARE_DATE >= :SQL-YEAR-START
                   AND CLAIM_CARE_DATE <= :SQL-YEAR-END
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO SQL-YEAR-USED
               END-IF
           END-IF

           COMPUTE WS-ANNUAL-LEFT =
               SQL-GUAR-ANNUAL-CEILING - SQL-YEAR-USED
           IF WS-ANNUAL-LEFT < 0
               MOVE ZERO TO WS-ANNUAL-LEFT
           END-IF.

      *    [MF] Meme arithmetique que APPLY-GUARANTEE de calcclaim :
      *    taux, plafond par acte, reste a charge apres le regime
      *    obligatoire, puis reste du plafond annuel.
       COMPUTE-SIMULATED-PART.
           MOVE 'N' TO WS-SIMU-CAPPED-FLAG
           COMPUTE WS-RATE-PART ROUNDED =
               WS-SIMU-EXPENSE * SQL-GUAR-RATE / 100
           IF SQL-GUAR-CEILING > 0
               AND WS-RATE-PART > SQL-GUAR-CEILING
               MOVE SQL-GUAR-CEILING TO WS-RATE-PART
           END-IF
           COMPUTE WS-REMAINING-PART =
               WS-SIMU-EXPENSE - WS-SIMU-RO-AMOUNT
           IF WS-REMAINING-PART < 0
               MOVE ZERO TO WS-REMAINING-PART
           END-IF
           IF WS-RATE-PART > WS-REMAINING-PART
               MOVE WS-REMAINING-PART TO WS-RATE-PART
           END-IF
           IF SQL-GUAR-ANNUAL-CEILING > 0
               AND WS-RATE-PART > WS-ANNUAL-LEFT
               MOVE WS-ANNUAL-LEFT TO WS-RATE-PART
               MOVE 'Y' TO WS-SIMU-CAPPED-FLAG
           END-IF

           COMPUTE WS-ANNUAL-AFTER = WS-ANNUAL-LEFT - WS-RATE-PART
           IF WS-ANNUAL-AFTER < 0
               MOVE ZERO TO WS-ANNUAL-AFTER
           END-IF
           COMPUTE WS-LEFT-TO-PAY =
               WS-SIMU-EXPENSE - WS-SIMU-RO-AMOUNT - WS-RATE-PART
           IF WS-LEFT-TO-PAY < 0
               MOVE ZERO TO WS-LEFT-TO-PAY
           END-IF.

      *    [MF] Estimation au meme format de fiche que
      *    PRINT-FICHE-ADHERENT : un bloc borde de tirets, a
      *    remettre ou poster a l'adherent.
       PRINT-SIMULATION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SIMU-TODAY-RAW
           MOVE SPACES TO WS-SIMU-TODAY
           STRING WS-SIMU-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-SIMU-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-SIMU-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-SIMU-TODAY
           END-STRING

           OPEN EXTEND SIMU-FILE.
           IF WS-SIMU-FILE-STATUS = '35'
               OPEN OUTPUT SIMU-FILE
           END-IF.

           MOVE ALL '-' TO SIMU-RECORD
           WRITE SIMU-RECORD.

           MOVE SPACES TO SIMU-RECORD
           STRING 'SIMULATION DE REMBOURSEMENT - ' DELIMITED BY SIZE
                   WS-SIMU-TODAY DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           MOVE ALL '-' TO SIMU-RECORD
           WRITE SIMU-RECORD.

           MOVE SPACES TO SIMU-RECORD
           STRING 'N° SECURITE SOCIALE : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CODE-SECU) DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           MOVE SPACES TO SIMU-RECORD
           STRING 'ADHERENT             : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           IF SQL-BENEFICIARY-ID > 0
               MOVE SPACES TO SIMU-RECORD
               STRING 'PERSONNE SOIGNEE     : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SIMU-BENE-FIRSTNAME)
                           DELIMITED BY SIZE
                   INTO SIMU-RECORD
               END-STRING
               WRITE SIMU-RECORD
           END-IF.

           MOVE SPACES TO SIMU-RECORD
           STRING 'PRODUIT              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-LABEL) DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           MOVE SQL-GUAR-RATE TO WS-EDIT-RATE
           MOVE SPACES TO SIMU-RECORD
           STRING 'ACTE                 : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                   ' AU TAUX DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-RATE) DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           MOVE WS-SIMU-EXPENSE TO WS-EDIT-AMOUNT
           MOVE SPACES TO SIMU-RECORD
           STRING 'DEPENSE PREVUE       : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           MOVE WS-SIMU-RO-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO SIMU-RECORD
           STRING 'PART REGIME OBLIG.   : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           IF SQL-GUAR-CEILING > 0
               MOVE SQL-GUAR-CEILING TO WS-EDIT-AMOUNT
               MOVE SPACES TO SIMU-RECORD
               STRING 'PLAFOND PAR ACTE     : ' DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO SIMU-RECORD
               END-STRING
               WRITE SIMU-RECORD
           END-IF.

           IF SQL-GUAR-ANNUAL-CEILING > 0
               MOVE SQL-GUAR-ANNUAL-CEILING TO WS-EDIT-AMOUNT
               MOVE SPACES TO SIMU-RECORD
               STRING 'PLAFOND ANNUEL       : ' DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO SIMU-RECORD
               END-STRING
               WRITE SIMU-RECORD

               MOVE WS-ANNUAL-LEFT TO WS-EDIT-AMOUNT
               MOVE SPACES TO SIMU-RECORD
               STRING 'DISPONIBLE CE JOUR   : ' DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO SIMU-RECORD
               END-STRING
               WRITE SIMU-RECORD
           END-IF.

           MOVE WS-RATE-PART TO WS-EDIT-AMOUNT
           MOVE SPACES TO SIMU-RECORD
           STRING 'REMBOURSEMENT ESTIME : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           IF WS-SIMU-CAPPED-FLAG = 'Y'
               MOVE '                       (LIMITE AU PLAFOND ANNUEL)'
                   TO SIMU-RECORD
               WRITE SIMU-RECORD
           END-IF.

           MOVE WS-LEFT-TO-PAY TO WS-EDIT-AMOUNT
           MOVE SPACES TO SIMU-RECORD
           STRING 'RESTE A CHARGE       : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMU-RECORD
           END-STRING
           WRITE SIMU-RECORD.

           IF SQL-GUAR-ANNUAL-CEILING > 0
               MOVE WS-ANNUAL-AFTER TO WS-EDIT-AMOUNT
               MOVE SPACES TO SIMU-RECORD
               STRING 'RESTE PLAFOND APRES  : ' DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO SIMU-RECORD
               END-STRING
               WRITE SIMU-RECORD
           END-IF.

           MOVE ALL '-' TO SIMU-RECORD
           WRITE SIMU-RECORD.

           MOVE 'ESTIMATION INDICATIVE SANS ENGAGEMENT DE LA MUTUELLE'
               TO SIMU-RECORD
           WRITE SIMU-RECORD.

           MOVE ALL '-' TO SIMU-RECORD
           WRITE SIMU-RECORD.

           CLOSE SIMU-FILE.
