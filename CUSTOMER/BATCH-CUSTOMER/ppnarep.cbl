      ******************************************************************
      *    [MF] Le programme 'Provision pour Primes Non Acquises' est
      *    le traitement de cloture mensuelle qui chiffre, a cote des
      *    soins dus de provrep, la part des cotisations facturees
      *    d'avance qui couvre des mois futurs (PPNA) - le comptable
      *    la recalculait chaque mois a la main sur les contrats a
      *    periodicite trimestrielle ou annuelle.
      *
      *    Le calcul se fait echeance par echeance depuis la table
      *    ECHEANCIER, pour le mois ecoule (meme fenetre que
      *    comptcust) :
      *    - prime emise : echeance facturee dans le mois par
      *      factcust (ECHEANCIER_BILL_DATE) ; une echeance soldee
      *      avant toute facturation, ou facturee avant que la date
      *      ne soit tenue, est emise a sa date d'echeance ;
      *    - periode couverte : de la date d'echeance a la meme date
      *      un, trois ou douze mois plus tard selon la periodicite
      *      du contrat (CONTRACT_PAY_FREQ M, T ou A) ;
      *    - PPNA a une date : la prime au prorata des jours de la
      *      periode couverte restant a courir apres cette date,
      *      pour les echeances deja emises ;
      *    - prime acquise du mois : prime emise + PPNA d'ouverture
      *      - PPNA de cloture. Une echeance emise puis annulee
      *      ('X') sort de la provision et n'est pas acquise : son
      *      montant emis est rapporte a part.
      *    Les contrats anterieurs a l'echeancier, factures en une
      *    ligne annuelle sans echeance, restent hors du calcul.
      *
      *    Le rapport PPNAMONTH donne une ligne par produit et les
      *    totaux, avec le rapprochement des primes emises sur le
      *    total facture par factcust dans le mois. Les chiffres par
      *    produit sont conserves dans la table PREMIUM_RESERVE a la
      *    date de cloture : comptcust en tire la dotation du mois
      *    et la reprise de la provision du mois precedent.
      *
      *    Relance a la demande depuis l'ecran de lancement des
      *    superviseurs (lancadm), le traitement peut recevoir une
      *    date de passage AAAA-MM-JJ (BOBONIORT_JOB_DATE) : il
      *    cloture alors le mois qui precede cette date, pour
      *    recalculer un mois deja passe apres une correction.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ppnarep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPNA-REPORT ASSIGN TO "PPNAMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PPNA-REPORT.
       01  PPNA-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-PPNA-EOF                PIC X(01) VALUE 'N'.
       01  WS-ECH-COUNT               PIC 9(07) VALUE 0.

      *    [MF] Fenetre du mois ecoule : du premier au dernier jour
      *    du mois civil precedent, comme comptcust.
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
      *    [MF] Date de passage fournie au lancement a la demande.
       01  WS-JOB-DATE.
           05  WS-JOB-YEAR            PIC X(04).
           05  FILLER                 PIC X(01).
           05  WS-JOB-MONTH           PIC X(02).
           05  FILLER                 PIC X(01).
           05  WS-JOB-DAY             PIC X(02).
       01  WS-PREV-YEAR               PIC 9(04).
       01  WS-PREV-MONTH              PIC 9(02).
       01  WS-MONTH-FIRST-INT         PIC 9(08).
       01  WS-MONTH-LAST-YYYYMMDD     PIC 9(08).
       01  WS-MONTH-LAST-RAW.
           05  WS-LAST-YEAR           PIC X(04).
           05  WS-LAST-MONTH          PIC X(02).
           05  WS-LAST-DAY            PIC X(02).
       01  WS-MONTH-START             PIC X(10).
       01  WS-MONTH-END               PIC X(10).

      *    [MF] Cumuls par produit, bornes a cinquante produits comme
      *    dans provrep.
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-CNT         PIC 9(02) VALUE 0.
           05  WS-PRODUCT-ENTRY OCCURS 50 TIMES
                       INDEXED BY WS-PRODUCT-IDX.
               10  WS-PPNA-PRODUCT    PIC X(10).
               10  WS-PPNA-WRITTEN    PIC 9(11)V99.
               10  WS-PPNA-CANCELLED  PIC 9(11)V99.
               10  WS-PPNA-OPENING    PIC 9(11)V99.
               10  WS-PPNA-CLOSING    PIC 9(11)V99.
               10  WS-PPNA-EARNED     PIC S9(11)V99.
       01  WS-PRODUCT-FOUND           PIC X(01).

      *    [MF] Part de l'echeance courante dans chaque rubrique.
       01  WS-ECH-WRITTEN             PIC 9(09)V99.
       01  WS-ECH-CANCELLED           PIC 9(09)V99.
       01  WS-ECH-OPENING             PIC 9(09)V99.
       01  WS-ECH-CLOSING             PIC 9(09)V99.

       01  WS-TOTAL-WRITTEN           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CANCELLED         PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-OPENING           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CLOSING           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-EARNED            PIC S9(11)V99 VALUE 0.
       01  WS-BILLED-GAP              PIC S9(11)V99.

       01  WS-EDIT-WRITTEN            PIC Z(10)9.99.
       01  WS-EDIT-CANCELLED          PIC Z(10)9.99.
       01  WS-EDIT-OPENING            PIC Z(10)9.99.
       01  WS-EDIT-CLOSING            PIC Z(10)9.99.
       01  WS-EDIT-EARNED             PIC -(10)9.99.
       01  WS-EDIT-BILLED             PIC Z(10)9.99.
       01  WS-EDIT-GAP                PIC -(10)9.99.

       01  WS-ALERT-SEVERITY          PIC X(01).
       01  WS-ALERT-DETAIL            PIC X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-MONTH-END            PIC X(10).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-ECH-AMOUNT           PIC 9(07)V99.
       01  SQL-ECH-STATUS           PIC X(01).
       01  SQL-WRITTEN-FLAG         PIC X(01).
       01  SQL-OPEN-FLAG            PIC X(01).
       01  SQL-COVER-DAYS           PIC 9(05).
       01  SQL-OPEN-DAYS            PIC 9(05).
       01  SQL-CLOSE-DAYS           PIC 9(05).
       01  SQL-BILLED-TOTAL         PIC 9(11)V99.
       01  SQL-RES-WRITTEN          PIC 9(11)V99.
       01  SQL-RES-CANCELLED        PIC 9(11)V99.
       01  SQL-RES-OPENING          PIC 9(11)V99.
       01  SQL-RES-CLOSING          PIC 9(11)V99.
       01  SQL-RES-EARNED           PIC S9(11)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ppnarep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-MONTH-WINDOW.
           PERFORM TALLY-BILLED-ECHEANCES.
           PERFORM READ-BILLED-TOTAL.
           PERFORM WRITE-PPNA-REPORT.
           PERFORM STORE-PREMIUM-RESERVE
           THRU STORE-PREMIUM-RESERVE-FIN.

           CALL 'logbatch' USING 'ppnarep   ', WS-ECH-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-TOTAL-WRITTEN ' EUR DE PRIMES EMISES'.
           DISPLAY WS-TOTAL-EARNED ' EUR DE PRIMES ACQUISES'.
           DISPLAY WS-TOTAL-CLOSING ' EUR DE PPNA A LA CLOTURE'.
           GOBACK.

      *    [MF] Fenetre du mois civil precedent : le premier du mois
      *    precedent, et la veille du premier du mois courant.
       COMPUTE-MONTH-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           MOVE SPACES TO WS-JOB-DATE
           ACCEPT WS-JOB-DATE FROM ENVIRONMENT "BOBONIORT_JOB_DATE"
           IF WS-JOB-DATE NOT = SPACES
               STRING WS-JOB-YEAR DELIMITED BY SIZE
                       WS-JOB-MONTH DELIMITED BY SIZE
                       WS-JOB-DAY DELIMITED BY SIZE
                   INTO WS-TODAY-RAW
               END-STRING
           END-IF

           IF WS-TODAY-MONTH = 1
               COMPUTE WS-PREV-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PREV-YEAR
               COMPUTE WS-PREV-MONTH = WS-TODAY-MONTH - 1
           END-IF

           MOVE SPACES TO WS-MONTH-START
           STRING WS-PREV-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-PREV-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING

           COMPUTE WS-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100 + 1 )
               - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-FIRST-INT)
               TO WS-MONTH-LAST-YYYYMMDD
           MOVE WS-MONTH-LAST-YYYYMMDD TO WS-MONTH-LAST-RAW
           MOVE SPACES TO WS-MONTH-END
           STRING WS-LAST-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-DAY DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING

           MOVE WS-MONTH-START TO SQL-MONTH-START
           MOVE WS-MONTH-END   TO SQL-MONTH-END.

      *    [MF] Les echeances emises (facturees, ou 'F', 'D', 'W' et
      *    'X' d'avant la date de facturation) qui ont une prime
      *    emise dans le mois ou une periode couverte qui deborde le
      *    debut du mois. Pour chacune : l'emission dans le mois,
      *    l'emission avant le mois, la duree de la periode couverte
      *    et les jours restant a courir apres la veille du mois
      *    (ouverture) et apres son dernier jour (cloture).
       TALLY-BILLED-ECHEANCES.
           EXEC SQL
               DECLARE CRSPPNAECH CURSOR FOR
               SELECT ECH_PRODUCT, ECH_AMOUNT, ECH_STATUS,
                   CASE WHEN ECH_BILL_DATE >=
                       CAST(:SQL-MONTH-START AS DATE)
                       THEN 'Y' ELSE 'N' END,
                   CASE WHEN ECH_BILL_DATE <
                       CAST(:SQL-MONTH-START AS DATE)
                       THEN 'Y' ELSE 'N' END,
                   ECH_COVER_END - ECH_DUE_DATE,
                   GREATEST(0, ECH_COVER_END
                       - GREATEST(CAST(:SQL-MONTH-START AS DATE),
                           ECH_DUE_DATE)),
                   GREATEST(0, ECH_COVER_END
                       - GREATEST(CAST(:SQL-MONTH-END AS DATE) + 1,
                           ECH_DUE_DATE))
               FROM (
                   SELECT echeancier_product_code AS ECH_PRODUCT,
                       echeancier_amount AS ECH_AMOUNT,
                       echeancier_status AS ECH_STATUS,
                       echeancier_due_date AS ECH_DUE_DATE,
                       COALESCE(echeancier_bill_date,
                           echeancier_due_date) AS ECH_BILL_DATE,
                       CAST(echeancier_due_date + INTERVAL '1 month'
                           * CASE COALESCE((
                               SELECT MAX(contract_pay_freq)
                               FROM CONTRACT
                               WHERE contract_customer_uuid =
                                   echeancier_customer_uuid
                               AND contract_product_code =
                                   echeancier_product_code ), 'A')
                             WHEN 'M' THEN 1
                             WHEN 'T' THEN 3
                             ELSE 12 END AS DATE) AS ECH_COVER_END
                   FROM ECHEANCIER
                   WHERE echeancier_bill_date IS NOT NULL
                   OR echeancier_status = 'F'
                   OR echeancier_status = 'D'
                   OR echeancier_status = 'W' ) ECH
               WHERE ECH_BILL_DATE <= CAST(:SQL-MONTH-END AS DATE)
               AND ( ECH_BILL_DATE >= CAST(:SQL-MONTH-START AS DATE)
                  OR ECH_COVER_END > CAST(:SQL-MONTH-START AS DATE) )
               ORDER BY ECH_PRODUCT
           END-EXEC.

           EXEC SQL
               OPEN CRSPPNAECH
           END-EXEC.

           PERFORM UNTIL WS-PPNA-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPPNAECH
                   INTO :SQL-PRODUCT-CODE, :SQL-ECH-AMOUNT,
                       :SQL-ECH-STATUS, :SQL-WRITTEN-FLAG,
                       :SQL-OPEN-FLAG, :SQL-COVER-DAYS,
                       :SQL-OPEN-DAYS, :SQL-CLOSE-DAYS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM TALLY-ONE-ECHEANCE
                   WHEN 100
                       MOVE 'Y' TO WS-PPNA-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'ppnarep',
                           'FETCH-PPNAECH', SQLCODE
                       END-CALL
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-PPNA-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPPNAECH
           END-EXEC.

      *    [MF] Repartit l'echeance : prime emise dans le mois, PPNA
      *    d'ouverture si elle etait deja emise, PPNA de cloture au
      *    prorata des jours restant a courir. Une echeance annulee
      *    ('X') ne porte aucune provision ; emise dans le mois, son
      *    montant est compte a part et retire de l'acquis.
       TALLY-ONE-ECHEANCE.
           ADD 1 TO WS-ECH-COUNT
           MOVE 0 TO WS-ECH-WRITTEN WS-ECH-CANCELLED
               WS-ECH-OPENING WS-ECH-CLOSING

           IF SQL-WRITTEN-FLAG = 'Y'
               MOVE SQL-ECH-AMOUNT TO WS-ECH-WRITTEN
               IF SQL-ECH-STATUS = 'X'
                   MOVE SQL-ECH-AMOUNT TO WS-ECH-CANCELLED
               END-IF
           END-IF

           IF SQL-ECH-STATUS NOT = 'X' AND SQL-COVER-DAYS > 0
               IF SQL-OPEN-FLAG = 'Y'
                   COMPUTE WS-ECH-OPENING ROUNDED =
                       SQL-ECH-AMOUNT * SQL-OPEN-DAYS / SQL-COVER-DAYS
               END-IF
               COMPUTE WS-ECH-CLOSING ROUNDED =
                   SQL-ECH-AMOUNT * SQL-CLOSE-DAYS / SQL-COVER-DAYS
           END-IF

           PERFORM FIND-PRODUCT-ENTRY
           IF WS-PRODUCT-FOUND = 'N'
      *    [MF] Table des produits saturee : l'echeance est ignoree
      *    du detail, le bilan global reste juste via les totaux.
               DISPLAY 'TABLE PRODUITS SATUREE, LIGNE IGNOREE'
           ELSE
               ADD WS-ECH-WRITTEN
                   TO WS-PPNA-WRITTEN(WS-PRODUCT-IDX)
               ADD WS-ECH-CANCELLED
                   TO WS-PPNA-CANCELLED(WS-PRODUCT-IDX)
               ADD WS-ECH-OPENING
                   TO WS-PPNA-OPENING(WS-PRODUCT-IDX)
               ADD WS-ECH-CLOSING
                   TO WS-PPNA-CLOSING(WS-PRODUCT-IDX)
           END-IF

           ADD WS-ECH-WRITTEN   TO WS-TOTAL-WRITTEN
           ADD WS-ECH-CANCELLED TO WS-TOTAL-CANCELLED
           ADD WS-ECH-OPENING   TO WS-TOTAL-OPENING
           ADD WS-ECH-CLOSING   TO WS-TOTAL-CLOSING.

      *    [MF] Retrouve ou ouvre la ligne de cumul du produit ; la
      *    boucle de recherche laisse l'index une position apres la
      *    ligne trouvee, il est ramene dessus.
       FIND-PRODUCT-ENTRY.
           MOVE 'N' TO WS-PRODUCT-FOUND
           PERFORM VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-CNT
               OR WS-PRODUCT-FOUND = 'Y'
               IF WS-PPNA-PRODUCT(WS-PRODUCT-IDX)
                   = SQL-PRODUCT-CODE
                   MOVE 'Y' TO WS-PRODUCT-FOUND
               END-IF
           END-PERFORM

           IF WS-PRODUCT-FOUND = 'Y'
               SET WS-PRODUCT-IDX DOWN BY 1
           ELSE
               IF WS-PRODUCT-CNT < 50
                   ADD 1 TO WS-PRODUCT-CNT
                   SET WS-PRODUCT-IDX TO WS-PRODUCT-CNT
                   MOVE SQL-PRODUCT-CODE
                       TO WS-PPNA-PRODUCT(WS-PRODUCT-IDX)
                   MOVE 0 TO WS-PPNA-WRITTEN(WS-PRODUCT-IDX)
                   MOVE 0 TO WS-PPNA-CANCELLED(WS-PRODUCT-IDX)
                   MOVE 0 TO WS-PPNA-OPENING(WS-PRODUCT-IDX)
                   MOVE 0 TO WS-PPNA-CLOSING(WS-PRODUCT-IDX)
                   MOVE 0 TO WS-PPNA-EARNED(WS-PRODUCT-IDX)
                   MOVE 'Y' TO WS-PRODUCT-FOUND
               END-IF
           END-IF.

      *    [MF] Total facture par factcust dans le mois, lu
      *    directement sur la date de facturation des echeances :
      *    c'est le chiffre que les extraits FACTCUSTDAY du mois
      *    additionnent, echeancier individuel et employeurs.
       READ-BILLED-TOTAL.
           MOVE 0 TO SQL-BILLED-TOTAL
           EXEC SQL
               SELECT COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-BILLED-TOTAL
               FROM ECHEANCIER
               WHERE echeancier_bill_date >=
                   CAST(:SQL-MONTH-START AS DATE)
               AND echeancier_bill_date <=
                   CAST(:SQL-MONTH-END AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ppnarep', 'BILLED-TOTAL',
                   SQLCODE
               END-CALL
               MOVE 0 TO SQL-BILLED-TOTAL
           END-IF.

      *    [MF] Le rapport : une ligne par produit, les totaux, puis
      *    le rapprochement avec la facturation du mois. Un ecart
      *    ne vient que d'echeances soldees avant d'etre facturees
      *    (reglement d'avance au guichet ou sur avis de paiement) ;
      *    il est rapporte, pas corrige.
       WRITE-PPNA-REPORT.
           OPEN EXTEND PPNA-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT PPNA-REPORT
           END-IF.

           MOVE SPACES TO PPNA-REPORT-RECORD
           STRING 'PRIMES EMISES, ACQUISES ET PPNA DU '
                   DELIMITED BY SIZE
                   WS-MONTH-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
               INTO PPNA-REPORT-RECORD
           END-STRING
           WRITE PPNA-REPORT-RECORD.

           MOVE SPACES TO PPNA-REPORT-RECORD
           STRING '  PRODUIT          EMISES        ANNULEES'
                   DELIMITED BY SIZE
                   '  PPNA OUVERTURE    PPNA CLOTURE        ACQUISES'
                   DELIMITED BY SIZE
               INTO PPNA-REPORT-RECORD
           END-STRING
           WRITE PPNA-REPORT-RECORD.

           PERFORM WRITE-ONE-PRODUCT-LINE
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-CNT.

           COMPUTE WS-TOTAL-EARNED = WS-TOTAL-WRITTEN
               - WS-TOTAL-CANCELLED + WS-TOTAL-OPENING
               - WS-TOTAL-CLOSING
           MOVE WS-TOTAL-WRITTEN   TO WS-EDIT-WRITTEN
           MOVE WS-TOTAL-CANCELLED TO WS-EDIT-CANCELLED
           MOVE WS-TOTAL-OPENING   TO WS-EDIT-OPENING
           MOVE WS-TOTAL-CLOSING   TO WS-EDIT-CLOSING
           MOVE WS-TOTAL-EARNED    TO WS-EDIT-EARNED
           MOVE SPACES TO PPNA-REPORT-RECORD
           STRING '  TOTAL      ' DELIMITED BY SIZE
                   WS-EDIT-WRITTEN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-CANCELLED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-OPENING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-CLOSING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-EARNED DELIMITED BY SIZE
               INTO PPNA-REPORT-RECORD
           END-STRING
           WRITE PPNA-REPORT-RECORD.

           COMPUTE WS-BILLED-GAP = WS-TOTAL-WRITTEN - SQL-BILLED-TOTAL
           MOVE SQL-BILLED-TOTAL TO WS-EDIT-BILLED
           MOVE WS-BILLED-GAP TO WS-EDIT-GAP
           MOVE SPACES TO PPNA-REPORT-RECORD
           STRING 'RAPPROCHEMENT : FACTURE PAR FACTCUST '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-BILLED) DELIMITED BY SIZE
                   ' EUR, EMIS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-WRITTEN) DELIMITED BY SIZE
                   ' EUR, ECART ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-GAP) DELIMITED BY SIZE
                   ' EUR (ECHEANCES SOLDEES AVANT FACTURATION)'
                   DELIMITED BY SIZE
               INTO PPNA-REPORT-RECORD
           END-STRING
           WRITE PPNA-REPORT-RECORD.

      *    [MF] Un ecart negatif signifie une echeance facturee que
      *    le calcul n'a pas retenue : le superviseur est alerte.
           IF WS-BILLED-GAP < 0
               MOVE 'H' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'PPNA : FACTURATION DU MOIS NON RAPPROCHEE, '
                       DELIMITED BY SIZE
                       'ECART ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-GAP) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'ppnarep   ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
           END-IF.

           CLOSE PPNA-REPORT.

      *    [MF] La ligne d'un produit : emis, annule, provisions
      *    d'ouverture et de cloture, acquis du mois.
       WRITE-ONE-PRODUCT-LINE.
           COMPUTE WS-PPNA-EARNED(WS-PRODUCT-IDX) =
               WS-PPNA-WRITTEN(WS-PRODUCT-IDX)
               - WS-PPNA-CANCELLED(WS-PRODUCT-IDX)
               + WS-PPNA-OPENING(WS-PRODUCT-IDX)
               - WS-PPNA-CLOSING(WS-PRODUCT-IDX)
           MOVE WS-PPNA-WRITTEN(WS-PRODUCT-IDX)   TO WS-EDIT-WRITTEN
           MOVE WS-PPNA-CANCELLED(WS-PRODUCT-IDX) TO WS-EDIT-CANCELLED
           MOVE WS-PPNA-OPENING(WS-PRODUCT-IDX)   TO WS-EDIT-OPENING
           MOVE WS-PPNA-CLOSING(WS-PRODUCT-IDX)   TO WS-EDIT-CLOSING
           MOVE WS-PPNA-EARNED(WS-PRODUCT-IDX)    TO WS-EDIT-EARNED
           MOVE SPACES TO PPNA-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-PPNA-PRODUCT(WS-PRODUCT-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-WRITTEN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-CANCELLED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-OPENING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-CLOSING DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-EARNED DELIMITED BY SIZE
               INTO PPNA-REPORT-RECORD
           END-STRING
           WRITE PPNA-REPORT-RECORD.

      *    [MF] Conserve les chiffres du mois par produit a la date
      *    de cloture ; un second passage pour le meme mois remplace
      *    le premier.
       STORE-PREMIUM-RESERVE.
           EXEC SQL
               DELETE FROM PREMIUM_RESERVE
               WHERE RESERVE_CLOSE_DATE = CAST(:SQL-MONTH-END AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'ppnarep', 'DELETE-RESERVE',
                   SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GO TO STORE-PREMIUM-RESERVE-FIN
           END-IF.

           PERFORM STORE-ONE-PRODUCT
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-CNT.

       STORE-PREMIUM-RESERVE-FIN.
           EXIT.

      *    [MF] Une ligne PREMIUM_RESERVE par produit.
       STORE-ONE-PRODUCT.
           MOVE WS-PPNA-PRODUCT(WS-PRODUCT-IDX)   TO SQL-PRODUCT-CODE
           MOVE WS-PPNA-WRITTEN(WS-PRODUCT-IDX)   TO SQL-RES-WRITTEN
           MOVE WS-PPNA-CANCELLED(WS-PRODUCT-IDX) TO SQL-RES-CANCELLED
           MOVE WS-PPNA-OPENING(WS-PRODUCT-IDX)   TO SQL-RES-OPENING
           MOVE WS-PPNA-CLOSING(WS-PRODUCT-IDX)   TO SQL-RES-CLOSING
           MOVE WS-PPNA-EARNED(WS-PRODUCT-IDX)    TO SQL-RES-EARNED
           EXEC SQL
               INSERT INTO PREMIUM_RESERVE (
                   RESERVE_CLOSE_DATE, RESERVE_PRODUCT_CODE,
                   RESERVE_WRITTEN, RESERVE_CANCELLED,
                   RESERVE_OPENING, RESERVE_CLOSING,
                   RESERVE_EARNED, RESERVE_RUN_DATE )
               VALUES ( CAST(:SQL-MONTH-END AS DATE),
                        :SQL-PRODUCT-CODE, :SQL-RES-WRITTEN,
                        :SQL-RES-CANCELLED, :SQL-RES-OPENING,
                        :SQL-RES-CLOSING, :SQL-RES-EARNED,
                        CURRENT_DATE )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ppnarep', 'INSERT-RESERVE',
                   SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.
