      ******************************************************************
      *    [MF] Le programme 'Bordereau de Cession' est le traitement
      *    trimestriel qui chiffre la part du reassureur sur les
      *    produits couverts par un traite en quote-part (table
      *    REINSURANCE_TREATY, ecran reasadm) - bordereau jusqu'ici
      *    monte a la main depuis le rapport sinirep.
      *
      *    Pour chaque ligne de traite en vigueur sur le trimestre
      *    civil ecoule, sur la partie du trimestre couverte par ses
      *    dates de validite :
      *    - primes encaissees : lignes COLLECTION creditees ('C')
      *      du produit, hors soldes sur avoir (mode 'AVO') ; un
      *      encaissement de groupe (produit 'GROUPE') est rattache
      *      au produit du contrat collectif de l'employeur, comme
      *      dans tsacust ;
      *    - sinistres payes : lignes CLAIM 'P' payees, la demande
      *      rattachee au produit par le contrat couvrant la date des
      *      soins, comme dans sinirep ;
      *    - primes et sinistres cedes : la part cedee du traite ;
      *    - commission de reassurance : le taux du traite applique
      *      aux primes cedees ;
      *    - solde du trimestre : primes cedees, moins commission,
      *      moins sinistres cedes - en faveur du reassureur s'il est
      *      positif, de l'association sinon.
      *
      *    Le bordereau part au reassureur dans REASCESSION ; chaque
      *    ligne est conservee dans la table REINSURANCE_CESSION, ou
      *    l'export comptable (comptcust) reprend les ecritures de
      *    cession du mois ou le bordereau a ete etabli. Comme la
      *    TSA, le traitement tourne chaque mois et un trimestre deja
      *    cede n'est pas refait.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reascust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CESSION-FILE ASSIGN TO "REASCESSION"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CESSION-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  CESSION-FILE.
       01  CESSION-RECORD PIC X(160).

       WORKING-STORAGE SECTION.

       01  WS-CESSION-FILE-STATUS     PIC X(02).
       01  WS-TREATY-EOF              PIC X(01) VALUE 'N'.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

      *    [MF] Trimestre civil ecoule : premier jour (inclus) et
      *    premier jour du trimestre en cours (exclu).
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-QUARTER-YEAR            PIC 9(04).
       01  WS-QUARTER-NUMBER          PIC 9(01).
       01  WS-QUARTER-FIRST-MONTH     PIC 9(02).
       01  WS-CURRENT-FIRST-MONTH     PIC 9(02).

      *    [MF] Cession de la ligne de traite courante et cumuls du
      *    bordereau.
       01  WS-LINE-BALANCE            PIC S9(11)V99.
       01  WS-TOTAL-PREMIUM           PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CEDED-PREMIUM     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COMMISSION        PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CLAIMS            PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CEDED-CLAIMS      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-BALANCE           PIC S9(11)V99 VALUE 0.

       01  WS-EDIT-PREMIUM            PIC Z(10)9.99.
       01  WS-EDIT-CEDED-PREMIUM      PIC Z(10)9.99.
       01  WS-EDIT-COMMISSION         PIC Z(10)9.99.
       01  WS-EDIT-CLAIMS             PIC Z(10)9.99.
       01  WS-EDIT-CEDED-CLAIMS       PIC Z(10)9.99.
       01  WS-EDIT-BALANCE            PIC -(10)9.99.
       01  WS-EDIT-SHARE              PIC ZZ9.99.
       01  WS-EDIT-COMMISSION-RATE    PIC ZZ9.99.

       01  WS-AUDIT-KEY               PIC X(36).
       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CESSION-PERIOD       PIC X(07).
       01  SQL-QUARTER-START        PIC X(10).
       01  SQL-NEXT-QUARTER-START   PIC X(10).
       01  SQL-CESSION-COUNT        PIC 9(05).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-TREATY-START-DATE    PIC X(10).
       01  SQL-TREATY-SHARE         PIC 9(03)V99.
       01  SQL-TREATY-COMMISSION    PIC 9(03)V99.
       01  SQL-PREMIUM-AMOUNT       PIC 9(11)V99.
       01  SQL-CLAIM-AMOUNT         PIC 9(11)V99.
       01  SQL-CEDED-PREMIUM        PIC 9(11)V99.
       01  SQL-COMMISSION-AMOUNT    PIC 9(11)V99.
       01  SQL-CEDED-CLAIMS         PIC 9(11)V99.
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
               CALL 'logsqlerr' USING 'reascust', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-QUARTER-WINDOW.

      *    [MF] Un trimestre deja cede n'est pas refait : une relance
      *    de l'etape ne double ni le bordereau ni les ecritures.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CESSION-COUNT
               FROM REINSURANCE_CESSION
               WHERE CESSION_PERIOD = :SQL-CESSION-PERIOD
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reascust', 'SELECT-CESSION',
                   SQLCODE
               END-CALL
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SQL-CESSION-COUNT > 0
               DISPLAY 'CESSION ' SQL-CESSION-PERIOD ' DEJA ETABLIE'
               CALL 'logbatch' USING 'reascust  ', WS-BATCH-ROW-COUNT
               END-CALL
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           OPEN EXTEND CESSION-FILE.
           IF WS-CESSION-FILE-STATUS = '35'
               OPEN OUTPUT CESSION-FILE
           END-IF.

           PERFORM WRITE-STATEMENT-HEADER.
           PERFORM CEDE-TREATY-LINES.
           PERFORM WRITE-STATEMENT-TOTAL.

           CLOSE CESSION-FILE.

           IF WS-BATCH-ROW-COUNT > 0
               PERFORM AUDIT-CESSION
           END-IF.

           CALL 'logbatch' USING 'reascust  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY 'CESSION ' SQL-CESSION-PERIOD ' : '
               WS-BATCH-ROW-COUNT ' LIGNE(S) DE TRAITE, SOLDE '
               WS-TOTAL-BALANCE ' EUR'.
           GOBACK.

      *    [MF] Trimestre civil ecoule, libelle AAAA-Tn : lance en
      *    janvier, c'est le quatrieme trimestre de l'annee passee.
       COMPUTE-QUARTER-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING

           COMPUTE WS-CURRENT-FIRST-MONTH =
               ( ( WS-TODAY-MONTH - 1 ) / 3 ) * 3 + 1
           IF WS-CURRENT-FIRST-MONTH = 1
               COMPUTE WS-QUARTER-YEAR = WS-TODAY-YEAR - 1
               MOVE 10 TO WS-QUARTER-FIRST-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-QUARTER-YEAR
               COMPUTE WS-QUARTER-FIRST-MONTH =
                   WS-CURRENT-FIRST-MONTH - 3
           END-IF
           COMPUTE WS-QUARTER-NUMBER =
               ( WS-QUARTER-FIRST-MONTH - 1 ) / 3 + 1

           MOVE SPACES TO SQL-CESSION-PERIOD SQL-QUARTER-START
               SQL-NEXT-QUARTER-START
           STRING WS-QUARTER-YEAR DELIMITED BY SIZE
                   '-T' DELIMITED BY SIZE
                   WS-QUARTER-NUMBER DELIMITED BY SIZE
               INTO SQL-CESSION-PERIOD
           END-STRING
           STRING WS-QUARTER-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-QUARTER-FIRST-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO SQL-QUARTER-START
           END-STRING
           STRING WS-TODAY-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-CURRENT-FIRST-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO SQL-NEXT-QUARTER-START
           END-STRING.

      *    [MF] En-tete du bordereau : trimestre, date d'etablissement
      *    et bornes, puis le libelle des colonnes.
       WRITE-STATEMENT-HEADER.
           MOVE SPACES TO CESSION-RECORD
           STRING 'BORDEREAU DE CESSION ' DELIMITED BY SIZE
                   SQL-CESSION-PERIOD DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-QUARTER-START DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-NEXT-QUARTER-START DELIMITED BY SIZE
               INTO CESSION-RECORD
           END-STRING
           WRITE CESSION-RECORD.

           MOVE SPACES TO CESSION-RECORD
           STRING 'PRODUIT;EFFET TRAITE;PRIMES ENCAISSEES;PART CEDEE;'
                   DELIMITED BY SIZE
                   'PRIMES CEDEES;TAUX COMMISSION;COMMISSION;'
                   DELIMITED BY SIZE
                   'SINISTRES PAYES;SINISTRES CEDES;SOLDE'
                   DELIMITED BY SIZE
               INTO CESSION-RECORD
           END-STRING
           WRITE CESSION-RECORD.

      *    [MF] Les lignes de traite en vigueur sur une partie au
      *    moins du trimestre, avec les primes encaissees et les
      *    sinistres payes du produit entre les bornes de la ligne
      *    ramenees au trimestre (debut inclus, fin exclue).
       CEDE-TREATY-LINES.
           EXEC SQL
               DECLARE CRSREASTRT CURSOR FOR
               SELECT TRT_PRODUCT, TRT_START, TRT_SHARE, TRT_COMM,
                   ( SELECT COALESCE(SUM(C.COLLECTION_AMOUNT), 0)
                     FROM COLLECTION C
                     LEFT JOIN EMPLOYER E
                         ON C.COLLECTION_PRODUCT_CODE = 'GROUPE'
                         AND TRIM(E.EMPLOYER_CODE) =
                             TRIM(C.COLLECTION_CUSTOMER_UUID)
                     WHERE TRIM(COALESCE(E.EMPLOYER_PRODUCT_CODE,
                         C.COLLECTION_PRODUCT_CODE)) = TRT_PRODUCT
                     AND C.COLLECTION_STATUS = 'C'
                     AND COALESCE(C.COLLECTION_PAY_MODE, 'PRL')
                         != 'AVO'
                     AND C.COLLECTION_CREDIT_DATE >= TRT_FROM
                     AND C.COLLECTION_CREDIT_DATE < TRT_TO ),
                   ( SELECT COALESCE(SUM(CLAIM_OUR_AMOUNT), 0)
                     FROM CLAIM
                     WHERE CLAIM_STATUS = 'P'
                     AND CLAIM_PAY_DATE >= TRT_FROM
                     AND CLAIM_PAY_DATE < TRT_TO
                     AND EXISTS (
                         SELECT 1 FROM CONTRACT
                         WHERE CONTRACT_CUSTOMER_UUID =
                             CLAIM_CUSTOMER_UUID
                         AND TRIM(CONTRACT_PRODUCT_CODE)
                             = TRT_PRODUCT
                         AND CONTRACT_START_DATE <= CLAIM_CARE_DATE
                         AND CONTRACT_END_DATE >=
                             CLAIM_CARE_DATE ) )
               FROM (
                   SELECT TRIM(TREATY_PRODUCT_CODE) AS TRT_PRODUCT,
                       CAST(TREATY_START_DATE AS TEXT) AS TRT_START,
                       TREATY_CESSION_SHARE AS TRT_SHARE,
                       TREATY_COMMISSION_RATE AS TRT_COMM,
                       GREATEST(TREATY_START_DATE,
                           CAST(:SQL-QUARTER-START AS DATE))
                           AS TRT_FROM,
                       LEAST(COALESCE(TREATY_END_DATE + 1,
                           CAST(:SQL-NEXT-QUARTER-START AS DATE)),
                           CAST(:SQL-NEXT-QUARTER-START AS DATE))
                           AS TRT_TO
                   FROM REINSURANCE_TREATY
                   WHERE TREATY_START_DATE <
                       CAST(:SQL-NEXT-QUARTER-START AS DATE)
                   AND ( TREATY_END_DATE IS NULL
                      OR TREATY_END_DATE >=
                         CAST(:SQL-QUARTER-START AS DATE) ) ) TRT
               ORDER BY TRT_PRODUCT, TRT_START
           END-EXEC.

           EXEC SQL
               OPEN CRSREASTRT
           END-EXEC.

           PERFORM UNTIL WS-TREATY-EOF = 'Y'
               EXEC SQL
                   FETCH CRSREASTRT
                   INTO :SQL-PRODUCT-CODE, :SQL-TREATY-START-DATE,
                       :SQL-TREATY-SHARE, :SQL-TREATY-COMMISSION,
                       :SQL-PREMIUM-AMOUNT, :SQL-CLAIM-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CEDE-ONE-TREATY-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-TREATY-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'reascust',
                           'FETCH-REASTRT', SQLCODE
                       END-CALL
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-TREATY-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSREASTRT
           END-EXEC.

      *    [MF] Une ligne de traite : application de la part cedee et
      *    du taux de commission, ligne de bordereau, conservation
      *    dans REINSURANCE_CESSION et cumuls.
       CEDE-ONE-TREATY-LINE.
           ADD 1 TO WS-BATCH-ROW-COUNT
           COMPUTE SQL-CEDED-PREMIUM ROUNDED =
               SQL-PREMIUM-AMOUNT * SQL-TREATY-SHARE / 100
           COMPUTE SQL-COMMISSION-AMOUNT ROUNDED =
               SQL-CEDED-PREMIUM * SQL-TREATY-COMMISSION / 100
           COMPUTE SQL-CEDED-CLAIMS ROUNDED =
               SQL-CLAIM-AMOUNT * SQL-TREATY-SHARE / 100
           COMPUTE WS-LINE-BALANCE = SQL-CEDED-PREMIUM
               - SQL-COMMISSION-AMOUNT - SQL-CEDED-CLAIMS

           ADD SQL-PREMIUM-AMOUNT    TO WS-TOTAL-PREMIUM
           ADD SQL-CEDED-PREMIUM     TO WS-TOTAL-CEDED-PREMIUM
           ADD SQL-COMMISSION-AMOUNT TO WS-TOTAL-COMMISSION
           ADD SQL-CLAIM-AMOUNT      TO WS-TOTAL-CLAIMS
           ADD SQL-CEDED-CLAIMS      TO WS-TOTAL-CEDED-CLAIMS
           ADD WS-LINE-BALANCE       TO WS-TOTAL-BALANCE

           MOVE SQL-PREMIUM-AMOUNT    TO WS-EDIT-PREMIUM
           MOVE SQL-TREATY-SHARE      TO WS-EDIT-SHARE
           MOVE SQL-CEDED-PREMIUM     TO WS-EDIT-CEDED-PREMIUM
           MOVE SQL-TREATY-COMMISSION TO WS-EDIT-COMMISSION-RATE
           MOVE SQL-COMMISSION-AMOUNT TO WS-EDIT-COMMISSION
           MOVE SQL-CLAIM-AMOUNT      TO WS-EDIT-CLAIMS
           MOVE SQL-CEDED-CLAIMS      TO WS-EDIT-CEDED-CLAIMS
           MOVE WS-LINE-BALANCE       TO WS-EDIT-BALANCE

           MOVE SPACES TO CESSION-RECORD
           STRING FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-TREATY-START-DATE DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-PREMIUM) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SHARE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-PREMIUM)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMMISSION-RATE)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMMISSION) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CLAIMS) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-CLAIMS)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
               INTO CESSION-RECORD
           END-STRING
           WRITE CESSION-RECORD.

           EXEC SQL
               INSERT INTO REINSURANCE_CESSION (
                   CESSION_PERIOD, CESSION_PRODUCT_CODE,
                   CESSION_TREATY_START, CESSION_DECLARE_DATE,
                   CESSION_SHARE, CESSION_COMMISSION_RATE,
                   CESSION_PREMIUM, CESSION_CEDED_PREMIUM,
                   CESSION_COMMISSION, CESSION_CLAIMS,
                   CESSION_CEDED_CLAIMS )
               VALUES ( :SQL-CESSION-PERIOD, :SQL-PRODUCT-CODE,
                        CAST(:SQL-TREATY-START-DATE AS DATE),
                        CURRENT_DATE,
                        :SQL-TREATY-SHARE, :SQL-TREATY-COMMISSION,
                        :SQL-PREMIUM-AMOUNT, :SQL-CEDED-PREMIUM,
                        :SQL-COMMISSION-AMOUNT, :SQL-CLAIM-AMOUNT,
                        :SQL-CEDED-CLAIMS )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reascust', 'INSERT-CESSION',
                   SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    [MF] Totaux du bordereau et sens du solde du trimestre.
       WRITE-STATEMENT-TOTAL.
           MOVE WS-TOTAL-PREMIUM       TO WS-EDIT-PREMIUM
           MOVE WS-TOTAL-CEDED-PREMIUM TO WS-EDIT-CEDED-PREMIUM
           MOVE WS-TOTAL-COMMISSION    TO WS-EDIT-COMMISSION
           MOVE WS-TOTAL-CLAIMS        TO WS-EDIT-CLAIMS
           MOVE WS-TOTAL-CEDED-CLAIMS  TO WS-EDIT-CEDED-CLAIMS
           MOVE WS-TOTAL-BALANCE       TO WS-EDIT-BALANCE

           MOVE SPACES TO CESSION-RECORD
           STRING 'TOTAL;' DELIMITED BY SIZE
                   SQL-CESSION-PERIOD DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-PREMIUM) DELIMITED BY SIZE
                   ';;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-PREMIUM)
                       DELIMITED BY SIZE
                   ';;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COMMISSION) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CLAIMS) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-CLAIMS)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
               INTO CESSION-RECORD
           END-STRING
           WRITE CESSION-RECORD.

           MOVE SPACES TO CESSION-RECORD
           IF WS-BATCH-ROW-COUNT = 0
               MOVE 'AUCUN TRAITE EN VIGUEUR SUR LE TRIMESTRE'
                   TO CESSION-RECORD
           ELSE
               IF WS-TOTAL-BALANCE < 0
                   STRING 'SOLDE EN FAVEUR DE L''ASSOCIATION : '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-BALANCE)
                               DELIMITED BY SIZE
                           ' EUR' DELIMITED BY SIZE
                       INTO CESSION-RECORD
                   END-STRING
               ELSE
                   STRING 'SOLDE EN FAVEUR DU REASSUREUR : '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-BALANCE)
                               DELIMITED BY SIZE
                           ' EUR' DELIMITED BY SIZE
                       INTO CESSION-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE CESSION-RECORD.

      *    [MF] Le bordereau du trimestre est trace : le trimestre
      *    tient lieu d'identifiant sur la ligne d'audit.
       AUDIT-CESSION.
           MOVE SQL-CESSION-PERIOD TO WS-AUDIT-KEY
           MOVE 'CESSION-REASSURANCE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'TRIMESTRE ' DELIMITED BY SIZE
                   SQL-CESSION-PERIOD DELIMITED BY SIZE
                   ' PRIMES CEDEES ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-PREMIUM)
                       DELIMITED BY SIZE
                   ' SINISTRES CEDES ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-CEDED-CLAIMS)
                       DELIMITED BY SIZE
                   ' SOLDE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-BALANCE) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
