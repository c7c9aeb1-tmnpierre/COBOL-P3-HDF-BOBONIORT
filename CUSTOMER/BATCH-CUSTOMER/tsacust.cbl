      ******************************************************************
      *    [MF] Le programme 'Declaration TSA' est le traitement
      *    trimestriel qui calcule la taxe de solidarite additionnelle
      *    due sur les cotisations sante - calcul jusqu'ici refait a
      *    la main par le comptable a partir des totaux du GLEXPORT.
      *
      *    L'assiette est celle des cotisations reellement encaissees
      *    sur le trimestre civil ecoule : les lignes COLLECTION
      *    creditees ('C') du trimestre, prelevements comme
      *    reglements manuels de reglcust. Une echeance soldee sur
      *    avoir (mode 'AVO', doubcust) n'est pas un encaissement et
      *    n'entre pas dans l'assiette ; un prelevement rejete depuis
      *    est repasse en 'R' et en sort de lui-meme. Un encaissement
      *    de groupe (produit 'GROUPE', sepacust) est rattache au
      *    produit du contrat collectif de l'employeur.
      *
      *    Trois assiettes, chacune a son taux :
      *    - contrats responsables (PRODUCT_RESPONSIBLE 'O', prodadm) ;
      *    - autres contrats (PRODUCT_RESPONSIBLE 'N') ;
      *    - CSS : encaissements des adherents portant une part CSS
      *      et part trimestrielle du fonds d'Etat (un quart de
      *      CONTRACT_CSS_SHARE, comme csscust).
      *    Les taux sont lus dans la table PARAMETER (TAUX-TSA-RESP,
      *    TAUX-TSA-NONRESP, TAUX-TSA-CSS, en pourcentage), avec les
      *    taux legaux a defaut de ligne ; la CSS est exoneree par
      *    defaut.
      *
      *    Le traitement depose la declaration dans TSADECLARE, un
      *    rapport de controle (TSACTRL) pour le comptable, et
      *    conserve la declaration dans la table TSA_DECLARATION :
      *    l'export comptable (comptcust) y reprend la dette de taxe
      *    du mois ou elle a ete declaree. Un trimestre deja declare
      *    n'est pas refait.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tsacust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TSA-FILE ASSIGN TO "TSADECLARE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-TSA-FILE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "TSACTRL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  TSA-FILE.
       01  TSA-RECORD PIC X(120).

       FD  CONTROL-REPORT.
       01  CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-TSA-FILE-STATUS         PIC X(02).
       01  WS-CONTROL-FILE-STATUS     PIC X(02).
       01  WS-BASE-EOF                PIC X(01) VALUE 'N'.
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

      *    [MF] Assiettes, taux et taxe par categorie.
       01  WS-RESP-COUNT              PIC 9(07) VALUE 0.
       01  WS-OTHER-COUNT             PIC 9(07) VALUE 0.
       01  WS-CSS-COUNT               PIC 9(07) VALUE 0.
       01  WS-TSA-TOTAL               PIC 9(09)V99 VALUE 0.
       01  WS-PARAM-DEFAULT           PIC 9(03)V9(04).

       01  WS-LINE-LABEL              PIC X(20).
       01  WS-LINE-COUNT              PIC 9(07).
       01  WS-LINE-BASE               PIC 9(11)V99.
       01  WS-LINE-RATE               PIC 9(03)V9(04).
       01  WS-LINE-AMOUNT             PIC 9(09)V99.
       01  WS-LINE-RATE-EDIT          PIC ZZ9.9999.

       01  WS-AUDIT-KEY               PIC X(36).
       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-TSA-PERIOD           PIC X(07).
       01  SQL-QUARTER-START        PIC X(10).
       01  SQL-NEXT-QUARTER-START   PIC X(10).
       01  SQL-TSA-COUNT            PIC 9(05).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(03)V9(04).
       01  SQL-BASE-CATEGORY        PIC X(01).
       01  SQL-BASE-AMOUNT          PIC 9(11)V99.
       01  SQL-BASE-COUNT           PIC 9(07).
       01  SQL-CSS-STATE-SHARE      PIC 9(11)V99.
       01  SQL-CSS-STATE-COUNT      PIC 9(07).
       01  SQL-RESP-BASE            PIC 9(11)V99 VALUE 0.
       01  SQL-RESP-RATE            PIC 9(03)V9(04).
       01  SQL-RESP-AMOUNT          PIC 9(09)V99 VALUE 0.
       01  SQL-OTHER-BASE           PIC 9(11)V99 VALUE 0.
       01  SQL-OTHER-RATE           PIC 9(03)V9(04).
       01  SQL-OTHER-AMOUNT         PIC 9(09)V99 VALUE 0.
       01  SQL-CSS-BASE             PIC 9(11)V99 VALUE 0.
       01  SQL-CSS-RATE             PIC 9(03)V9(04).
       01  SQL-CSS-AMOUNT           PIC 9(09)V99 VALUE 0.
       01  SQL-TSA-AMOUNT           PIC 9(09)V99 VALUE 0.
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
               CALL 'logsqlerr' USING 'tsacust', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-QUARTER-WINDOW.

      *    [MF] Un trimestre deja declare n'est pas refait : une
      *    relance de l'etape ne double ni la declaration ni
      *    l'ecriture comptable.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-TSA-COUNT
               FROM TSA_DECLARATION
               WHERE TSA_PERIOD = :SQL-TSA-PERIOD
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tsacust', 'SELECT-TSA', SQLCODE
               END-CALL
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF SQL-TSA-COUNT > 0
               DISPLAY 'TSA ' SQL-TSA-PERIOD ' DEJA DECLAREE'
               CALL 'logbatch' USING 'tsacust   ', WS-BATCH-ROW-COUNT
               END-CALL
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM READ-TSA-RATES.
           PERFORM SUM-COLLECTED-BASES.
           PERFORM SUM-CSS-STATE-SHARE.

           COMPUTE SQL-RESP-AMOUNT ROUNDED =
               SQL-RESP-BASE * SQL-RESP-RATE / 100
           COMPUTE SQL-OTHER-AMOUNT ROUNDED =
               SQL-OTHER-BASE * SQL-OTHER-RATE / 100
           COMPUTE SQL-CSS-AMOUNT ROUNDED =
               SQL-CSS-BASE * SQL-CSS-RATE / 100
           COMPUTE SQL-TSA-AMOUNT =
               SQL-RESP-AMOUNT + SQL-OTHER-AMOUNT + SQL-CSS-AMOUNT
           MOVE SQL-TSA-AMOUNT TO WS-TSA-TOTAL.

           PERFORM WRITE-DECLARATION-FILE.
           PERFORM SAVE-DECLARATION.
           PERFORM WRITE-CONTROL-REPORT.

           COMPUTE WS-BATCH-ROW-COUNT =
               WS-RESP-COUNT + WS-OTHER-COUNT + WS-CSS-COUNT
           CALL 'logbatch' USING 'tsacust   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY 'TSA ' SQL-TSA-PERIOD ' : ' WS-TSA-TOTAL
               ' EUR DECLARE(S)'.
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

           MOVE SPACES TO SQL-TSA-PERIOD SQL-QUARTER-START
               SQL-NEXT-QUARTER-START
           STRING WS-QUARTER-YEAR DELIMITED BY SIZE
                   '-T' DELIMITED BY SIZE
                   WS-QUARTER-NUMBER DELIMITED BY SIZE
               INTO SQL-TSA-PERIOD
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

      *    [MF] Taux de la taxe, en pourcentage, table PARAMETER ;
      *    les taux legaux a defaut de ligne.
       READ-TSA-RATES.
           MOVE 'TAUX-TSA-RESP' TO SQL-PARAM-NAME
           MOVE 13.27 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-RATE
           MOVE SQL-PARAM-VALUE TO SQL-RESP-RATE

           MOVE 'TAUX-TSA-NONRESP' TO SQL-PARAM-NAME
           MOVE 20.27 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-RATE
           MOVE SQL-PARAM-VALUE TO SQL-OTHER-RATE

           MOVE 'TAUX-TSA-CSS' TO SQL-PARAM-NAME
           MOVE ZERO TO SQL-PARAM-VALUE
           PERFORM READ-ONE-RATE
           MOVE SQL-PARAM-VALUE TO SQL-CSS-RATE.

      *    [MF] Un taux : SQL-PARAM-VALUE porte la valeur par defaut
      *    en entree.
       READ-ONE-RATE.
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF.

      *    [MF] Encaissements credites du trimestre, totalises par
      *    categorie : 'C' quand l'adherent porte une part CSS,
      *    sinon 'R' ou 'N' selon l'indicateur responsable du
      *    produit (responsable a defaut de renseignement). Le
      *    produit d'un encaissement de groupe est celui du contrat
      *    collectif de l'employeur.
       SUM-COLLECTED-BASES.
           EXEC SQL
               DECLARE CRSTSABASE CURSOR FOR
               SELECT CASE
                   WHEN EXISTS (
                       SELECT 1 FROM CONTRACT K
                       WHERE K.contract_customer_uuid =
                           C.COLLECTION_CUSTOMER_UUID
                       AND COALESCE(K.contract_css_share, 0) > 0 )
                   THEN 'C'
                   WHEN COALESCE(P.PRODUCT_RESPONSIBLE, 'O') = 'N'
                   THEN 'N'
                   ELSE 'R' END,
                   COALESCE(SUM(C.COLLECTION_AMOUNT), 0), COUNT(*)
               FROM COLLECTION C
               LEFT JOIN EMPLOYER E
                   ON C.COLLECTION_PRODUCT_CODE = 'GROUPE'
                   AND TRIM(E.EMPLOYER_CODE) =
                       TRIM(C.COLLECTION_CUSTOMER_UUID)
               LEFT JOIN PRODUCT P
                   ON P.PRODUCT_CODE = COALESCE(E.EMPLOYER_PRODUCT_CODE,
                       C.COLLECTION_PRODUCT_CODE)
               WHERE C.COLLECTION_STATUS = 'C'
               AND COALESCE(C.COLLECTION_PAY_MODE, 'PRL') != 'AVO'
               AND C.COLLECTION_CREDIT_DATE >= :SQL-QUARTER-START
               AND C.COLLECTION_CREDIT_DATE < :SQL-NEXT-QUARTER-START
               GROUP BY 1
           END-EXEC.

           EXEC SQL
               OPEN CRSTSABASE
           END-EXEC.

           PERFORM UNTIL WS-BASE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSTSABASE
                   INTO :SQL-BASE-CATEGORY, :SQL-BASE-AMOUNT,
                       :SQL-BASE-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       EVALUATE SQL-BASE-CATEGORY
                           WHEN 'C'
                               ADD SQL-BASE-AMOUNT TO SQL-CSS-BASE
                               ADD SQL-BASE-COUNT TO WS-CSS-COUNT
                           WHEN 'N'
                               ADD SQL-BASE-AMOUNT TO SQL-OTHER-BASE
                               ADD SQL-BASE-COUNT TO WS-OTHER-COUNT
                           WHEN OTHER
                               ADD SQL-BASE-AMOUNT TO SQL-RESP-BASE
                               ADD SQL-BASE-COUNT TO WS-RESP-COUNT
                       END-EVALUATE
                   WHEN 100
                       MOVE 'Y' TO WS-BASE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'tsacust',
                           'FETCH-TSABASE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BASE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSTSABASE
           END-EXEC.

      *    [MF] Part du fonds d'Etat du trimestre : un quart de la
      *    part annuelle des contrats CSS couverts, la meme que
      *    celle que csscust declare a l'organisme payeur.
       SUM-CSS-STATE-SHARE.
           EXEC SQL
               SELECT COALESCE(SUM(ROUND(contract_css_share / 4, 2)),
                   0), COUNT(*)
               INTO :SQL-CSS-STATE-SHARE, :SQL-CSS-STATE-COUNT
               FROM CONTRACT
               WHERE contract_status = 'A'
               AND COALESCE(contract_css_share, 0) > 0
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tsacust', 'SELECT-CSS', SQLCODE
               END-CALL
           ELSE
               ADD SQL-CSS-STATE-SHARE TO SQL-CSS-BASE
               ADD SQL-CSS-STATE-COUNT TO WS-CSS-COUNT
           END-IF.

      *    [MF] Fichier de declaration : en-tete, une ligne par
      *    categorie (assiette, taux, taxe) et la ligne de total.
       WRITE-DECLARATION-FILE.
           OPEN EXTEND TSA-FILE.
           IF WS-TSA-FILE-STATUS = '35'
               OPEN OUTPUT TSA-FILE
           END-IF.

           MOVE SPACES TO TSA-RECORD
           STRING 'DECLARATION TSA ' DELIMITED BY SIZE
                   SQL-TSA-PERIOD DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-QUARTER-START DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-NEXT-QUARTER-START DELIMITED BY SIZE
               INTO TSA-RECORD
           END-STRING
           WRITE TSA-RECORD.

           MOVE 'RESPONSABLE' TO WS-LINE-LABEL
           MOVE SQL-RESP-BASE TO WS-LINE-BASE
           MOVE SQL-RESP-RATE TO WS-LINE-RATE
           MOVE SQL-RESP-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-TSA-LINE

           MOVE 'NON RESPONSABLE' TO WS-LINE-LABEL
           MOVE SQL-OTHER-BASE TO WS-LINE-BASE
           MOVE SQL-OTHER-RATE TO WS-LINE-RATE
           MOVE SQL-OTHER-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-TSA-LINE

           MOVE 'CSS' TO WS-LINE-LABEL
           MOVE SQL-CSS-BASE TO WS-LINE-BASE
           MOVE SQL-CSS-RATE TO WS-LINE-RATE
           MOVE SQL-CSS-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-TSA-LINE

           MOVE SPACES TO TSA-RECORD
           STRING 'TOTAL;' DELIMITED BY SIZE
                   SQL-TSA-PERIOD DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-TSA-AMOUNT DELIMITED BY SIZE
               INTO TSA-RECORD
           END-STRING
           WRITE TSA-RECORD.

           CLOSE TSA-FILE.

      *    [MF] Une ligne de declaration : categorie, assiette, taux
      *    et taxe due.
       WRITE-ONE-TSA-LINE.
           MOVE WS-LINE-RATE TO WS-LINE-RATE-EDIT
           MOVE SPACES TO TSA-RECORD
           STRING 'TSA;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-LABEL) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-LINE-BASE DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-RATE-EDIT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-LINE-AMOUNT DELIMITED BY SIZE
               INTO TSA-RECORD
           END-STRING
           WRITE TSA-RECORD.

      *    [MF] La declaration est conservee : comptcust en passe la
      *    dette de taxe au journal du mois, et elle garde le
      *    trimestre d'une nouvelle declaration.
       SAVE-DECLARATION.
           EXEC SQL
               INSERT INTO TSA_DECLARATION (
                   TSA_PERIOD, TSA_DECLARE_DATE,
                   TSA_RESP_BASE, TSA_RESP_RATE, TSA_RESP_AMOUNT,
                   TSA_OTHER_BASE, TSA_OTHER_RATE, TSA_OTHER_AMOUNT,
                   TSA_CSS_BASE, TSA_CSS_RATE, TSA_CSS_AMOUNT,
                   TSA_AMOUNT )
               VALUES ( :SQL-TSA-PERIOD, CURRENT_DATE,
                        :SQL-RESP-BASE, :SQL-RESP-RATE,
                        :SQL-RESP-AMOUNT,
                        :SQL-OTHER-BASE, :SQL-OTHER-RATE,
                        :SQL-OTHER-AMOUNT,
                        :SQL-CSS-BASE, :SQL-CSS-RATE,
                        :SQL-CSS-AMOUNT,
                        :SQL-TSA-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tsacust', 'INSERT-TSA', SQLCODE
               END-CALL
           ELSE
               MOVE SQL-TSA-PERIOD TO WS-AUDIT-KEY
               MOVE 'DECLARATION-TSA' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'TRIMESTRE ' DELIMITED BY SIZE
                       SQL-TSA-PERIOD DELIMITED BY SIZE
                       ' TAXE ' DELIMITED BY SIZE
                       SQL-TSA-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
           END-IF.

      *    [MF] Rapport de controle du comptable : le nombre
      *    d'encaissements et de parts CSS retenus par categorie,
      *    l'assiette et la taxe, puis le bilan.
       WRITE-CONTROL-REPORT.
           OPEN EXTEND CONTROL-REPORT.
           IF WS-CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-REPORT
           END-IF.

           MOVE SPACES TO CONTROL-RECORD
           STRING 'CONTROLE TSA ' DELIMITED BY SIZE
                   SQL-TSA-PERIOD DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

           MOVE 'RESPONSABLE' TO WS-LINE-LABEL
           MOVE WS-RESP-COUNT TO WS-LINE-COUNT
           MOVE SQL-RESP-BASE TO WS-LINE-BASE
           MOVE SQL-RESP-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-CONTROL-LINE

           MOVE 'NON RESPONSABLE' TO WS-LINE-LABEL
           MOVE WS-OTHER-COUNT TO WS-LINE-COUNT
           MOVE SQL-OTHER-BASE TO WS-LINE-BASE
           MOVE SQL-OTHER-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-CONTROL-LINE

           MOVE 'CSS' TO WS-LINE-LABEL
           MOVE WS-CSS-COUNT TO WS-LINE-COUNT
           MOVE SQL-CSS-BASE TO WS-LINE-BASE
           MOVE SQL-CSS-AMOUNT TO WS-LINE-AMOUNT
           PERFORM WRITE-ONE-CONTROL-LINE

           MOVE SPACES TO CONTROL-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   SQL-TSA-PERIOD DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   WS-TSA-TOTAL DELIMITED BY SIZE
                   ' EUR DE TSA A PAYER' DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

           CLOSE CONTROL-REPORT.

      *    [MF] Une ligne de controle par categorie.
       WRITE-ONE-CONTROL-LINE.
           MOVE SPACES TO CONTROL-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-LINE-LABEL DELIMITED BY SIZE
                   WS-LINE-COUNT DELIMITED BY SIZE
                   ' LIGNE(S), ASSIETTE ' DELIMITED BY SIZE
                   WS-LINE-BASE DELIMITED BY SIZE
                   ', TAXE ' DELIMITED BY SIZE
                   WS-LINE-AMOUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.
