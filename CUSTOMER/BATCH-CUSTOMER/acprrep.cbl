      ******************************************************************
      *    [MF] Le programme 'Etat Statistique ACPR' est le
      *    traitement annuel qui produit l'etat statistique remis a
      *    l'autorite de controle - la direction le reconstituait
      *    chaque printemps a la main a partir de sinirep, provrep et
      *    de requetes passees par l'administrateur de la base.
      *
      *    Pour l'annee civile ecoulee, arretee au 31/12 :
      *    - les adherents couverts au 31/12 (contrat ouvert a cette
      *      date, quel que soit son statut d'aujourd'hui) par
      *      tranche d'age au 31/12 et par sexe (CUSTOMER_GENDER) ;
      *    - les beneficiaires (BENEFICIARY) de ces adherents, sur
      *      les memes tranches, le sexe etant lu dans le NIR ;
      *    - par produit, les cotisations emises (echeances de
      *      l'echeancier tombant dans l'annee, hors annulees) et
      *      encaissees (COLLECTION creditees dans l'annee, hors
      *      avoirs ; un rejet posterieur au 31/12 ne retire pas
      *      l'encaissement de l'annee) ; un encaissement de groupe
      *      est rattache au produit du contrat collectif ;
      *    - les prestations versees dans l'annee par famille d'acte
      *      (table ACT, AUTRE a defaut) et par mode de reglement :
      *      tiers payant (prestataire renseigne) ou direct ;
      *    - les reclamations (COMPLAINT) recues et cloturees dans
      *      l'annee.
      *
      *    Chaque chiffre ne depend que de dates portees par les
      *    donnees, jamais d'un statut courant : relance pour la meme
      *    annee, l'etat redonne les memes chiffres. Un auditeur
      *    rejoue une annee passee en positionnant la variable
      *    d'environnement BOBONIORT_ACPR_YEAR (AAAA).
      *
      *    L'etat est depose dans le fichier ETATACPR (lignes
      *    section;cle;cle;valeurs) et un rapport de controle
      *    lisible dans ACPRCTRL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acprrep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACPR-FILE ASSIGN TO "ETATACPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACPR-FILE-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "ACPRCTRL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  ACPR-FILE.
       01  ACPR-RECORD PIC X(120).

       FD  CONTROL-REPORT.
       01  CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-ACPR-FILE-STATUS        PIC X(02).
       01  WS-CONTROL-FILE-STATUS     PIC X(02).
       01  WS-STAT-EOF                PIC X(01).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).
       01  WS-YEAR-ENV                PIC X(04).
       01  WS-CLOSED-YEAR             PIC 9(04).

      *    [MF] Une ligne de l'etat : section, deux cles, un nombre
      *    et deux montants.
       01  WS-STAT-SECTION            PIC X(12).
       01  WS-STAT-KEY1               PIC X(20).
       01  WS-STAT-KEY2               PIC X(12).
       01  WS-STAT-COUNT              PIC 9(07).
       01  WS-STAT-AMOUNT1            PIC 9(11)V99.
       01  WS-STAT-AMOUNT2            PIC 9(11)V99.

       01  WS-MEMBER-TOTAL            PIC 9(07) VALUE 0.
       01  WS-BENEF-TOTAL             PIC 9(07) VALUE 0.
       01  WS-ISSUED-TOTAL            PIC 9(11)V99 VALUE 0.
       01  WS-COLLECTED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-BENEFIT-TOTAL           PIC 9(11)V99 VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-YEAR-START           PIC X(10).
       01  SQL-YEAR-END             PIC X(10).
       01  SQL-AGE-BRACKET          PIC X(20).
       01  SQL-GENDER               PIC X(01).
       01  SQL-PERSON-COUNT         PIC 9(07).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-ISSUED-AMOUNT        PIC 9(11)V99.
       01  SQL-COLLECTED-AMOUNT     PIC 9(11)V99.
       01  SQL-ACT-FAMILY           PIC X(12).
       01  SQL-PAY-CHANNEL          PIC X(12).
       01  SQL-CLAIM-COUNT          PIC 9(07).
       01  SQL-CLAIM-AMOUNT         PIC 9(11)V99.
       01  SQL-RECEIVED-COUNT       PIC 9(07).
       01  SQL-CLOSED-COUNT         PIC 9(07).
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
               CALL 'logsqlerr' USING 'acprrep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-CLOSED-YEAR.

           OPEN EXTEND ACPR-FILE.
           IF WS-ACPR-FILE-STATUS = '35'
               OPEN OUTPUT ACPR-FILE
           END-IF.
           OPEN EXTEND CONTROL-REPORT.
           IF WS-CONTROL-FILE-STATUS = '35'
               OPEN OUTPUT CONTROL-REPORT
           END-IF.

           MOVE SPACES TO ACPR-RECORD
           STRING 'ETAT ACPR;BOBONIORT;' DELIMITED BY SIZE
                   WS-CLOSED-YEAR DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-YEAR-END DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO ACPR-RECORD
           END-STRING
           WRITE ACPR-RECORD.

           MOVE SPACES TO CONTROL-RECORD
           STRING 'ETAT STATISTIQUE ACPR - ANNEE ' DELIMITED BY SIZE
                   WS-CLOSED-YEAR DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

           PERFORM LIST-MEMBERS.
           PERFORM LIST-BENEFICIARIES.
           PERFORM LIST-PREMIUMS.
           PERFORM LIST-BENEFITS.
           PERFORM COUNT-COMPLAINTS.

           MOVE SPACES TO CONTROL-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-MEMBER-TOTAL DELIMITED BY SIZE
                   ' ADHERENT(S), ' DELIMITED BY SIZE
                   WS-BENEF-TOTAL DELIMITED BY SIZE
                   ' BENEFICIAIRE(S) AU 31/12' DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

           CLOSE ACPR-FILE.
           CLOSE CONTROL-REPORT.

           CALL 'logbatch' USING 'acprrep   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-BATCH-ROW-COUNT ' LIGNE(S) D''ETAT ACPR'.
           GOBACK.

      *    [MF] L'annee declaree est l'annee civile ecoulee, ou
      *    l'annee demandee par BOBONIORT_ACPR_YEAR pour rejouer un
      *    etat deja remis.
       COMPUTE-CLOSED-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING

           COMPUTE WS-CLOSED-YEAR = WS-REPORT-TODAY-YEAR - 1
           MOVE SPACES TO WS-YEAR-ENV
           ACCEPT WS-YEAR-ENV FROM ENVIRONMENT "BOBONIORT_ACPR_YEAR"
           IF WS-YEAR-ENV IS NUMERIC
               MOVE WS-YEAR-ENV TO WS-CLOSED-YEAR
           END-IF

           MOVE SPACES TO SQL-YEAR-START SQL-YEAR-END
           STRING WS-CLOSED-YEAR DELIMITED BY SIZE
                   '-01-01' DELIMITED BY SIZE
               INTO SQL-YEAR-START
           END-STRING
           STRING WS-CLOSED-YEAR DELIMITED BY SIZE
                   '-12-31' DELIMITED BY SIZE
               INTO SQL-YEAR-END
           END-STRING.

      *    [MF] Adherents couverts au 31/12 : un contrat ouvert au
      *    plus tard ce jour-la et non termine avant. Le sexe saisi
      *    en clair a la creation est ramene a H, F ou I.
       LIST-MEMBERS.
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'ADHERENTS AU 31/12 PAR TRANCHE D''AGE ET SEXE'
               TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           EXEC SQL
               DECLARE CRSACPRMEMB CURSOR FOR
               SELECT AGE_BRACKET, GENDER, COUNT(*)
               FROM (
                   SELECT CASE
                       WHEN customer_birth_date IS NULL
                           THEN 'AGE INCONNU'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           customer_birth_date)) < 20
                           THEN 'MOINS DE 20 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           customer_birth_date)) < 40
                           THEN '20 A 39 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           customer_birth_date)) < 60
                           THEN '40 A 59 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           customer_birth_date)) < 75
                           THEN '60 A 74 ANS'
                       ELSE '75 ANS ET PLUS' END AS AGE_BRACKET,
                       CASE
                       WHEN UPPER(TRIM(customer_gender)) IN ('H',
                           'M', 'M.', 'MR', 'HOMME', 'MONSIEUR',
                           'MASCULIN')
                           THEN 'H'
                       WHEN UPPER(TRIM(customer_gender)) IN ('F',
                           'MME', 'MLLE', 'FEMME', 'MADAME',
                           'FEMININ')
                           THEN 'F'
                       ELSE 'I' END AS GENDER
                   FROM customer
                   WHERE EXISTS (
                       SELECT 1 FROM CONTRACT
                       WHERE contract_customer_uuid = customer_uuid
                       AND contract_start_date <= :SQL-YEAR-END
                       AND ( contract_end_date IS NULL
                          OR contract_end_date >= :SQL-YEAR-END ) )
               ) MEMBERS
               GROUP BY AGE_BRACKET, GENDER
               ORDER BY AGE_BRACKET, GENDER
           END-EXEC.

           EXEC SQL
               OPEN CRSACPRMEMB
           END-EXEC.

           MOVE 'N' TO WS-STAT-EOF
           PERFORM UNTIL WS-STAT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSACPRMEMB
                   INTO :SQL-AGE-BRACKET, :SQL-GENDER,
                       :SQL-PERSON-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-PERSON-COUNT TO WS-MEMBER-TOTAL
                       MOVE 'ADHERENTS' TO WS-STAT-SECTION
                       MOVE SQL-AGE-BRACKET TO WS-STAT-KEY1
                       MOVE SQL-GENDER TO WS-STAT-KEY2
                       MOVE SQL-PERSON-COUNT TO WS-STAT-COUNT
                       PERFORM WRITE-PERSON-STAT
                   WHEN 100
                       MOVE 'Y' TO WS-STAT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'acprrep',
                           'FETCH-ACPRMEMB', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-STAT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSACPRMEMB
           END-EXEC.

      *    [MF] Beneficiaires des adherents couverts au 31/12,
      *    enregistres au plus tard ce jour-la. La fiche ne porte
      *    pas de sexe : il est lu dans le premier chiffre du NIR.
       LIST-BENEFICIARIES.
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'BENEFICIAIRES AU 31/12 PAR TRANCHE D''AGE ET SEXE'
               TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           EXEC SQL
               DECLARE CRSACPRBENE CURSOR FOR
               SELECT AGE_BRACKET, GENDER, COUNT(*)
               FROM (
                   SELECT CASE
                       WHEN BENEFICIARY_BIRTH_DATE IS NULL
                           THEN 'AGE INCONNU'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           BENEFICIARY_BIRTH_DATE)) < 20
                           THEN 'MOINS DE 20 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           BENEFICIARY_BIRTH_DATE)) < 40
                           THEN '20 A 39 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           BENEFICIARY_BIRTH_DATE)) < 60
                           THEN '40 A 59 ANS'
                       WHEN EXTRACT(YEAR FROM AGE(
                           CAST(:SQL-YEAR-END AS DATE),
                           BENEFICIARY_BIRTH_DATE)) < 75
                           THEN '60 A 74 ANS'
                       ELSE '75 ANS ET PLUS' END AS AGE_BRACKET,
                       CASE SUBSTR(TRIM(COALESCE(
                           BENEFICIARY_CODE_SECU, '')), 1, 1)
                       WHEN '1' THEN 'H'
                       WHEN '2' THEN 'F'
                       ELSE 'I' END AS GENDER
                   FROM BENEFICIARY
                   WHERE COALESCE(BENEFICIARY_CREATE_DATE,
                       CAST(:SQL-YEAR-START AS DATE))
                       <= CAST(:SQL-YEAR-END AS DATE)
                   AND EXISTS (
                       SELECT 1 FROM CONTRACT
                       WHERE contract_customer_uuid =
                           BENEFICIARY_CUSTOMER_UUID
                       AND contract_start_date <= :SQL-YEAR-END
                       AND ( contract_end_date IS NULL
                          OR contract_end_date >= :SQL-YEAR-END ) )
               ) COVERED
               GROUP BY AGE_BRACKET, GENDER
               ORDER BY AGE_BRACKET, GENDER
           END-EXEC.

           EXEC SQL
               OPEN CRSACPRBENE
           END-EXEC.

           MOVE 'N' TO WS-STAT-EOF
           PERFORM UNTIL WS-STAT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSACPRBENE
                   INTO :SQL-AGE-BRACKET, :SQL-GENDER,
                       :SQL-PERSON-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-PERSON-COUNT TO WS-BENEF-TOTAL
                       MOVE 'BENEFICIAIRES' TO WS-STAT-SECTION
                       MOVE SQL-AGE-BRACKET TO WS-STAT-KEY1
                       MOVE SQL-GENDER TO WS-STAT-KEY2
                       MOVE SQL-PERSON-COUNT TO WS-STAT-COUNT
                       PERFORM WRITE-PERSON-STAT
                   WHEN 100
                       MOVE 'Y' TO WS-STAT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'acprrep',
                           'FETCH-ACPRBENE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-STAT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSACPRBENE
           END-EXEC.

      *    [MF] Cotisations emises et encaissees de l'annee, par
      *    produit. Un encaissement credite dans l'annee reste
      *    acquis a l'annee si son rejet est posterieur au 31/12.
       LIST-PREMIUMS.
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'COTISATIONS PAR PRODUIT (EMISES / ENCAISSEES)'
               TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           EXEC SQL
               DECLARE CRSACPRPREM CURSOR FOR
               SELECT PREM_PRODUCT, SUM(ISSUED), SUM(COLLECTED)
               FROM (
                   SELECT echeancier_product_code AS PREM_PRODUCT,
                       echeancier_amount AS ISSUED,
                       0 AS COLLECTED
                   FROM ECHEANCIER
                   WHERE echeancier_status != 'X'
                   AND echeancier_due_date >= :SQL-YEAR-START
                   AND echeancier_due_date <= :SQL-YEAR-END
                   UNION ALL
                   SELECT COALESCE(E.EMPLOYER_PRODUCT_CODE,
                       C.COLLECTION_PRODUCT_CODE),
                       0, C.COLLECTION_AMOUNT
                   FROM COLLECTION C
                   LEFT JOIN EMPLOYER E
                       ON C.COLLECTION_PRODUCT_CODE = 'GROUPE'
                       AND TRIM(E.EMPLOYER_CODE) =
                           TRIM(C.COLLECTION_CUSTOMER_UUID)
                   WHERE COALESCE(C.COLLECTION_PAY_MODE, 'PRL')
                       != 'AVO'
                   AND C.COLLECTION_CREDIT_DATE >= :SQL-YEAR-START
                   AND C.COLLECTION_CREDIT_DATE <= :SQL-YEAR-END
                   AND ( C.COLLECTION_STATUS = 'C'
                      OR ( C.COLLECTION_STATUS = 'R'
                           AND C.COLLECTION_REJECT_DATE
                               > :SQL-YEAR-END ) )
               ) PREMIUMS
               GROUP BY PREM_PRODUCT
               ORDER BY PREM_PRODUCT
           END-EXEC.

           EXEC SQL
               OPEN CRSACPRPREM
           END-EXEC.

           MOVE 'N' TO WS-STAT-EOF
           PERFORM UNTIL WS-STAT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSACPRPREM
                   INTO :SQL-PRODUCT-CODE, :SQL-ISSUED-AMOUNT,
                       :SQL-COLLECTED-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-ISSUED-AMOUNT TO WS-ISSUED-TOTAL
                       ADD SQL-COLLECTED-AMOUNT TO WS-COLLECTED-TOTAL
                       MOVE 'COTISATIONS' TO WS-STAT-SECTION
                       MOVE SQL-PRODUCT-CODE TO WS-STAT-KEY1
                       MOVE SPACES TO WS-STAT-KEY2
                       MOVE ZERO TO WS-STAT-COUNT
                       MOVE SQL-ISSUED-AMOUNT TO WS-STAT-AMOUNT1
                       MOVE SQL-COLLECTED-AMOUNT TO WS-STAT-AMOUNT2
                       PERFORM WRITE-AMOUNT-STAT
                   WHEN 100
                       MOVE 'Y' TO WS-STAT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'acprrep',
                           'FETCH-ACPRPREM', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-STAT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSACPRPREM
           END-EXEC.

           MOVE SPACES TO CONTROL-RECORD
           STRING '  TOTAL EMIS ' DELIMITED BY SIZE
                   WS-ISSUED-TOTAL DELIMITED BY SIZE
                   ' ENCAISSE ' DELIMITED BY SIZE
                   WS-COLLECTED-TOTAL DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

      *    [MF] Prestations versees dans l'annee par famille d'acte
      *    et par mode de reglement : une demande portant un code
      *    prestataire a ete reglee en tiers payant.
       LIST-BENEFITS.
           MOVE SPACES TO CONTROL-RECORD
           MOVE 'PRESTATIONS PAR FAMILLE D''ACTE ET MODE DE REGLEMENT'
               TO CONTROL-RECORD
           WRITE CONTROL-RECORD

           EXEC SQL
               DECLARE CRSACPRPRES CURSOR FOR
               SELECT COALESCE(A.ACT_FAMILY, 'AUTRE'),
                   CASE WHEN TRIM(COALESCE(C.CLAIM_PROVIDER_CODE, ''))
                       = '' THEN 'DIRECT'
                   ELSE 'TIERS PAYANT' END,
                   COUNT(*), COALESCE(SUM(C.CLAIM_OUR_AMOUNT), 0)
               FROM CLAIM C
               LEFT JOIN ACT A
                   ON A.ACT_CODE = TRIM(C.CLAIM_ACT_CODE)
               WHERE C.CLAIM_STATUS = 'P'
               AND C.CLAIM_OUR_AMOUNT > 0
               AND C.CLAIM_PAY_DATE >= :SQL-YEAR-START
               AND C.CLAIM_PAY_DATE <= :SQL-YEAR-END
               GROUP BY 1, 2
               ORDER BY 1, 2
           END-EXEC.

           EXEC SQL
               OPEN CRSACPRPRES
           END-EXEC.

           MOVE 'N' TO WS-STAT-EOF
           PERFORM UNTIL WS-STAT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSACPRPRES
                   INTO :SQL-ACT-FAMILY, :SQL-PAY-CHANNEL,
                       :SQL-CLAIM-COUNT, :SQL-CLAIM-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-CLAIM-AMOUNT TO WS-BENEFIT-TOTAL
                       MOVE 'PRESTATIONS' TO WS-STAT-SECTION
                       MOVE SQL-ACT-FAMILY TO WS-STAT-KEY1
                       MOVE SQL-PAY-CHANNEL TO WS-STAT-KEY2
                       MOVE SQL-CLAIM-COUNT TO WS-STAT-COUNT
                       MOVE SQL-CLAIM-AMOUNT TO WS-STAT-AMOUNT1
                       MOVE ZERO TO WS-STAT-AMOUNT2
                       PERFORM WRITE-AMOUNT-STAT
                   WHEN 100
                       MOVE 'Y' TO WS-STAT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'acprrep',
                           'FETCH-ACPRPRES', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-STAT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSACPRPRES
           END-EXEC.

           MOVE SPACES TO CONTROL-RECORD
           STRING '  TOTAL PRESTATIONS ' DELIMITED BY SIZE
                   WS-BENEFIT-TOTAL DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

      *    [MF] Reclamations recues dans l'annee, et cloturees dans
      *    l'annee (date de reponse de reclacust).
       COUNT-COMPLAINTS.
           MOVE ZERO TO SQL-RECEIVED-COUNT SQL-CLOSED-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RECEIVED-COUNT
               FROM COMPLAINT
               WHERE COMPLAINT_RECEIVED_DATE >= :SQL-YEAR-START
               AND COMPLAINT_RECEIVED_DATE <= :SQL-YEAR-END
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'acprrep', 'SELECT-RECEIVED',
                   SQLCODE
               END-CALL
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CLOSED-COUNT
               FROM COMPLAINT
               WHERE COMPLAINT_STATUS = 'C'
               AND COMPLAINT_RESP_DATE >= :SQL-YEAR-START
               AND COMPLAINT_RESP_DATE <= :SQL-YEAR-END
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'acprrep', 'SELECT-CLOSED',
                   SQLCODE
               END-CALL
           END-IF.

           ADD 1 TO WS-BATCH-ROW-COUNT
           MOVE SPACES TO ACPR-RECORD
           STRING 'RECLAMATIONS;RECUES;' DELIMITED BY SIZE
                   SQL-RECEIVED-COUNT DELIMITED BY SIZE
                   ';CLOTUREES;' DELIMITED BY SIZE
                   SQL-CLOSED-COUNT DELIMITED BY SIZE
               INTO ACPR-RECORD
           END-STRING
           WRITE ACPR-RECORD.

           MOVE SPACES TO CONTROL-RECORD
           STRING 'RECLAMATIONS : ' DELIMITED BY SIZE
                   SQL-RECEIVED-COUNT DELIMITED BY SIZE
                   ' RECUE(S), ' DELIMITED BY SIZE
                   SQL-CLOSED-COUNT DELIMITED BY SIZE
                   ' CLOTUREE(S)' DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

      *    [MF] Une ligne d'effectif : section, tranche, sexe et
      *    nombre de personnes.
       WRITE-PERSON-STAT.
           ADD 1 TO WS-BATCH-ROW-COUNT
           MOVE SPACES TO ACPR-RECORD
           STRING FUNCTION TRIM(WS-STAT-SECTION) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STAT-KEY1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STAT-KEY2) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-STAT-COUNT DELIMITED BY SIZE
               INTO ACPR-RECORD
           END-STRING
           WRITE ACPR-RECORD

           MOVE SPACES TO CONTROL-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-STAT-KEY1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-KEY2(1:1) DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-STAT-COUNT DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.

      *    [MF] Une ligne de montants : section, cles, nombre et
      *    les deux montants.
       WRITE-AMOUNT-STAT.
           ADD 1 TO WS-BATCH-ROW-COUNT
           MOVE SPACES TO ACPR-RECORD
           STRING FUNCTION TRIM(WS-STAT-SECTION) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STAT-KEY1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-STAT-KEY2) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-STAT-COUNT DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-STAT-AMOUNT1 DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   WS-STAT-AMOUNT2 DELIMITED BY SIZE
               INTO ACPR-RECORD
           END-STRING
           WRITE ACPR-RECORD

           MOVE SPACES TO CONTROL-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-STAT-KEY1(1:12) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-KEY2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-COUNT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-AMOUNT1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-STAT-AMOUNT2 DELIMITED BY SIZE
               INTO CONTROL-RECORD
           END-STRING
           WRITE CONTROL-RECORD.
