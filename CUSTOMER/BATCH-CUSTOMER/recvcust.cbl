      ******************************************************************
      *    [MF] Le programme 'Cession au Recouvrement' est le
      *    traitement mensuel qui confie les arrieres importants a
      *    l'agence de recouvrement partenaire. Sont cedes les
      *    adherents en impaye dont la relance a atteint la mise en
      *    demeure (duncust, niveau 3), sans plan de paiement en
      *    cours (plancust, PAYPLAN 'E'), ni proposes ni passes en
      *    perte (WRITEOFF 'P' ou 'A'), pas deja confies a l'agence,
      *    et dont l'arriere echu (echeances 'P' ou 'F' arrivees a
      *    date) atteint RECOUVREMENT-SEUIL euros (table PARAMETER,
      *    150 a defaut).
      *
      *    Chaque cession ouvre un dossier RECOVERY_CASE (statut 'O',
      *    ouvert) dont l'identifiant est la reference convenue avec
      *    l'agence, et marque la fiche (CUSTOMER_RECOVERY_FLAG a
      *    'O') : duncust n'envoie plus ses propres lettres et
      *    pertcust ne propose plus la creance au passage en perte
      *    tant que l'agence la suit. Le fichier de cession
      *    RECOUVREMENT porte, champs separes par ';' :
      *    - une ligne D par dossier : reference, identifiant,
      *      nom, prenom, date de naissance, adresse, code postal,
      *      ville, telephone, mail, montant cede, date de mise en
      *      demeure ;
      *    - une ligne E par echeance impayee du dossier :
      *      reference, echeance, date d'echeance, produit, montant ;
      *    - une ligne T de fin : nombre de dossiers, montant total.
      *    Le retour de l'agence est charge par retrecv. Le nombre
      *    de dossiers cedes est depose dans le journal de la chaine
      *    de nuit (logbatch) et chaque cession est tracee par
      *    logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recvcust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "RECOUVREMENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HANDOVER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE.
       01  HANDOVER-RECORD PIC X(400).

       WORKING-STORAGE SECTION.

       01  WS-HANDOVER-FILE-STATUS    PIC X(02).
       01  WS-CANDIDATE-EOF           PIC X(01) VALUE 'N'.
       01  WS-ECHEANCE-EOF            PIC X(01).
       01  WS-CASE-COUNT              PIC 9(05) VALUE 0.
       01  WS-CASE-TOTAL              PIC 9(09)V99 VALUE 0.
       01  WS-PARAM-DEFAULT           PIC 9(07)V99.
       01  WS-EDIT-AMOUNT             PIC Z(08)9.99.
       01  WS-EDIT-TOTAL              PIC Z(08)9.99.
       01  WS-EDIT-ECH-AMOUNT         PIC Z(06)9.99.
       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch) : dossiers cedes.
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-THRESHOLD            PIC 9(07)V99.
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-BIRTH-DATE           PIC X(10).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-PHONE                PIC X(20).
       01  SQL-MAIL                 PIC X(50).
       01  SQL-NOTICE-DATE          PIC X(10).
       01  SQL-ARREARS-AMOUNT       PIC 9(09)V99.
       01  SQL-CASE-ID              PIC 9(09).
       01  SQL-ECH-ID               PIC 9(09).
       01  SQL-ECH-DUE-DATE         PIC X(10).
       01  SQL-ECH-PRODUCT-CODE     PIC X(10).
       01  SQL-ECH-AMOUNT           PIC 9(07)V99.
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
               CALL 'logsqlerr' USING 'recvcust', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-HANDOVER-THRESHOLD.

      *    [MF] Le fichier de cession est un fichier d'echange : il
      *    repart vide a chaque passage mensuel.
           OPEN OUTPUT HANDOVER-FILE.

           PERFORM HANDOVER-OLD-ARREARS.

           MOVE WS-CASE-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO HANDOVER-RECORD
           STRING 'T;' DELIMITED BY SIZE
                   WS-CASE-COUNT DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-TOTAL) DELIMITED BY SIZE
               INTO HANDOVER-RECORD
           END-STRING
           WRITE HANDOVER-RECORD.

           CLOSE HANDOVER-FILE.

           MOVE WS-CASE-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'recvcust  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-CASE-COUNT ' DOSSIER(S) CEDE(S) AU RECOUVREMENT'.
           GOBACK.

      *    [MF] Seuil d'arriere a partir duquel le dossier est cede.
       READ-HANDOVER-THRESHOLD.
           MOVE 'RECOUVREMENT-SEUIL' TO SQL-PARAM-NAME
           MOVE 150 TO SQL-PARAM-VALUE
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-PARAM-VALUE = ZERO
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF.
           MOVE SQL-PARAM-VALUE TO SQL-THRESHOLD.

      *    [MF] Adherents mis en demeure, sans plan de paiement ni
      *    passage en perte, pas encore confies a l'agence, avec un
      *    arriere echu au moins egal au seuil.
       HANDOVER-OLD-ARREARS.
           EXEC SQL
               DECLARE CRSRECVCAND CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   COALESCE(CAST(customer_birth_date AS TEXT), ' '),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   COALESCE(customer_phone, ' '),
                   COALESCE(customer_mail, ' '),
                   COALESCE(CAST(customer_formal_notice_date AS TEXT),
                       ' '),
                   ARREARS
               FROM ( SELECT C.*,
                   ( SELECT COALESCE(SUM(E.ECHEANCIER_AMOUNT), 0)
                     FROM ECHEANCIER E
                     WHERE E.ECHEANCIER_CUSTOMER_UUID = C.customer_uuid
                     AND ( E.ECHEANCIER_STATUS = 'P'
                        OR E.ECHEANCIER_STATUS = 'F' )
                     AND E.ECHEANCIER_DUE_DATE <= CURRENT_DATE )
                     AS ARREARS
                   FROM customer C
                   WHERE C.customer_unpaid_flag = 'O'
                   AND C.customer_dunning_level >= 3
                   AND COALESCE(C.customer_recovery_flag, ' ') != 'O'
                   AND NOT EXISTS ( SELECT 1 FROM PAYPLAN
                       WHERE PLAN_CUSTOMER_UUID = C.customer_uuid
                       AND PLAN_STATUS = 'E' )
                   AND NOT EXISTS ( SELECT 1 FROM WRITEOFF
                       WHERE WRITEOFF_CUSTOMER_UUID = C.customer_uuid
                       AND ( WRITEOFF_STATUS = 'P'
                          OR WRITEOFF_STATUS = 'A' ) )
                   ) AS CANDIDATS
               WHERE ARREARS >= :SQL-THRESHOLD
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           EXEC SQL OPEN CRSRECVCAND END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'recvcust', 'OPEN-CRSRECVCAND',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-CANDIDATE-EOF
           END-IF.

           PERFORM UNTIL WS-CANDIDATE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRECVCAND
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-BIRTH-DATE, :SQL-ADRESS1, :SQL-ZIPCODE,
                        :SQL-TOWN, :SQL-PHONE, :SQL-MAIL,
                        :SQL-NOTICE-DATE, :SQL-ARREARS-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM HANDOVER-ONE-CASE
                       THRU HANDOVER-ONE-CASE-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-CANDIDATE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'recvcust',
                           'FETCH-CRSRECVCAND', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-CANDIDATE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRECVCAND END-EXEC.

      *    [MF] Ouvre le dossier, marque la fiche, puis ecrit la
      *    ligne du dossier et celles de ses echeances impayees.
       HANDOVER-ONE-CASE.
           EXEC SQL
               INSERT INTO RECOVERY_CASE (
                   RECOVERY_CUSTOMER_UUID, RECOVERY_AMOUNT,
                   RECOVERY_HANDOVER_DATE, RECOVERY_RECOVERED,
                   RECOVERY_FEES, RECOVERY_STATUS )
               VALUES ( :SQL-UUID, :SQL-ARREARS-AMOUNT,
                        CURRENT_DATE, 0, 0, 'O' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'recvcust', 'INSERT-CASE',
                   SQLCODE
               END-CALL
               GO TO HANDOVER-ONE-CASE-FIN
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(RECOVERY_ID), 0)
               INTO :SQL-CASE-ID
               FROM RECOVERY_CASE
               WHERE RECOVERY_CUSTOMER_UUID = :SQL-UUID
               AND RECOVERY_STATUS = 'O'
           END-EXEC

           EXEC SQL
               UPDATE customer
               SET customer_recovery_flag = 'O'
               WHERE customer_uuid = :SQL-UUID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'recvcust', 'MARK-CUSTOMER',
                   SQLCODE
               END-CALL
           END-IF

           ADD 1 TO WS-CASE-COUNT
           ADD SQL-ARREARS-AMOUNT TO WS-CASE-TOTAL
           MOVE SQL-ARREARS-AMOUNT TO WS-EDIT-AMOUNT

           MOVE SPACES TO HANDOVER-RECORD
           STRING 'D;' DELIMITED BY SIZE
                   SQL-CASE-ID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-UUID DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BIRTH-DATE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PHONE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-MAIL) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-NOTICE-DATE) DELIMITED BY SIZE
               INTO HANDOVER-RECORD
           END-STRING
           WRITE HANDOVER-RECORD

           PERFORM WRITE-CASE-ECHEANCES

           MOVE 'CESSION-RECOUVREMENT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DOSSIER ' DELIMITED BY SIZE
                   SQL-CASE-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR CEDES A L AGENCE DE RECOUVREMENT'
                       DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

       HANDOVER-ONE-CASE-FIN.
           EXIT.

      *    [MF] Une ligne E par echeance echue impayee du dossier,
      *    de la plus ancienne a la plus recente.
       WRITE-CASE-ECHEANCES.
           EXEC SQL
               DECLARE CRSRECVECH CURSOR FOR
               SELECT ECHEANCIER_ID,
                   CAST(ECHEANCIER_DUE_DATE AS TEXT),
                   ECHEANCIER_PRODUCT_CODE, ECHEANCIER_AMOUNT
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
               AND ECHEANCIER_DUE_DATE <= CURRENT_DATE
               ORDER BY ECHEANCIER_DUE_DATE
           END-EXEC.

           EXEC SQL OPEN CRSRECVECH END-EXEC.

           MOVE 'N' TO WS-ECHEANCE-EOF
           PERFORM UNTIL WS-ECHEANCE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRECVECH
                   INTO :SQL-ECH-ID, :SQL-ECH-DUE-DATE,
                        :SQL-ECH-PRODUCT-CODE, :SQL-ECH-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-ECH-AMOUNT TO WS-EDIT-ECH-AMOUNT
                       MOVE SPACES TO HANDOVER-RECORD
                       STRING 'E;' DELIMITED BY SIZE
                               SQL-CASE-ID DELIMITED BY SIZE
                               ';' DELIMITED BY SIZE
                               SQL-ECH-ID DELIMITED BY SIZE
                               ';' DELIMITED BY SIZE
                               SQL-ECH-DUE-DATE DELIMITED BY SIZE
                               ';' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-ECH-PRODUCT-CODE)
                                   DELIMITED BY SIZE
                               ';' DELIMITED BY SIZE
                               FUNCTION TRIM(WS-EDIT-ECH-AMOUNT)
                                   DELIMITED BY SIZE
                           INTO HANDOVER-RECORD
                       END-STRING
                       WRITE HANDOVER-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-ECHEANCE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'recvcust',
                           'FETCH-CRSRECVECH', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-ECHEANCE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRECVECH END-EXEC.
