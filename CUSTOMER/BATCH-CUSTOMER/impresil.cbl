      ******************************************************************
      *    [MF] Le programme 'Import Resiliations Entrantes' est le
      *    traitement de nuit qui charge les demandes de resiliation
      *    transmises par le nouvel assureur d'un adherent
      *    (resiliation a tout moment apres la premiere annee),
      *    jusqu'ici recues par courrier et ressaisies dans resilcont.
      *    Fichier RESILENTRANT, en-tete d'echange controle par
      *    chkexchg (emetteur = code de l'assureur demandeur), puis
      *    une ligne par demande, champs separes par ';' :
      *    reference de la demande;code_secu;nom;code produit;date
      *    d'effet souhaitee (AAAA-MM-JJ, facultative).
      *    Chaque demande est gardee dans TERMINATION_REQUEST avec sa
      *    date de reception et son echeance legale (reception plus
      *    le preavis legal RESIL-INFRA-PREAVIS-JOURS de PARAMETER,
      *    30 jours a defaut), puis traitee :
      *    - l'adherent est retrouve par son code_secu ; un adherent
      *      non identifie reste en attente ('A') jusqu'a l'echeance
      *      (la fiche peut etre corrigee entre-temps), puis la
      *      demande est refusee ;
      *    - le contrat actif du code produit doit avoir plus d'un an
      *      a la reception de la demande, sinon refus ;
      *    - la resiliation suit les regles de resilcont (module
      *      commun termcont : date d'effet, prorata de prime,
      *      echeances annulees, lettre a l'adherent), le preavis
      *      legal courant depuis la reception.
      *    Les demandes traitees ('T') ou refusees ('J') partent dans
      *    le fichier de confirmation RESILCONFIRM rendu aux
      *    assureurs demandeurs. Les demandes encore en attente sont
      *    listees avec leur echeance dans le rapport RESILDELAIDAY.
      *    Une demande restee en attente sur erreur technique est
      *    reprise au passage suivant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impresil.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "RESILENTRANT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQUEST-FILE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO "RESILCONFIRM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONFIRM-FILE-STATUS.
           SELECT DEADLINE-REPORT ASSIGN TO "RESILDELAIDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD PIC X(300).

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD PIC X(200).

       FD  DEADLINE-REPORT.
       01  DEADLINE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-FILE-STATUS       PIC X(02).
       01  WS-CONFIRM-FILE-STATUS       PIC X(02).
       01  WS-REPORT-FILE-STATUS        PIC X(02).
       01  WS-REQUEST-EOF               PIC X(01) VALUE 'N'.
       01  WS-PENDING-EOF               PIC X(01) VALUE 'N'.
       01  WS-REPORT-EOF                PIC X(01) VALUE 'N'.

       01  WS-LINE-COUNT                PIC 9(07) VALUE 0.
       01  WS-LOADED-COUNT              PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE 0.
       01  WS-ACCEPTED-COUNT            PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(07) VALUE 0.
       01  WS-WAITING-COUNT             PIC 9(07) VALUE 0.

      *    [MF] Compteur depose dans le journal de la chaine de nuit
      *    (logbatch) : demandes traitees ou refusees.
       01  WS-BATCH-ROW-COUNT           PIC 9(07) VALUE 0.

      *    [MF] Controle d'echange (chkexchg) : en-tete du fichier
      *    ENTETE;<emetteur>;<sequence>;<date> et indicateur
      *    d'acceptation.
       01  WS-EXG-REQUEST           PIC 9(01).
       01  WS-EXG-TAG               PIC X(10).
       01  WS-EXG-SENDER            PIC X(12).
       01  WS-EXG-SEQ-TXT           PIC X(06).
       01  WS-EXG-SEQ               PIC 9(06).
       01  WS-EXG-DATE              PIC X(10).
       01  WS-EXG-LINES             PIC 9(07).
       01  WS-EXG-ACCEPT-FLAG       PIC X(01).
       01  WS-EXG-ALERT-SEVERITY    PIC X(01).
       01  WS-EXG-ALERT-DETAIL      PIC X(100).
       01  WS-EXG-WORK-LINE         PIC X(200).

      *    [MF] Ligne de demande decoupee.
       01  WS-REQ-REF                   PIC X(20).
       01  WS-REQ-CODE-SECU             PIC X(15).
       01  WS-REQ-LASTNAME              PIC X(50).
       01  WS-REQ-PRODUCT-CODE          PIC X(10).
       01  WS-REQ-WISHED-DATE           PIC X(10).

      *    [MF] Preavis legal et retour du module de resiliation
      *    (termcont).
       01  WS-PARAM-DEFAULT             PIC 9(07)V99.
       01  WS-NOTICE-DAYS               PIC 9(03).
       01  WS-EFFECT-DATE               PIC X(10).
       01  WS-REFUND-AMOUNT             PIC 9(07)V99.
       01  WS-TERM-RESULT               PIC X(01).

      *    [MF] Sort de la demande en cours : 'T' traitee, 'J'
      *    refusee, 'A' laissee en attente.
       01  WS-REQ-OUTCOME               PIC X(01).
       01  WS-REQ-MOTIF                 PIC X(60).

       01  WS-EDIT-NOTICE               PIC ZZ9.
       01  WS-EDIT-DAYS                 PIC -(04)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-NOTICE-DAYS          PIC 9(03).
       01  SQL-TREQ-ID              PIC 9(09).
       01  SQL-TREQ-SENDER          PIC X(12).
       01  SQL-TREQ-REF             PIC X(20).
       01  SQL-TREQ-CODE-SECU       PIC X(15).
       01  SQL-TREQ-LASTNAME        PIC X(50).
       01  SQL-TREQ-PRODUCT-CODE    PIC X(10).
       01  SQL-TREQ-WISHED-DATE     PIC X(10).
       01  SQL-TREQ-RECEIVED-DATE   PIC X(10).
       01  SQL-TREQ-DEADLINE        PIC X(10).
       01  SQL-TREQ-DAYS-LEFT       PIC S9(05).
       01  SQL-TREQ-STATUS          PIC X(01).
       01  SQL-TREQ-MOTIF           PIC X(60).
       01  SQL-TREQ-EFFECT-DATE     PIC X(10).
       01  SQL-TREQ-REFUND          PIC 9(07)V99.
       01  SQL-UUID                 PIC X(36).
       01  SQL-YEAR-DONE-FLAG       PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           OPEN OUTPUT CONFIRM-FILE.

           OPEN EXTEND DEADLINE-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT DEADLINE-REPORT
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impresil', 'CONNECT', SQLCODE
               END-CALL
               CLOSE CONFIRM-FILE
               CLOSE DEADLINE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-LEGAL-NOTICE.

      *    [MF] Pas de fichier recu cette nuit : les demandes deja en
      *    attente sont tout de meme reprises et listees.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               DISPLAY 'AUCUN FICHIER RESILENTRANT RECU'
           ELSE
               PERFORM LOAD-REQUEST-FILE THRU LOAD-REQUEST-FILE-FIN
               CLOSE REQUEST-FILE
           END-IF.

           PERFORM PROCESS-PENDING-REQUESTS.
           PERFORM WRITE-DEADLINE-REPORT.

           CLOSE CONFIRM-FILE.
           CLOSE DEADLINE-REPORT.

           COMPUTE WS-BATCH-ROW-COUNT =
               WS-ACCEPTED-COUNT + WS-REFUSED-COUNT
           CALL 'logbatch' USING 'impresil  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-LOADED-COUNT ' DEMANDE(S) DE RESILIATION '
               'RECUE(S)'.
           DISPLAY WS-ACCEPTED-COUNT ' RESILIATION(S) EFFECTUEE(S)'.
           DISPLAY WS-REFUSED-COUNT ' DEMANDE(S) REFUSEE(S)'.
           DISPLAY WS-WAITING-COUNT ' DEMANDE(S) EN ATTENTE'.
           GOBACK.

      *    [MF] Preavis legal de la resiliation a tout moment, compte
      *    depuis la reception de la demande du nouvel assureur.
       READ-LEGAL-NOTICE.
           MOVE 'RESIL-INFRA-PREAVIS-JOURS' TO SQL-PARAM-NAME
           MOVE 30 TO SQL-PARAM-VALUE
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
           MOVE SQL-PARAM-VALUE TO SQL-NOTICE-DAYS.
           MOVE SQL-NOTICE-DAYS TO WS-NOTICE-DAYS.

      *    [MF] L'en-tete d'echange est controle avant toute ligne :
      *    un fichier refuse (doublon, saut de sequence) n'est pas
      *    charge du tout.
       LOAD-REQUEST-FILE.
           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQUEST-EOF
           END-READ.
           IF WS-REQUEST-EOF = 'Y'
               DISPLAY 'FICHIER RESILENTRANT VIDE'
               GO TO LOAD-REQUEST-FILE-FIN
           END-IF.
           MOVE REQUEST-RECORD TO WS-EXG-WORK-LINE.
           PERFORM CHECK-EXCHANGE-HEADER.
           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-REQUEST-FILE-FIN
           END-IF.

           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQUEST-EOF
           END-READ.
           PERFORM LOAD-ONE-REQUEST-LINE
               UNTIL WS-REQUEST-EOF = 'Y'.

           MOVE WS-LINE-COUNT TO WS-EXG-LINES.
           PERFORM RECORD-EXCHANGE-COUNT.

       LOAD-REQUEST-FILE-FIN.
           EXIT.

      *    [MF] Decoupe une demande et la garde en attente ('A') avec
      *    son echeance legale ; une date d'effet souhaitee illisible
      *    fait refuser la demande d'emblee.
       LOAD-ONE-REQUEST-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-REQ-REF WS-REQ-CODE-SECU WS-REQ-LASTNAME
               WS-REQ-PRODUCT-CODE WS-REQ-WISHED-DATE
           UNSTRING REQUEST-RECORD DELIMITED BY ';'
               INTO WS-REQ-REF, WS-REQ-CODE-SECU, WS-REQ-LASTNAME,
                   WS-REQ-PRODUCT-CODE, WS-REQ-WISHED-DATE
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-EXG-SENDER) TO SQL-TREQ-SENDER
           MOVE WS-REQ-REF TO SQL-TREQ-REF
           MOVE WS-REQ-CODE-SECU TO SQL-TREQ-CODE-SECU
           MOVE WS-REQ-LASTNAME TO SQL-TREQ-LASTNAME
           MOVE FUNCTION UPPER-CASE(WS-REQ-PRODUCT-CODE)
               TO SQL-TREQ-PRODUCT-CODE
           MOVE WS-REQ-WISHED-DATE TO SQL-TREQ-WISHED-DATE
           MOVE 'A' TO SQL-TREQ-STATUS
           MOVE SPACES TO SQL-TREQ-MOTIF

           IF WS-REQ-WISHED-DATE NOT = SPACES
               IF WS-REQ-WISHED-DATE(1:4) NOT NUMERIC
                   OR WS-REQ-WISHED-DATE(5:1) NOT = '-'
                   OR WS-REQ-WISHED-DATE(6:2) NOT NUMERIC
                   OR WS-REQ-WISHED-DATE(8:1) NOT = '-'
                   OR WS-REQ-WISHED-DATE(9:2) NOT NUMERIC
                   MOVE 'J' TO SQL-TREQ-STATUS
                   MOVE 'DATE D''EFFET SOUHAITEE ILLISIBLE'
                       TO SQL-TREQ-MOTIF
                   MOVE SPACES TO SQL-TREQ-WISHED-DATE
               END-IF
           END-IF

           IF WS-REQ-REF = SPACES OR WS-REQ-CODE-SECU = SPACES
               OR WS-REQ-PRODUCT-CODE = SPACES
               MOVE 'J' TO SQL-TREQ-STATUS
               MOVE 'DEMANDE INCOMPLETE' TO SQL-TREQ-MOTIF
           END-IF

           EXEC SQL
               INSERT INTO TERMINATION_REQUEST (
                   TREQ_SENDER, TREQ_REF, TREQ_CODE_SECU,
                   TREQ_LASTNAME, TREQ_PRODUCT_CODE,
                   TREQ_WISHED_DATE, TREQ_RECEIVED_DATE,
                   TREQ_DEADLINE, TREQ_STATUS, TREQ_MOTIF,
                   TREQ_DONE_DATE )
               VALUES ( :SQL-TREQ-SENDER, :SQL-TREQ-REF,
                   :SQL-TREQ-CODE-SECU, :SQL-TREQ-LASTNAME,
                   :SQL-TREQ-PRODUCT-CODE,
                   CAST(NULLIF(TRIM(:SQL-TREQ-WISHED-DATE), '')
                       AS DATE),
                   CURRENT_DATE,
                   CURRENT_DATE + :SQL-NOTICE-DAYS * INTERVAL '1 day',
                   :SQL-TREQ-STATUS, :SQL-TREQ-MOTIF,
                   CASE WHEN :SQL-TREQ-STATUS = 'J'
                        THEN CURRENT_DATE ELSE NULL END )
           END-EXEC

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERROR-COUNT
               CALL 'logsqlerr' USING 'impresil', 'INSERT-REQUEST',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-LOADED-COUNT
               IF SQL-TREQ-STATUS = 'J'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO SQL-TREQ-EFFECT-DATE
                   PERFORM WRITE-CONFIRMATION-LINE
               END-IF
           END-IF

           READ REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQUEST-EOF
           END-READ.

      *    [MF] Reprend toutes les demandes en attente, celles de la
      *    nuit comme celles des nuits precedentes.
       PROCESS-PENDING-REQUESTS.
           EXEC SQL
               DECLARE CRSRESILATT CURSOR FOR
               SELECT TREQ_ID, TREQ_SENDER, TREQ_REF, TREQ_CODE_SECU,
                   TREQ_PRODUCT_CODE,
                   COALESCE(CAST(TREQ_WISHED_DATE AS VARCHAR(10)),
                       ' '),
                   TREQ_RECEIVED_DATE, TREQ_DEADLINE,
                   TREQ_DEADLINE - CURRENT_DATE
               FROM TERMINATION_REQUEST
               WHERE TREQ_STATUS = 'A'
               ORDER BY TREQ_ID
           END-EXEC.

           EXEC SQL OPEN CRSRESILATT END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impresil', 'OPEN-CRSRESILATT',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-PENDING-EOF
           END-IF.

           PERFORM UNTIL WS-PENDING-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRESILATT
                   INTO :SQL-TREQ-ID, :SQL-TREQ-SENDER, :SQL-TREQ-REF,
                        :SQL-TREQ-CODE-SECU, :SQL-TREQ-PRODUCT-CODE,
                        :SQL-TREQ-WISHED-DATE, :SQL-TREQ-RECEIVED-DATE,
                        :SQL-TREQ-DEADLINE, :SQL-TREQ-DAYS-LEFT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PROCESS-ONE-REQUEST
                           THRU PROCESS-ONE-REQUEST-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-PENDING-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'impresil',
                           'FETCH-CRSRESILATT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-PENDING-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRESILATT END-EXEC.

      *    [MF] Identifie l'adherent, controle la premiere annee du
      *    contrat puis resilie par le module commun ; le sort de la
      *    demande est garde et confirme a l'assureur demandeur.
       PROCESS-ONE-REQUEST.
           MOVE 'A' TO WS-REQ-OUTCOME
           MOVE SPACES TO WS-REQ-MOTIF
           MOVE SPACES TO SQL-UUID

           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE customer_code_secu = TRIM(:SQL-TREQ-CODE-SECU)
               AND customer_active != 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-UUID
               IF SQL-TREQ-DAYS-LEFT < 0
                   MOVE 'J' TO WS-REQ-OUTCOME
                   MOVE 'ADHERENT NON IDENTIFIE' TO WS-REQ-MOTIF
                   PERFORM RECORD-REQUEST-OUTCOME
               ELSE
                   ADD 1 TO WS-WAITING-COUNT
               END-IF
               GO TO PROCESS-ONE-REQUEST-FIN
           END-IF.

      *    [MF] La resiliation a tout moment n'est ouverte qu'une
      *    fois la premiere annee du contrat ecoulee a la reception
      *    de la demande.
           EXEC SQL
               SELECT CASE WHEN contract_start_date
                               + INTERVAL '1 year'
                               <= CAST(:SQL-TREQ-RECEIVED-DATE AS DATE)
                           THEN 'O' ELSE 'N' END
               INTO :SQL-YEAR-DONE-FLAG
               FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
               AND CONTRACT_PRODUCT_CODE = TRIM(:SQL-TREQ-PRODUCT-CODE)
               AND CONTRACT_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'J' TO WS-REQ-OUTCOME
               MOVE 'AUCUN CONTRAT ACTIF POUR CE PRODUIT'
                   TO WS-REQ-MOTIF
               PERFORM RECORD-REQUEST-OUTCOME
               GO TO PROCESS-ONE-REQUEST-FIN
           END-IF.
           IF SQL-YEAR-DONE-FLAG NOT = 'O'
               MOVE 'J' TO WS-REQ-OUTCOME
               MOVE 'PREMIERE ANNEE DE CONTRAT NON ECOULEE'
                   TO WS-REQ-MOTIF
               PERFORM RECORD-REQUEST-OUTCOME
               GO TO PROCESS-ONE-REQUEST-FIN
           END-IF.

           CALL 'termcont' USING SQL-UUID, SQL-TREQ-PRODUCT-CODE,
               SQL-TREQ-WISHED-DATE, SQL-TREQ-RECEIVED-DATE,
               WS-NOTICE-DAYS, WS-EFFECT-DATE, WS-REFUND-AMOUNT,
               WS-TERM-RESULT
           END-CALL.

           EVALUATE WS-TERM-RESULT
               WHEN 'Y'
                   MOVE 'T' TO WS-REQ-OUTCOME
                   PERFORM RECORD-REQUEST-OUTCOME
               WHEN 'C'
                   MOVE 'J' TO WS-REQ-OUTCOME
                   MOVE 'AUCUN CONTRAT ACTIF POUR CE PRODUIT'
                       TO WS-REQ-MOTIF
                   PERFORM RECORD-REQUEST-OUTCOME
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE.

       PROCESS-ONE-REQUEST-FIN.
           EXIT.

      *    [MF] Garde le sort de la demande ('T' avec la date d'effet
      *    et le remboursement, 'J' avec le motif) et l'ecrit dans le
      *    fichier de confirmation.
       RECORD-REQUEST-OUTCOME.
           MOVE WS-REQ-OUTCOME TO SQL-TREQ-STATUS
           MOVE WS-REQ-MOTIF TO SQL-TREQ-MOTIF
           IF WS-REQ-OUTCOME = 'T'
               MOVE WS-EFFECT-DATE TO SQL-TREQ-EFFECT-DATE
               MOVE WS-REFUND-AMOUNT TO SQL-TREQ-REFUND
           ELSE
               MOVE SPACES TO SQL-TREQ-EFFECT-DATE
               MOVE ZERO TO SQL-TREQ-REFUND
           END-IF

           EXEC SQL
               UPDATE TERMINATION_REQUEST
               SET TREQ_STATUS = :SQL-TREQ-STATUS,
                   TREQ_MOTIF = :SQL-TREQ-MOTIF,
                   TREQ_CUSTOMER_UUID = :SQL-UUID,
                   TREQ_EFFECT_DATE =
                       CAST(NULLIF(TRIM(:SQL-TREQ-EFFECT-DATE), '')
                           AS DATE),
                   TREQ_REFUND_AMOUNT = :SQL-TREQ-REFUND,
                   TREQ_DONE_DATE = CURRENT_DATE
               WHERE TREQ_ID = :SQL-TREQ-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impresil', 'UPDATE-REQUEST',
                   SQLCODE
               END-CALL
           ELSE
               IF WS-REQ-OUTCOME = 'T'
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
               PERFORM WRITE-CONFIRMATION-LINE
           END-IF.

      *    [MF] Ligne de confirmation rendue a l'assureur demandeur :
      *    emetteur;reference;code_secu;ACCEPTEE ou REFUSEE;date
      *    d'effet;motif.
       WRITE-CONFIRMATION-LINE.
           MOVE SPACES TO CONFIRM-RECORD
           IF SQL-TREQ-STATUS = 'T'
               STRING FUNCTION TRIM(SQL-TREQ-SENDER) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-REF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-CODE-SECU)
                       DELIMITED BY SIZE
                       ';ACCEPTEE;' DELIMITED BY SIZE
                       SQL-TREQ-EFFECT-DATE DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                   INTO CONFIRM-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SQL-TREQ-SENDER) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-REF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-CODE-SECU)
                       DELIMITED BY SIZE
                       ';REFUSEE;;' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-MOTIF) DELIMITED BY SIZE
                   INTO CONFIRM-RECORD
               END-STRING
           END-IF
           WRITE CONFIRM-RECORD.

      *    [MF] Rapport des demandes encore en attente, par echeance
      *    legale croissante ; une echeance passee est signalee.
       WRITE-DEADLINE-REPORT.
           MOVE WS-NOTICE-DAYS TO WS-EDIT-NOTICE
           MOVE SPACES TO DEADLINE-REPORT-RECORD
           STRING 'DEMANDES DE RESILIATION EN ATTENTE - ECHEANCE '
                   DELIMITED BY SIZE
                   'LEGALE A ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-NOTICE) DELIMITED BY SIZE
                   ' JOURS DE LA RECEPTION' DELIMITED BY SIZE
               INTO DEADLINE-REPORT-RECORD
           END-STRING
           WRITE DEADLINE-REPORT-RECORD.

           EXEC SQL
               DECLARE CRSRESILDEL CURSOR FOR
               SELECT TREQ_SENDER, TREQ_REF, TREQ_CODE_SECU,
                   TREQ_LASTNAME, TREQ_PRODUCT_CODE,
                   TREQ_RECEIVED_DATE, TREQ_DEADLINE,
                   TREQ_DEADLINE - CURRENT_DATE
               FROM TERMINATION_REQUEST
               WHERE TREQ_STATUS = 'A'
               ORDER BY TREQ_DEADLINE, TREQ_ID
           END-EXEC.

           EXEC SQL OPEN CRSRESILDEL END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impresil', 'OPEN-CRSRESILDEL',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-REPORT-EOF
           END-IF.

           PERFORM UNTIL WS-REPORT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRESILDEL
                   INTO :SQL-TREQ-SENDER, :SQL-TREQ-REF,
                        :SQL-TREQ-CODE-SECU, :SQL-TREQ-LASTNAME,
                        :SQL-TREQ-PRODUCT-CODE,
                        :SQL-TREQ-RECEIVED-DATE, :SQL-TREQ-DEADLINE,
                        :SQL-TREQ-DAYS-LEFT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-DEADLINE-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-REPORT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'impresil',
                           'FETCH-CRSRESILDEL', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-REPORT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRESILDEL END-EXEC.

           MOVE SPACES TO DEADLINE-REPORT-RECORD
           STRING 'TOTAL - EN ATTENTE : ' DELIMITED BY SIZE
                   WS-WAITING-COUNT DELIMITED BY SIZE
                   ' - TRAITEES : ' DELIMITED BY SIZE
                   WS-ACCEPTED-COUNT DELIMITED BY SIZE
                   ' - REFUSEES : ' DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
               INTO DEADLINE-REPORT-RECORD
           END-STRING
           WRITE DEADLINE-REPORT-RECORD.

      *    [MF] Une demande en attente : assureur, reference,
      *    adherent, reception, echeance et jours restants.
       WRITE-DEADLINE-LINE.
           MOVE SQL-TREQ-DAYS-LEFT TO WS-EDIT-DAYS
           MOVE SPACES TO DEADLINE-REPORT-RECORD
           IF SQL-TREQ-DAYS-LEFT < 0
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-SENDER) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-REF) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-CODE-SECU)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-LASTNAME)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-PRODUCT-CODE)
                       DELIMITED BY SIZE
                       ' - RECUE LE ' DELIMITED BY SIZE
                       SQL-TREQ-RECEIVED-DATE DELIMITED BY SIZE
                       ' - ECHEANCE ' DELIMITED BY SIZE
                       SQL-TREQ-DEADLINE DELIMITED BY SIZE
                       ' - DELAI DEPASSE' DELIMITED BY SIZE
                   INTO DEADLINE-REPORT-RECORD
               END-STRING
           ELSE
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-SENDER) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-REF) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-CODE-SECU)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-LASTNAME)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TREQ-PRODUCT-CODE)
                       DELIMITED BY SIZE
                       ' - RECUE LE ' DELIMITED BY SIZE
                       SQL-TREQ-RECEIVED-DATE DELIMITED BY SIZE
                       ' - ECHEANCE ' DELIMITED BY SIZE
                       SQL-TREQ-DEADLINE DELIMITED BY SIZE
                       ' - RESTE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                       ' JOUR(S)' DELIMITED BY SIZE
                   INTO DEADLINE-REPORT-RECORD
               END-STRING
           END-IF
           WRITE DEADLINE-REPORT-RECORD.

      *    [MF] La premiere ligne est l'en-tete d'echange
      *    (ENTETE;<emetteur>;<sequence>;<date>) : le controle
      *    chkexchg refuse un doublon ou un saut de sequence et
      *    enregistre le fichier accepte au registre FILE_REGISTRY.
       CHECK-EXCHANGE-HEADER.
           MOVE 'N' TO WS-EXG-ACCEPT-FLAG
           MOVE SPACES TO WS-EXG-TAG WS-EXG-SENDER WS-EXG-SEQ-TXT
               WS-EXG-DATE
           UNSTRING WS-EXG-WORK-LINE DELIMITED BY ';'
               INTO WS-EXG-TAG, WS-EXG-SENDER, WS-EXG-SEQ-TXT,
                   WS-EXG-DATE
           END-UNSTRING

           IF FUNCTION UPPER-CASE(WS-EXG-TAG(1:6)) NOT = 'ENTETE'
               MOVE SPACES TO WS-EXG-ALERT-DETAIL
               STRING 'FICHIER RESILENTRANT SANS EN-TETE D''ECHANGE'
                       DELIMITED BY SIZE
                   INTO WS-EXG-ALERT-DETAIL
               END-STRING
           ELSE
               MOVE FUNCTION NUMVAL(WS-EXG-SEQ-TXT) TO WS-EXG-SEQ
               MOVE 1 TO WS-EXG-REQUEST
               MOVE 0 TO WS-EXG-LINES
               CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
                   WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
                   WS-EXG-ACCEPT-FLAG
               END-CALL
               IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
                   MOVE SPACES TO WS-EXG-ALERT-DETAIL
                   STRING 'FICHIER RESILENTRANT REFUSE : DOUBLON OU '
                           DELIMITED BY SIZE
                           'SAUT DE SEQUENCE ' DELIMITED BY SIZE
                           WS-EXG-SEQ-TXT DELIMITED BY SIZE
                       INTO WS-EXG-ALERT-DETAIL
                   END-STRING
               END-IF
           END-IF

           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               MOVE 'H' TO WS-EXG-ALERT-SEVERITY
               CALL 'logalert' USING 'impresil  ',
                   WS-EXG-ALERT-SEVERITY, WS-EXG-ALERT-DETAIL
               END-CALL
               DISPLAY FUNCTION TRIM(WS-EXG-ALERT-DETAIL)
           END-IF.

      *    [MF] Complete la ligne du registre avec le nombre de
      *    lignes reellement chargees.
       RECORD-EXCHANGE-COUNT.
           MOVE 2 TO WS-EXG-REQUEST
           CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
               WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
               WS-EXG-ACCEPT-FLAG
           END-CALL.
