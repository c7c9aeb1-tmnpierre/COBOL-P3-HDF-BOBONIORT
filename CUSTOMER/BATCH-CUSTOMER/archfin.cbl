      ******************************************************************
      *    [MF] Le programme 'Archivage Historique Financier' est le
      *    traitement annuel qui deplace vers les tables d'historique
      *    (ECHEANCIER_HIST, COLLECTION_HIST, CLAIM_HIST, memes
      *    colonnes que les tables vivantes) les lignes d'argent
      *    anterieures au seuil de conservation et entierement
      *    soldees. purgarch et anoncust ne traitent que la fiche :
      *    les tables d'argent grossissaient sans fin, et situcust,
      *    detaclaim et le controle de doublon de calcclaim relisaient
      *    des annees de lignes par adherent.
      *
      *    Seuil : les lignes d'avant le 1er janvier de l'annee
      *    courante moins ARCHIVE-ANNEES-FINANCIER ans (table
      *    PARAMETER, 10 a defaut). Sont soldees :
      *    - les echeances annulees ('X'), ou prelevees ('D') dont
      *      un encaissement est credite ou qui n'en ont aucun ;
      *    - les prelevements credites ('C'), rejetes ('R') ou
      *      refuses par la banque ('F') ;
      *    - les demandes payees ('P') ou rejetees ('R'), sans indu
      *      restant du (OVERPAYMENT), sans recours ouvert
      *      (CLAIM_APPEAL) ni blocage fraude.
      *
      *    Chaque table est traitee dans sa propre unite de travail,
      *    avec des totaux de controle avant et apres comme les
      *    lignes UNLCONTROL du rechargement (relcust) : nombre et
      *    montant des tables vivante et historique avant, des lignes
      *    a archiver, puis des deux tables apres. Les totaux des
      *    deux tables reunies doivent etre inchanges et le
      *    mouvement egal a la selection ; sinon la table est remise
      *    en l'etat (ROLLBACK), une alerte logalert est posee et le
      *    traitement finit en code retour 8. Les totaux sont
      *    deposes dans ARCHCONTROL.
      *
      *    situcust et detaclaim montrent l'historique a la demande
      *    de l'operateur, relevcust quand BOBONIORT_RELEVE_HISTORIQUE
      *    vaut 'O'. Etape annuelle ('A') du calendrier de nuit
      *    (BATCH_CALENDAR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. archfin.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONTROL ASSIGN TO "ARCHCONTROL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CONTROL-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CONTROL.
       01  ARCH-CONTROL-RECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-FILE-STATUS     PIC X(02).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch) : lignes deplacees, toutes tables.
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.
       01  WS-TABLES-KO               PIC 9(01) VALUE 0.

       01  WS-RETENTION-YEARS         PIC 9(02).
       01  WS-CUTOFF-YEAR             PIC 9(04).
       01  WS-PARAM-DEFAULT           PIC 9(07)V99.

      *    [MF] Table en cours et ses totaux de controle.
       01  WS-CURRENT-TABLE           PIC X(20).
       01  WS-LIVE-COUNT-BEFORE       PIC 9(09).
       01  WS-LIVE-SUM-BEFORE         PIC 9(11)V99.
       01  WS-HIST-COUNT-BEFORE       PIC 9(09).
       01  WS-HIST-SUM-BEFORE         PIC 9(11)V99.
       01  WS-MOVE-COUNT              PIC 9(09).
       01  WS-MOVE-SUM                PIC 9(11)V99.
       01  WS-LIVE-COUNT-AFTER        PIC 9(09).
       01  WS-LIVE-SUM-AFTER          PIC 9(11)V99.
       01  WS-HIST-COUNT-AFTER        PIC 9(09).
       01  WS-HIST-SUM-AFTER          PIC 9(11)V99.
       01  WS-STEP-ERROR              PIC X(01).
       01  WS-CHECK-OK-FLAG           PIC X(01).

       01  WS-EDIT-COUNT              PIC Z(08)9.
       01  WS-EDIT-SUM                PIC Z(10)9.99.
       01  WS-EDIT-COUNT-2            PIC Z(08)9.
       01  WS-EDIT-SUM-2              PIC Z(10)9.99.
       01  WS-CONTROL-PHASE           PIC X(10).

       01  WS-ALERT-SEVERITY          PIC X(01).
       01  WS-ALERT-DETAIL            PIC X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-CUTOFF-DATE          PIC X(10).
       01  SQL-ROW-COUNT            PIC 9(09).
       01  SQL-ROW-SUM              PIC 9(11)V99.
       01  SQL-HIST-COUNT           PIC 9(09).
       01  SQL-HIST-SUM             PIC 9(11)V99.
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
               CALL 'logsqlerr' USING 'archfin', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-CUTOFF-DATE.

           OPEN OUTPUT ARCH-CONTROL.
           MOVE SPACES TO ARCH-CONTROL-RECORD
           STRING 'SEUIL;' DELIMITED BY SIZE
                   SQL-CUTOFF-DATE DELIMITED BY SIZE
               INTO ARCH-CONTROL-RECORD
           END-STRING
           WRITE ARCH-CONTROL-RECORD.

      *    [MF] Les echeances d'abord : leur critere de solde lit
      *    les prelevements encore en table vivante.
           PERFORM ARCHIVE-ECHEANCIER THRU ARCHIVE-ECHEANCIER-FIN.
           PERFORM ARCHIVE-COLLECTION THRU ARCHIVE-COLLECTION-FIN.
           PERFORM ARCHIVE-CLAIM THRU ARCHIVE-CLAIM-FIN.

           CLOSE ARCH-CONTROL.

           CALL 'logbatch' USING 'archfin   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-BATCH-ROW-COUNT ' LIGNE(S) ARCHIVEE(S) AVANT LE '
               SQL-CUTOFF-DATE.
           IF WS-TABLES-KO > 0
               DISPLAY WS-TABLES-KO ' TABLE(S) REMISE(S) EN L''ETAT, '
                   'VOIR ARCHCONTROL'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    [MF] Seuil de conservation en annees (table PARAMETER),
      *    ramene au 1er janvier.
       COMPUTE-CUTOFF-DATE.
           MOVE 'ARCHIVE-ANNEES-FINANCIER' TO SQL-PARAM-NAME
           MOVE 10 TO SQL-PARAM-VALUE
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
           MOVE SQL-PARAM-VALUE TO WS-RETENTION-YEARS

           COMPUTE WS-CUTOFF-YEAR =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4))
                   - WS-RETENTION-YEARS
           MOVE SPACES TO SQL-CUTOFF-DATE
           STRING WS-CUTOFF-YEAR DELIMITED BY SIZE
                   '-01-01' DELIMITED BY SIZE
               INTO SQL-CUTOFF-DATE
           END-STRING.

      *    [MF] ECHEANCIER : annulees, ou prelevees et encaissees.
       ARCHIVE-ECHEANCIER.
           MOVE 'ECHEANCIER' TO WS-CURRENT-TABLE
           MOVE 'N' TO WS-STEP-ERROR

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM ECHEANCIER
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-ECHEANCIER-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM ECHEANCIER_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-ECHEANCIER-ERROR
           END-IF.
           PERFORM KEEP-TOTALS-BEFORE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM ECHEANCIER E
               WHERE E.echeancier_due_date < :SQL-CUTOFF-DATE
               AND ( E.echeancier_status = 'X'
                  OR ( E.echeancier_status = 'D'
                       AND ( EXISTS ( SELECT 1 FROM COLLECTION
                                 WHERE COLLECTION_ECHEANCIER_ID =
                                     E.echeancier_id
                                 AND COLLECTION_STATUS = 'C' )
                          OR NOT EXISTS ( SELECT 1 FROM COLLECTION
                                 WHERE COLLECTION_ECHEANCIER_ID =
                                     E.echeancier_id ) ) ) )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-ECHEANCIER-ERROR
           END-IF.
           MOVE SQL-ROW-COUNT TO WS-MOVE-COUNT
           MOVE SQL-ROW-SUM   TO WS-MOVE-SUM

           IF WS-MOVE-COUNT > 0
               EXEC SQL
                   INSERT INTO ECHEANCIER_HIST
                   SELECT E.* FROM ECHEANCIER E
                   WHERE E.echeancier_due_date < :SQL-CUTOFF-DATE
                   AND ( E.echeancier_status = 'X'
                      OR ( E.echeancier_status = 'D'
                           AND ( EXISTS ( SELECT 1 FROM COLLECTION
                                     WHERE COLLECTION_ECHEANCIER_ID =
                                         E.echeancier_id
                                     AND COLLECTION_STATUS = 'C' )
                              OR NOT EXISTS ( SELECT 1 FROM COLLECTION
                                     WHERE COLLECTION_ECHEANCIER_ID =
                                         E.echeancier_id ) ) ) )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-ECHEANCIER-ERROR
               END-IF
               EXEC SQL
                   DELETE FROM ECHEANCIER
                   WHERE echeancier_id IN (
                       SELECT echeancier_id FROM ECHEANCIER_HIST )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-ECHEANCIER-ERROR
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM ECHEANCIER
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-ECHEANCIER-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(echeancier_amount), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM ECHEANCIER_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-ECHEANCIER-ERROR
           END-IF.
           PERFORM CHECK-AND-COMMIT.
           GO TO ARCHIVE-ECHEANCIER-FIN.

       ARCHIVE-ECHEANCIER-ERROR.
           CALL 'logsqlerr' USING 'archfin', 'ARCHIVE-ECHEANCIER',
               SQLCODE
           END-CALL.
           PERFORM REJECT-TABLE.

       ARCHIVE-ECHEANCIER-FIN.
           EXIT.

      *    [MF] COLLECTION : prelevements au sort definitif.
       ARCHIVE-COLLECTION.
           MOVE 'COLLECTION' TO WS-CURRENT-TABLE
           MOVE 'N' TO WS-STEP-ERROR

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COLLECTION_AMOUNT), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM COLLECTION
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-COLLECTION-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COLLECTION_AMOUNT), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM COLLECTION_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-COLLECTION-ERROR
           END-IF.
           PERFORM KEEP-TOTALS-BEFORE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COLLECTION_AMOUNT), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM COLLECTION
               WHERE COLLECTION_ISSUE_DATE < :SQL-CUTOFF-DATE
               AND COLLECTION_STATUS IN ('C', 'R', 'F')
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-COLLECTION-ERROR
           END-IF.
           MOVE SQL-ROW-COUNT TO WS-MOVE-COUNT
           MOVE SQL-ROW-SUM   TO WS-MOVE-SUM

           IF WS-MOVE-COUNT > 0
               EXEC SQL
                   INSERT INTO COLLECTION_HIST
                   SELECT * FROM COLLECTION
                   WHERE COLLECTION_ISSUE_DATE < :SQL-CUTOFF-DATE
                   AND COLLECTION_STATUS IN ('C', 'R', 'F')
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-COLLECTION-ERROR
               END-IF
               EXEC SQL
                   DELETE FROM COLLECTION
                   WHERE COLLECTION_ISSUE_DATE < :SQL-CUTOFF-DATE
                   AND COLLECTION_STATUS IN ('C', 'R', 'F')
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-COLLECTION-ERROR
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COLLECTION_AMOUNT), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM COLLECTION
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-COLLECTION-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(COLLECTION_AMOUNT), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM COLLECTION_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-COLLECTION-ERROR
           END-IF.
           PERFORM CHECK-AND-COMMIT.
           GO TO ARCHIVE-COLLECTION-FIN.

       ARCHIVE-COLLECTION-ERROR.
           CALL 'logsqlerr' USING 'archfin', 'ARCHIVE-COLLECTION',
               SQLCODE
           END-CALL.
           PERFORM REJECT-TABLE.

       ARCHIVE-COLLECTION-FIN.
           EXIT.

      *    [MF] CLAIM : demandes payees ou rejetees, sans indu
      *    restant du, recours ouvert ni blocage fraude.
       ARCHIVE-CLAIM.
           MOVE 'CLAIM' TO WS-CURRENT-TABLE
           MOVE 'N' TO WS-STEP-ERROR

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM CLAIM
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-CLAIM-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM CLAIM_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-CLAIM-ERROR
           END-IF.
           PERFORM KEEP-TOTALS-BEFORE.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM CLAIM C
               WHERE C.claim_care_date < :SQL-CUTOFF-DATE
               AND COALESCE(C.claim_pay_date, C.claim_care_date)
                   < :SQL-CUTOFF-DATE
               AND C.claim_status IN ('P', 'R')
               AND COALESCE(C.claim_fraud_hold, ' ') != 'O'
               AND NOT EXISTS ( SELECT 1 FROM OVERPAYMENT
                   WHERE OVERPAY_CLAIM_ID = C.claim_id
                   AND OVERPAY_BALANCE > 0 )
               AND NOT EXISTS ( SELECT 1 FROM CLAIM_APPEAL
                   WHERE appeal_claim_id = C.claim_id
                   AND appeal_status = 'O' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-CLAIM-ERROR
           END-IF.
           MOVE SQL-ROW-COUNT TO WS-MOVE-COUNT
           MOVE SQL-ROW-SUM   TO WS-MOVE-SUM

           IF WS-MOVE-COUNT > 0
               EXEC SQL
                   INSERT INTO CLAIM_HIST
                   SELECT C.* FROM CLAIM C
                   WHERE C.claim_care_date < :SQL-CUTOFF-DATE
                   AND COALESCE(C.claim_pay_date, C.claim_care_date)
                       < :SQL-CUTOFF-DATE
                   AND C.claim_status IN ('P', 'R')
                   AND COALESCE(C.claim_fraud_hold, ' ') != 'O'
                   AND NOT EXISTS ( SELECT 1 FROM OVERPAYMENT
                       WHERE OVERPAY_CLAIM_ID = C.claim_id
                       AND OVERPAY_BALANCE > 0 )
                   AND NOT EXISTS ( SELECT 1 FROM CLAIM_APPEAL
                       WHERE appeal_claim_id = C.claim_id
                       AND appeal_status = 'O' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-CLAIM-ERROR
               END-IF
               EXEC SQL
                   DELETE FROM CLAIM
                   WHERE claim_id IN (
                       SELECT claim_id FROM CLAIM_HIST )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GO TO ARCHIVE-CLAIM-ERROR
               END-IF
           END-IF.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-ROW-COUNT, :SQL-ROW-SUM
               FROM CLAIM
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-CLAIM-ERROR
           END-IF.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(claim_our_amount), 0)
               INTO :SQL-HIST-COUNT, :SQL-HIST-SUM
               FROM CLAIM_HIST
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO ARCHIVE-CLAIM-ERROR
           END-IF.
           PERFORM CHECK-AND-COMMIT.
           GO TO ARCHIVE-CLAIM-FIN.

       ARCHIVE-CLAIM-ERROR.
           CALL 'logsqlerr' USING 'archfin', 'ARCHIVE-CLAIM', SQLCODE
           END-CALL.
           PERFORM REJECT-TABLE.

       ARCHIVE-CLAIM-FIN.
           EXIT.

      *    [MF] Totaux avant deplacement, tables vivante et
      *    historique.
       KEEP-TOTALS-BEFORE.
           MOVE SQL-ROW-COUNT  TO WS-LIVE-COUNT-BEFORE
           MOVE SQL-ROW-SUM    TO WS-LIVE-SUM-BEFORE
           MOVE SQL-HIST-COUNT TO WS-HIST-COUNT-BEFORE
           MOVE SQL-HIST-SUM   TO WS-HIST-SUM-BEFORE
           MOVE 'AVANT' TO WS-CONTROL-PHASE
           PERFORM WRITE-CONTROL-LINE.

      *    [MF] Confronte les totaux apres deplacement : la table
      *    vivante a perdu exactement la selection, l'historique l'a
      *    gagnee. Conforme, la table est validee ; sinon elle est
      *    remise en l'etat.
       CHECK-AND-COMMIT.
           MOVE SQL-ROW-COUNT  TO WS-LIVE-COUNT-AFTER
           MOVE SQL-ROW-SUM    TO WS-LIVE-SUM-AFTER
           MOVE SQL-HIST-COUNT TO WS-HIST-COUNT-AFTER
           MOVE SQL-HIST-SUM   TO WS-HIST-SUM-AFTER

           MOVE WS-MOVE-COUNT TO SQL-ROW-COUNT
           MOVE WS-MOVE-SUM   TO SQL-ROW-SUM
           MOVE ZERO TO SQL-HIST-COUNT SQL-HIST-SUM
           MOVE 'A-ARCHIVER' TO WS-CONTROL-PHASE
           PERFORM WRITE-CONTROL-LINE

           MOVE WS-LIVE-COUNT-AFTER TO SQL-ROW-COUNT
           MOVE WS-LIVE-SUM-AFTER   TO SQL-ROW-SUM
           MOVE WS-HIST-COUNT-AFTER TO SQL-HIST-COUNT
           MOVE WS-HIST-SUM-AFTER   TO SQL-HIST-SUM
           MOVE 'APRES' TO WS-CONTROL-PHASE
           PERFORM WRITE-CONTROL-LINE

           MOVE 'Y' TO WS-CHECK-OK-FLAG
           IF WS-LIVE-COUNT-AFTER + WS-MOVE-COUNT
                   NOT = WS-LIVE-COUNT-BEFORE
               OR WS-HIST-COUNT-AFTER
                   NOT = WS-HIST-COUNT-BEFORE + WS-MOVE-COUNT
               OR WS-LIVE-SUM-AFTER + WS-MOVE-SUM
                   NOT = WS-LIVE-SUM-BEFORE
               OR WS-HIST-SUM-AFTER
                   NOT = WS-HIST-SUM-BEFORE + WS-MOVE-SUM
               MOVE 'N' TO WS-CHECK-OK-FLAG
           END-IF

           IF WS-CHECK-OK-FLAG = 'Y'
               EXEC SQL COMMIT WORK END-EXEC
               ADD WS-MOVE-COUNT TO WS-BATCH-ROW-COUNT
               MOVE SPACES TO ARCH-CONTROL-RECORD
               STRING FUNCTION TRIM(WS-CURRENT-TABLE)
                           DELIMITED BY SIZE
                       ';CONFORME' DELIMITED BY SIZE
                   INTO ARCH-CONTROL-RECORD
               END-STRING
               WRITE ARCH-CONTROL-RECORD
           ELSE
               PERFORM REJECT-TABLE
           END-IF.

      *    [MF] Table remise en l'etat : ROLLBACK de son unite de
      *    travail, ligne ECART dans ARCHCONTROL et alerte pour
      *    l'exploitation.
       REJECT-TABLE.
           EXEC SQL ROLLBACK WORK END-EXEC.
           ADD 1 TO WS-TABLES-KO
           MOVE SPACES TO ARCH-CONTROL-RECORD
           STRING FUNCTION TRIM(WS-CURRENT-TABLE) DELIMITED BY SIZE
                   ';ECART - TABLE REMISE EN L''ETAT' DELIMITED BY SIZE
               INTO ARCH-CONTROL-RECORD
           END-STRING
           WRITE ARCH-CONTROL-RECORD

           MOVE 'H' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING 'ARCHIVAGE FINANCIER ANNULE POUR LA TABLE '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-TABLE) DELIMITED BY SIZE
                   ' (ARCHCONTROL)' DELIMITED BY SIZE
               INTO WS-ALERT-DETAIL
           END-STRING
           CALL 'logalert' USING 'archfin   ', WS-ALERT-SEVERITY,
               WS-ALERT-DETAIL
           END-CALL.

      *    [MF] Une ligne de controle : table;phase;nombre;montant
      *    de la table vivante (ou de la selection);nombre;montant
      *    de l'historique.
       WRITE-CONTROL-LINE.
           MOVE SQL-ROW-COUNT  TO WS-EDIT-COUNT
           MOVE SQL-ROW-SUM    TO WS-EDIT-SUM
           MOVE SQL-HIST-COUNT TO WS-EDIT-COUNT-2
           MOVE SQL-HIST-SUM   TO WS-EDIT-SUM-2
           MOVE SPACES TO ARCH-CONTROL-RECORD
           STRING FUNCTION TRIM(WS-CURRENT-TABLE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CONTROL-PHASE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SUM) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT-2) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-SUM-2) DELIMITED BY SIZE
               INTO ARCH-CONTROL-RECORD
           END-STRING
           WRITE ARCH-CONTROL-RECORD.
