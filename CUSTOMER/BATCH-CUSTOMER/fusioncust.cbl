      *    traitement est interrompu, le relancer reprend après le
      *    dernier code_secu traité plutôt que de tout retraiter
      *    depuis le début.
      *
      *    Chaque adhérent fusionné laisse une marque de suppression
      *    dans BI_DELETE_LOG (motif FUSION, avec l'uuid du
      *    survivant), ainsi que chacun de ses contrats rattachés,
      *    dont la clé décisionnelle adhérent/produit change :
      *    l'extraction bidelta les transmet a l'entrepôt.
      *
      *    Quand le parametre SIMULATION-FUSIONCUST le demande
      *    (chksimul, ecran simuadm), le traitement tourne a blanc :
      *    memes groupes, aucun contrat rattache ni adherent
      *    supprime, pas de point de reprise ; chaque doublon qui
      *    aurait ete fusionne est detaille dans le rapport d'impact
      *    SIMULATIONDAY avec le survivant, les contrats et les
      *    cotisations qui lui seraient rattaches. Chaque passage,
      *    reel ou simule, est trace par logimpact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fusioncust.
           SELECT CHECKPOINT-FILE ASSIGN TO "FUSIONCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMULATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       01  CHECKPOINT-RECORD.
           05  CKPT-CODE-SECU  PIC 9(15).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CHECKPOINT-STATUS        PIC X(02).
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT          PIC 9(07) VALUE 0.

      *    [MF] Passage a blanc (chksimul) et rapport d'impact.
       01  WS-SIMULATION-FLAG          PIC X(01) VALUE 'N'.
       01  WS-SIMU-FILE-STATUS         PIC X(02).
       01  WS-IMPACT-MODE              PIC X(01) VALUE 'R'.
       01  WS-IMPACT-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-IMPACT-AMOUNT-EDIT       PIC Z(08)9.99.
       01  WS-IMPACT-PREMIUM-EDIT      PIC Z(06)9.99.
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-REPORT-TODAY             PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  WS-RESUME-CODE-SECU-SQL     PIC 9(15).
       01  WS-DUP-CODE-SECU            PIC 9(15).
       01  WS-DUP-UUID                 PIC X(36).
       01  WS-IMPACT-CONTRACTS         PIC 9(03).
       01  WS-IMPACT-PREMIUM           PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

           CALL 'chksimul' USING 'fusioncust', WS-SIMULATION-FLAG
           END-CALL.
           IF WS-SIMULATION-FLAG = 'Y'
               MOVE 'S' TO WS-IMPACT-MODE
               PERFORM OPEN-SIMULATION-REPORT
           END-IF.

           PERFORM READ-CHECKPOINT.
           PERFORM FUSION-DUPLICATE-GROUPS.

           MOVE WS-MERGE-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logimpact' USING 'fusioncust', WS-IMPACT-MODE,
               WS-BATCH-ROW-COUNT, WS-IMPACT-AMOUNT
           END-CALL.
      *    [MF] A blanc, rien n'a ete traite pour la chaine de nuit
      *    et le point de reprise d'un passage reel interrompu est
      *    conserve.
           IF WS-SIMULATION-FLAG = 'Y'
               PERFORM CLOSE-SIMULATION-REPORT
               MOVE ZERO TO WS-BATCH-ROW-COUNT
           ELSE
               PERFORM CLEAR-CHECKPOINT
           END-IF.
           CALL 'logbatch' USING 'fusioncust', WS-BATCH-ROW-COUNT
           END-CALL.

                           MOVE WS-DUP-UUID TO WS-SURVIVOR-UUID
                           MOVE 'N' TO WS-FIRST-ROW-FLAG
                       ELSE
                           IF WS-SIMULATION-FLAG = 'Y'
                               PERFORM WRITE-IMPACT-LINE
                           ELSE
                               PERFORM MERGE-ONE-CUSTOMER
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'N' TO WS-ROW-FOUND-FLAG

           ADD 1 TO WS-GROUPS-SINCE-CHECKPOINT
           IF WS-GROUPS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               AND WS-SIMULATION-FLAG NOT = 'Y'
               EXEC SQL COMMIT WORK END-EXEC
               MOVE WS-DUP-CODE-SECU TO CKPT-CODE-SECU
               PERFORM WRITE-CHECKPOINT
      *    [MF] Rattache les contrats de l'adherent en doublon au
      *    survivant puis supprime sa ligne CUSTOMER.
       MERGE-ONE-CUSTOMER.
      *    [MF] Les marques des contrats sont posees avant leur
      *    rattachement, tant que leur ancienne cle est lisible.
           PERFORM LOG-BI-CONTRACT-DELETES.

           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_CUSTOMER_UUID = :WS-SURVIVOR-UUID
                   CALL 'logaudit' USING WS-DUP-UUID, WS-AUDIT-ACTION,
                       WS-AUDIT-DETAIL
                   END-CALL
                   PERFORM LOG-BI-CUSTOMER-DELETE
                   ADD 1 TO WS-MERGE-COUNT
               END-IF
           END-IF.

      *    [MF] Marques de suppression des contrats de l'adherent en
      *    doublon pour l'extraction decisionnelle : cle adherent/
      *    produit, survivant a la cle du contrat rattache.
       LOG-BI-CONTRACT-DELETES.
           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               SELECT 'CONTRACT',
                   CAST(CONTRACT_CUSTOMER_UUID AS TEXT) || '/'
                   || TRIM(CONTRACT_PRODUCT_CODE),
                   'FUSION',
                   TRIM(:WS-SURVIVOR-UUID) || '/'
                   || TRIM(CONTRACT_PRODUCT_CODE),
                   LOCALTIMESTAMP(0), NULL
               FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :WS-DUP-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'fusioncust',
                   'BI-DELETE-CONTRACT', SQLCODE
               END-CALL
           END-IF.

      *    [MF] Marque de suppression de l'adherent fusionne, avec
      *    l'uuid du survivant.
       LOG-BI-CUSTOMER-DELETE.
           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               VALUES ( 'CUSTOMER', :WS-DUP-UUID, 'FUSION',
                   :WS-SURVIVOR-UUID, LOCALTIMESTAMP(0), NULL )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'fusioncust',
                   'BI-DELETE-CUSTOMER', SQLCODE
               END-CALL
           END-IF.

      *    [MF] Ecrit le point de reprise courant (écrase le fichier
      *    précédent - une seule ligne suffit).
       WRITE-CHECKPOINT.
       CLEAR-CHECKPOINT.
           MOVE ZERO TO CKPT-CODE-SECU.
           PERFORM WRITE-CHECKPOINT.

      *    [MF] Entete du rapport d'impact d'un passage a blanc,
      *    fichier commun aux traitements destructifs de la nuit.
       OPEN-SIMULATION-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND SIMULATION-REPORT.
           IF WS-SIMU-FILE-STATUS = '35'
               OPEN OUTPUT SIMULATION-REPORT
           END-IF.

           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'SIMULATION FUSIONCUST DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Une ligne par doublon qui aurait ete fusionne : le
      *    survivant, les contrats et les cotisations qui lui
      *    seraient rattaches.
       WRITE-IMPACT-LINE.
           EXEC SQL
               SELECT COUNT(*),
                   COALESCE(SUM(contract_premium_amount), 0)
               INTO :WS-IMPACT-CONTRACTS, :WS-IMPACT-PREMIUM
               FROM CONTRACT
               WHERE contract_customer_uuid = :WS-DUP-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'fusioncust', 'IMPACT-READ',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-MERGE-COUNT
               ADD WS-IMPACT-PREMIUM TO WS-IMPACT-AMOUNT
               MOVE WS-IMPACT-PREMIUM TO WS-IMPACT-PREMIUM-EDIT
               MOVE SPACES TO SIMULATION-REPORT-RECORD
               STRING '  FUSION ' DELIMITED BY SIZE
                   WS-DUP-CODE-SECU DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DUP-UUID DELIMITED BY SIZE
                   ' VERS ' DELIMITED BY SIZE
                   WS-SURVIVOR-UUID DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-IMPACT-CONTRACTS DELIMITED BY SIZE
                   ' CONTRAT(S) ' DELIMITED BY SIZE
                   WS-IMPACT-PREMIUM-EDIT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO SIMULATION-REPORT-RECORD
               END-STRING
               WRITE SIMULATION-REPORT-RECORD
           END-IF.

      *    [MF] Ligne de bilan du passage a blanc.
       CLOSE-SIMULATION-REPORT.
           MOVE WS-IMPACT-AMOUNT TO WS-IMPACT-AMOUNT-EDIT
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-GROUP-COUNT DELIMITED BY SIZE
                   ' GROUPE(S), ' DELIMITED BY SIZE
                   WS-MERGE-COUNT DELIMITED BY SIZE
                   ' ADHERENT(S) A FUSIONNER, COTISATIONS '
                       DELIMITED BY SIZE
                   WS-IMPACT-AMOUNT-EDIT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           CLOSE SIMULATION-REPORT.
