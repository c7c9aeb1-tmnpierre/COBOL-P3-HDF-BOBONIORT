      *    est interrompu, le relancer reprend après le dernier
      *    adhérent committé plutôt que de tout retraiter depuis le
      *    début.
      *
      *    Chaque adhérent purgé laisse une marque de suppression
      *    dans BI_DELETE_LOG (motif PURGE) : l'extraction
      *    décisionnelle bidelta la transmet a l'entrepôt, qui
      *    sans elle garderait la fiche indéfiniment.
      *
      *    Quand le parametre SIMULATION-PURGARCH le demande
      *    (chksimul, ecran simuadm), le traitement tourne a blanc :
      *    meme selection, aucune mise a jour, pas d'archive froide
      *    ni de point de reprise ; chaque adherent qui aurait ete
      *    archive ou purge est detaille dans le rapport d'impact
      *    SIMULATIONDAY avec ses contrats et ses cotisations.
      *    Chaque passage, reel ou simule, est trace par logimpact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. purgarch.
           SELECT COLD-ARCHIVE ASSIGN TO "COLDARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COLD-FILE-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMULATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       FD  COLD-ARCHIVE.
       01  COLD-ARCHIVE-RECORD PIC X(300).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CHECKPOINT-STATUS        PIC X(02).
       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).

      *    [MF] Passage a blanc (chksimul) et rapport d'impact.
       01  WS-SIMULATION-FLAG          PIC X(01) VALUE 'N'.
       01  WS-SIMU-FILE-STATUS         PIC X(02).
       01  WS-IMPACT-MODE              PIC X(01) VALUE 'R'.
       01  WS-IMPACT-ACTION            PIC X(10).
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
       01  WS-COLD-END-DATE            PIC X(10).
       01  WS-COLD-CON-STATUS          PIC X(01).
       01  WS-COLD-AMOUNT-EDIT         PIC 9(07).99.
       01  WS-IMPACT-UUID              PIC X(36).
       01  WS-IMPACT-LASTNAME          PIC X(50).
       01  WS-IMPACT-FIRSTNAME         PIC X(50).
       01  WS-IMPACT-CONTRACTS         PIC 9(03).
       01  WS-IMPACT-PREMIUM           PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

           CALL 'chksimul' USING 'purgarch  ', WS-SIMULATION-FLAG
           END-CALL.
           IF WS-SIMULATION-FLAG = 'Y'
               MOVE 'S' TO WS-IMPACT-MODE
               PERFORM OPEN-SIMULATION-REPORT
           END-IF.

           PERFORM READ-CHECKPOINT.
           PERFORM ARCHIVE-INACTIVE-CUSTOMERS.
           PERFORM PURGE-OLD-ARCHIVED-CUSTOMERS.

           COMPUTE WS-BATCH-ROW-COUNT =
               WS-ARCHIVE-COUNT + WS-PURGE-COUNT
           CALL 'logimpact' USING 'purgarch  ', WS-IMPACT-MODE,
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
           CALL 'logbatch' USING 'purgarch  ', WS-BATCH-ROW-COUNT
           END-CALL.


               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-SIMULATION-FLAG = 'Y'
                           MOVE 'ARCHIVAGE' TO WS-IMPACT-ACTION
                           MOVE WS-ARCHIVE-UUID TO WS-IMPACT-UUID
                           PERFORM WRITE-IMPACT-LINE
                           ADD 1 TO WS-ARCHIVE-COUNT
                       ELSE
                           PERFORM ARCHIVE-ONE-CUSTOMER
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
      *    plus de 10 ans - au-delà de ce délai, conserver leur fiche
      *    n'a plus d'utilité pour l'association.
       PURGE-OLD-ARCHIVED-CUSTOMERS.
           IF WS-SIMULATION-FLAG NOT = 'Y'
               OPEN EXTEND COLD-ARCHIVE
               IF WS-COLD-FILE-STATUS = '35'
                   OPEN OUTPUT COLD-ARCHIVE
               END-IF
           END-IF.

           MOVE SPACES TO WS-RESUME-UUID

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-SIMULATION-FLAG = 'Y'
                           MOVE 'PURGE' TO WS-IMPACT-ACTION
                           MOVE WS-PURGE-UUID TO WS-IMPACT-UUID
                           PERFORM WRITE-IMPACT-LINE
                           ADD 1 TO WS-PURGE-COUNT
                       ELSE
                           PERFORM PURGE-ONE-CUSTOMER
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
               CLOSE CRSPURGECAND
           END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
           IF WS-SIMULATION-FLAG NOT = 'Y'
               CLOSE COLD-ARCHIVE
           END-IF.

      *    [MF] Purge un adhérent archivé et pose un point de reprise
      *    toutes les WS-CHECKPOINT-INTERVAL lignes.
               CALL 'logaudit' USING WS-PURGE-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               PERFORM LOG-BI-DELETE
               ADD 1 TO WS-PURGE-COUNT
               ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
               IF WS-ROWS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               END-IF
           END-IF.

      *    [MF] Marque de suppression pour l'extraction
      *    decisionnelle, dans la meme unite de travail que la purge.
       LOG-BI-DELETE.
           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               VALUES ( 'CUSTOMER', :WS-PURGE-UUID, 'PURGE', NULL,
                   LOCALTIMESTAMP(0), NULL )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'purgarch', 'BI-DELETE-LOG',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Depose la fiche de l'adherent purge puis une ligne
      *    par contrat dans l'archive froide.
       COLD-ARCHIVE-ONE-CUSTOMER.
       CLEAR-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD.
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
           STRING 'SIMULATION PURGARCH DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Une ligne par adherent qui aurait ete archive ou
      *    purge : nombre de contrats et cotisations en cours,
      *    cumulees pour la ligne de bilan.
       WRITE-IMPACT-LINE.
           EXEC SQL
               SELECT customer_lastname, customer_firstname,
                   (SELECT COUNT(*) FROM CONTRACT
                    WHERE contract_customer_uuid = customer_uuid),
                   (SELECT COALESCE(SUM(contract_premium_amount), 0)
                    FROM CONTRACT
                    WHERE contract_customer_uuid = customer_uuid)
               INTO :WS-IMPACT-LASTNAME, :WS-IMPACT-FIRSTNAME,
                   :WS-IMPACT-CONTRACTS, :WS-IMPACT-PREMIUM
               FROM customer
               WHERE customer_uuid = :WS-IMPACT-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'purgarch', 'IMPACT-READ',
                   SQLCODE
               END-CALL
           ELSE
               ADD WS-IMPACT-PREMIUM TO WS-IMPACT-AMOUNT
               MOVE WS-IMPACT-PREMIUM TO WS-IMPACT-PREMIUM-EDIT
               MOVE SPACES TO SIMULATION-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   WS-IMPACT-ACTION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-IMPACT-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPACT-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPACT-FIRSTNAME)
                       DELIMITED BY SIZE
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
                   WS-ARCHIVE-COUNT DELIMITED BY SIZE
                   ' A ARCHIVER, ' DELIMITED BY SIZE
                   WS-PURGE-COUNT DELIMITED BY SIZE
                   ' A PURGER, COTISATIONS ' DELIMITED BY SIZE
                   WS-IMPACT-AMOUNT-EDIT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           CLOSE SIMULATION-REPORT.
