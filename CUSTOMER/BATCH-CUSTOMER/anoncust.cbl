      *    est interrompu, le relancer reprend après le dernier
      *    adhérent committé plutôt que de tout retraiter depuis le
      *    début.
      *
      *    Quand le parametre SIMULATION-ANONCUST le demande
      *    (chksimul, ecran simuadm), le traitement tourne a blanc :
      *    meme selection, aucune fiche effacee, pas de point de
      *    reprise ; chaque adherent qui aurait ete anonymise est
      *    detaille dans le rapport d'impact SIMULATIONDAY. Chaque
      *    passage, reel ou simule, est trace par logimpact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anoncust.
           SELECT CHECKPOINT-FILE ASSIGN TO "ANONCUSTCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMULATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       01  CHECKPOINT-RECORD.
           05  CKPT-UUID       PIC X(36).

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
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-REPORT-TODAY             PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  WS-RESUME-UUID-SQL          PIC X(36).
       01  WS-ANON-UUID                PIC X(36).
       01  WS-IMPACT-LASTNAME          PIC X(50).
       01  WS-IMPACT-FIRSTNAME         PIC X(50).
       01  WS-IMPACT-CLOSE-DATE        PIC X(10).
       01  WS-IMPACT-CONTRACTS         PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

           CALL 'chksimul' USING 'anoncust  ', WS-SIMULATION-FLAG
           END-CALL.
           IF WS-SIMULATION-FLAG = 'Y'
               MOVE 'S' TO WS-IMPACT-MODE
               PERFORM OPEN-SIMULATION-REPORT
           END-IF.

           PERFORM READ-CHECKPOINT.
           PERFORM ANONYMIZE-EXPIRED-CUSTOMERS.

           MOVE WS-ANON-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logimpact' USING 'anoncust  ', WS-IMPACT-MODE,
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
           CALL 'logbatch' USING 'anoncust  ', WS-BATCH-ROW-COUNT
           END-CALL.


               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-SIMULATION-FLAG = 'Y'
                           PERFORM WRITE-IMPACT-LINE
                       ELSE
                           PERFORM ANONYMIZE-ONE-CUSTOMER
                       END-IF
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
       CLEAR-CHECKPOINT.
           MOVE SPACES TO CKPT-UUID.
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
           STRING 'SIMULATION ANONCUST DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Une ligne par adherent qui aurait ete anonymise, avec
      *    sa date d'archivage et le nombre de contrats rattaches.
       WRITE-IMPACT-LINE.
           EXEC SQL
               SELECT customer_lastname, customer_firstname,
                   CAST(customer_close_date AS TEXT),
                   (SELECT COUNT(*) FROM CONTRACT
                    WHERE contract_customer_uuid = customer_uuid)
               INTO :WS-IMPACT-LASTNAME, :WS-IMPACT-FIRSTNAME,
                   :WS-IMPACT-CLOSE-DATE, :WS-IMPACT-CONTRACTS
               FROM customer
               WHERE customer_uuid = :WS-ANON-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'anoncust', 'IMPACT-READ',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-ANON-COUNT
               MOVE SPACES TO SIMULATION-REPORT-RECORD
               STRING '  ANONYMISATION ' DELIMITED BY SIZE
                   WS-ANON-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPACT-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMPACT-FIRSTNAME)
                       DELIMITED BY SIZE
                   ' : ARCHIVE LE ' DELIMITED BY SIZE
                   WS-IMPACT-CLOSE-DATE DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   WS-IMPACT-CONTRACTS DELIMITED BY SIZE
                   ' CONTRAT(S)' DELIMITED BY SIZE
                   INTO SIMULATION-REPORT-RECORD
               END-STRING
               WRITE SIMULATION-REPORT-RECORD
           END-IF.

      *    [MF] Ligne de bilan du passage a blanc.
       CLOSE-SIMULATION-REPORT.
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-ANON-COUNT DELIMITED BY SIZE
                   ' ADHERENT(S) A ANONYMISER' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           CLOSE SIMULATION-REPORT.
