      *    (RECONCILEDAY), ainsi que la profondeur de la file de
      *    validation des adhesions (fiches 'P' en attente dans
      *    valicust), surveillee par le controle pendcust.
      *
      *    Pour les traitements destructifs qui savent tourner a blanc
      *    (chksimul), le cockpit montre la nature du dernier passage
      *    (SIMULATION ou REEL, journal BATCH_IMPACT) et le mode
      *    prevu pour le prochain, que le superviseur programme dans
      *    l'ecran simuadm.
      *
      *    Les etapes lancees hors calendrier par un superviseur
      *    (ecran lancadm, rang 0 du journal BATCH_RUN) figurent avec
      *    celles de la chaine, marquees A LA DEMANDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cockpit.
       01  WS-SQLERR-COUNT          PIC 9(05) VALUE 0.
       01  WS-RECON-ANOMALY-COUNT   PIC 9(05) VALUE 0.
       01  WS-BATCH-STEP-COUNT      PIC 9(02) VALUE 0.
       01  WS-IMPACT-RUN-COUNT      PIC 9(02) VALUE 0.
       01  WS-IMPACT-MODE-LABEL     PIC X(10).
       01  WS-IMPACT-NEXT-LABEL     PIC X(14).

      *    [MF] Fenetre glissante des cinq dernieres erreurs SQL.
       01  WS-SQLERR-WINDOW.
       01  SQL-ROW-COUNT            PIC 9(07).
       01  SQL-PENDING-COUNT        PIC 9(05).
       01  SQL-PENDING-OLDEST       PIC X(10).
       01  SQL-IMPACT-PROGRAM       PIC X(10).
       01  SQL-IMPACT-RUN-DATE      PIC X(10).
       01  SQL-IMPACT-MODE          PIC X(01).
       01  SQL-IMPACT-ROW-COUNT     PIC 9(07).
       01  SQL-IMPACT-NEXT-MODE     PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-BATCH-STEP-COUNT
                       IF SQL-STEP-SEQ = 0
                           DISPLAY '  ' SQL-STEP-SEQ ' ' SQL-STEP-NAME
                               ' STATUT ' SQL-STEP-STATUS ' - '
                               SQL-ROW-COUNT ' LIGNE(S) A LA DEMANDE'
                       ELSE
                           DISPLAY '  ' SQL-STEP-SEQ ' ' SQL-STEP-NAME
                               ' STATUT ' SQL-STEP-STATUS ' - '
                               SQL-ROW-COUNT ' LIGNE(S)'
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-FILE-EOF
                   WHEN OTHER
           END-IF.

           PERFORM SHOW-PENDING-QUEUE.
           PERFORM SHOW-IMPACT-RUNS.

           EXEC SQL DISCONNECT ALL END-EXEC.

               END-IF
           END-IF.

      *    [MF] Dernier passage de chaque traitement destructif :
      *    date, SIMULATION ou REEL, volume touche (ou qui l'aurait
      *    ete), et le mode prevu pour le prochain passage d'apres
      *    le parametre SIMULATION-<PROGRAMME>.
       SHOW-IMPACT-RUNS.
           MOVE 0 TO WS-IMPACT-RUN-COUNT
           DISPLAY 'TRAITEMENTS DESTRUCTIFS (DERNIER PASSAGE) :'.

           EXEC SQL
               DECLARE CRSIMPACT CURSOR FOR
               SELECT B.IMPACT_PROGRAM,
                   CAST(B.IMPACT_RUN_DATE AS TEXT),
                   B.IMPACT_MODE, B.IMPACT_ROW_COUNT,
                   COALESCE(TRIM(P.PARAM_VALUE), '0')
               FROM BATCH_IMPACT B
               LEFT JOIN PARAMETER P
                   ON P.PARAM_NAME = 'SIMULATION-'
                       || UPPER(TRIM(B.IMPACT_PROGRAM))
               WHERE B.IMPACT_RUN_TS =
                   ( SELECT MAX(X.IMPACT_RUN_TS) FROM BATCH_IMPACT X
                     WHERE X.IMPACT_PROGRAM = B.IMPACT_PROGRAM )
               ORDER BY B.IMPACT_PROGRAM
           END-EXEC.

           EXEC SQL OPEN CRSIMPACT END-EXEC.

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSIMPACT
                   INTO :SQL-IMPACT-PROGRAM, :SQL-IMPACT-RUN-DATE,
                        :SQL-IMPACT-MODE, :SQL-IMPACT-ROW-COUNT,
                        :SQL-IMPACT-NEXT-MODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM SHOW-ONE-IMPACT-RUN
                   WHEN 100
                       MOVE 'Y' TO WS-FILE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'cockpit',
                           'FETCH-IMPACT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FILE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSIMPACT END-EXEC.

           IF WS-IMPACT-RUN-COUNT = 0
               DISPLAY '  (AUCUN PASSAGE JOURNALISE)'
           END-IF.

      *    [MF] Une ligne par traitement ; un passage a blanc est
      *    signale pour que le superviseur relise SIMULATIONDAY
      *    avant de programmer le passage reel.
       SHOW-ONE-IMPACT-RUN.
           ADD 1 TO WS-IMPACT-RUN-COUNT
           IF SQL-IMPACT-MODE = 'S'
               MOVE 'SIMULATION' TO WS-IMPACT-MODE-LABEL
           ELSE
               MOVE 'REEL' TO WS-IMPACT-MODE-LABEL
           END-IF
           EVALUATE SQL-IMPACT-NEXT-MODE
               WHEN '1'
                   MOVE 'SIMULATION' TO WS-IMPACT-NEXT-LABEL
               WHEN '2'
                   MOVE 'REEL PROGRAMME' TO WS-IMPACT-NEXT-LABEL
               WHEN OTHER
                   MOVE 'REEL' TO WS-IMPACT-NEXT-LABEL
           END-EVALUATE
           DISPLAY '  ' SQL-IMPACT-PROGRAM ' ' SQL-IMPACT-RUN-DATE
               ' ' WS-IMPACT-MODE-LABEL ' - ' SQL-IMPACT-ROW-COUNT
               ' LIGNE(S) - PROCHAIN : ' WS-IMPACT-NEXT-LABEL.

      *    [MF] Profondeur de la file MAILQUEUE : les messages
      *    deposes et pas encore expedies par dispmail.
       SHOW-MAILQUEUE-DEPTH.
