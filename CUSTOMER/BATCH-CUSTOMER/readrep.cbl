      ******************************************************************
      *    [MF] Le programme 'Rapport des Consultations' est le
      *    traitement de fin de mois qui rend compte au delegue a la
      *    protection des donnees du journal des consultations de
      *    fiches (CUSTOMER_READ_LOG, alimente par logread) sur le
      *    mois civil ecoule :
      *    - par operateur : consultations, fiches distinctes
      *      consultees et consultations hors de sa section, avec le
      *      signalement VOLUME quand le nombre de fiches distinctes
      *      depasse LECTURE-FACTEUR-VOLUME fois (table PARAMETER,
      *      3 a defaut) la moyenne des operateurs, et HORS SECTION
      *      des qu'une fiche d'une autre section a ete ouverte ;
      *    - le detail des consultations hors section : date,
      *      operateur, fiche, section de la fiche et ecran.
      *    Un SUPERVISOR ou un ADMIN voit toutes les sections : son
      *    filtre de section est a blanc dans le journal et ses
      *    consultations ne sont jamais hors section.
      *    Le tout dans le rapport LECTUREMONTH ; le nombre
      *    d'operateurs signales est depose dans le journal de la
      *    chaine de nuit (logbatch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. readrep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-REPORT ASSIGN TO "LECTUREMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  READ-REPORT.
       01  READ-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-OPERATOR-EOF            PIC X(01) VALUE 'N'.
       01  WS-OUTSIDE-EOF             PIC X(01) VALUE 'N'.
       01  WS-OPERATOR-COUNT          PIC 9(05) VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(05) VALUE 0.
       01  WS-OUTSIDE-COUNT           PIC 9(07) VALUE 0.
       01  WS-OPERATOR-FLAGGED        PIC X(01).
       01  WS-FLAG-LABEL              PIC X(30).
       01  WS-VOLUME-LIMIT            PIC 9(07)V99.
       01  WS-PARAM-DEFAULT           PIC 9(07)V99.
       01  WS-EDIT-COUNT              PIC Z(06)9.
       01  WS-EDIT-FICHES             PIC Z(06)9.
       01  WS-EDIT-OUTSIDE            PIC Z(06)9.
       01  WS-EDIT-AVERAGE            PIC Z(06)9.99.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch) : operateurs signales.
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

      *    [MF] Fenetre du mois civil precedent, meme calcul que
      *    parrrep.
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
       01  WS-PREV-YEAR               PIC 9(04).
       01  WS-PREV-MONTH              PIC 9(02).
       01  WS-MONTH-FIRST-INT         PIC 9(08).
       01  WS-MONTH-LAST-YYYYMMDD     PIC 9(08).
       01  WS-MONTH-LAST-RAW.
           05  WS-LAST-YEAR           PIC X(04).
           05  WS-LAST-MONTH          PIC X(02).
           05  WS-LAST-DAY            PIC X(02).
       01  WS-MONTH-START             PIC X(10).
       01  WS-MONTH-END               PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-AVG-FICHES           PIC 9(07)V99.
       01  SQL-OPERATOR             PIC X(10).
       01  SQL-READ-AGENCY          PIC X(10).
       01  SQL-READ-COUNT           PIC 9(07).
       01  SQL-FICHE-COUNT          PIC 9(07).
       01  SQL-OUTSIDE-COUNT        PIC 9(07).
       01  SQL-READ-DATE            PIC X(10).
       01  SQL-READ-SCREEN          PIC X(10).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-CUS-AGENCY           PIC X(10).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-MONTH-END            PIC X(10).
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
               CALL 'logsqlerr' USING 'readrep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-MONTH-WINDOW.
           PERFORM COMPUTE-VOLUME-LIMIT.

           OPEN EXTEND READ-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT READ-REPORT
           END-IF.

           MOVE SPACES TO READ-REPORT-RECORD
           STRING 'CONSULTATIONS DE FICHES - ' DELIMITED BY SIZE
                   WS-MONTH-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
               INTO READ-REPORT-RECORD
           END-STRING
           WRITE READ-REPORT-RECORD.

           MOVE SQL-AVG-FICHES TO WS-EDIT-AVERAGE
           MOVE SPACES TO READ-REPORT-RECORD
           STRING 'MOYENNE DES FICHES CONSULTEES PAR OPERATEUR : '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AVERAGE) DELIMITED BY SIZE
               INTO READ-REPORT-RECORD
           END-STRING
           WRITE READ-REPORT-RECORD.

           MOVE 'PAR OPERATEUR' TO READ-REPORT-RECORD
           WRITE READ-REPORT-RECORD.
           PERFORM LIST-READS-BY-OPERATOR.

           MOVE 'CONSULTATIONS HORS SECTION' TO READ-REPORT-RECORD
           WRITE READ-REPORT-RECORD.
           PERFORM LIST-OUTSIDE-READS.

           MOVE SPACES TO READ-REPORT-RECORD
           STRING 'TOTAL - OPERATEURS : ' DELIMITED BY SIZE
                   WS-OPERATOR-COUNT DELIMITED BY SIZE
                   ' - SIGNALES : ' DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   ' - CONSULTATIONS HORS SECTION : ' DELIMITED BY SIZE
                   WS-OUTSIDE-COUNT DELIMITED BY SIZE
               INTO READ-REPORT-RECORD
           END-STRING
           WRITE READ-REPORT-RECORD.

           CLOSE READ-REPORT.

           MOVE WS-FLAGGED-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'readrep   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-FLAGGED-COUNT ' OPERATEUR(S) SIGNALE(S)'.
           GOBACK.

      *    [MF] Fenetre du mois civil precedent : le premier du mois
      *    precedent, et la veille du premier du mois courant.
       COMPUTE-MONTH-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-PREV-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PREV-MONTH
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PREV-YEAR
               COMPUTE WS-PREV-MONTH = WS-TODAY-MONTH - 1
           END-IF

           MOVE SPACES TO WS-MONTH-START
           STRING WS-PREV-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-PREV-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO WS-MONTH-START
           END-STRING

           COMPUTE WS-MONTH-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(
                   WS-TODAY-YEAR * 10000 + WS-TODAY-MONTH * 100 + 1 )
               - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-FIRST-INT)
               TO WS-MONTH-LAST-YYYYMMDD
           MOVE WS-MONTH-LAST-YYYYMMDD TO WS-MONTH-LAST-RAW
           MOVE SPACES TO WS-MONTH-END
           STRING WS-LAST-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-LAST-DAY DELIMITED BY SIZE
               INTO WS-MONTH-END
           END-STRING

           MOVE WS-MONTH-START TO SQL-MONTH-START
           MOVE WS-MONTH-END   TO SQL-MONTH-END.

      *    [MF] Seuil de volume : la moyenne des fiches distinctes
      *    consultees par operateur sur le mois, multipliee par le
      *    facteur LECTURE-FACTEUR-VOLUME. Les lignes 'BATCH' (hors
      *    session operateur) n'entrent pas dans la moyenne.
       COMPUTE-VOLUME-LIMIT.
           MOVE 'LECTURE-FACTEUR-VOLUME' TO SQL-PARAM-NAME
           MOVE 3 TO SQL-PARAM-VALUE
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

           MOVE ZERO TO SQL-AVG-FICHES
           EXEC SQL
               SELECT COALESCE(AVG(NB_FICHES), 0)
               INTO :SQL-AVG-FICHES
               FROM ( SELECT COUNT(DISTINCT read_customer_uuid)
                          AS NB_FICHES
                      FROM CUSTOMER_READ_LOG
                      WHERE read_date >= :SQL-MONTH-START
                      AND read_date <= :SQL-MONTH-END
                      AND read_operator != 'BATCH'
                      GROUP BY read_operator ) AS PAR_OPERATEUR
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'readrep', 'AVERAGE-READS',
                   SQLCODE
               END-CALL
               MOVE ZERO TO SQL-AVG-FICHES
           END-IF.

           COMPUTE WS-VOLUME-LIMIT = SQL-AVG-FICHES * SQL-PARAM-VALUE.

      *    [MF] Une ligne par operateur ayant consulte au moins une
      *    fiche dans le mois, avec ses signalements.
       LIST-READS-BY-OPERATOR.
           EXEC SQL
               DECLARE CRSREADOPER CURSOR FOR
               SELECT R.read_operator,
                 COALESCE(MAX(R.read_agency), ' '),
                 COUNT(*),
                 COUNT(DISTINCT R.read_customer_uuid),
                 SUM(CASE WHEN TRIM(COALESCE(R.read_agency, '')) != ''
                     AND COALESCE(C.customer_agency, R.read_agency)
                         != R.read_agency
                     THEN 1 ELSE 0 END)
               FROM CUSTOMER_READ_LOG R
               LEFT JOIN customer C
                   ON C.customer_uuid = R.read_customer_uuid
               WHERE R.read_date >= :SQL-MONTH-START
               AND R.read_date <= :SQL-MONTH-END
               AND R.read_operator != 'BATCH'
               GROUP BY R.read_operator
               ORDER BY R.read_operator
           END-EXEC.

           EXEC SQL OPEN CRSREADOPER END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'readrep', 'OPEN-CRSREADOPER',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-OPERATOR-EOF
           END-IF.

           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               EXEC SQL
                   FETCH CRSREADOPER
                   INTO :SQL-OPERATOR, :SQL-READ-AGENCY,
                        :SQL-READ-COUNT, :SQL-FICHE-COUNT,
                        :SQL-OUTSIDE-COUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-OPERATOR-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'readrep',
                           'FETCH-CRSREADOPER', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-OPERATOR-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSREADOPER END-EXEC.

      *    [MF] La ligne d'un operateur : compteurs et signalements.
       WRITE-OPERATOR-LINE.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE 'N' TO WS-OPERATOR-FLAGGED
           MOVE SPACES TO WS-FLAG-LABEL
           IF SQL-FICHE-COUNT > WS-VOLUME-LIMIT
               MOVE 'Y' TO WS-OPERATOR-FLAGGED
               MOVE 'VOLUME' TO WS-FLAG-LABEL
           END-IF
           IF SQL-OUTSIDE-COUNT > 0
               MOVE 'Y' TO WS-OPERATOR-FLAGGED
               IF WS-FLAG-LABEL = SPACES
                   MOVE 'HORS SECTION' TO WS-FLAG-LABEL
               ELSE
                   MOVE 'VOLUME, HORS SECTION' TO WS-FLAG-LABEL
               END-IF
           END-IF
           IF WS-OPERATOR-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           MOVE SQL-READ-COUNT    TO WS-EDIT-COUNT
           MOVE SQL-FICHE-COUNT   TO WS-EDIT-FICHES
           MOVE SQL-OUTSIDE-COUNT TO WS-EDIT-OUTSIDE
           MOVE SPACES TO READ-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   SQL-OPERATOR DELIMITED BY SIZE
                   ' SECTION ' DELIMITED BY SIZE
                   SQL-READ-AGENCY DELIMITED BY SIZE
                   ' - CONSULTATIONS : ' DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   ' - FICHES : ' DELIMITED BY SIZE
                   WS-EDIT-FICHES DELIMITED BY SIZE
                   ' - HORS SECTION : ' DELIMITED BY SIZE
                   WS-EDIT-OUTSIDE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-FLAG-LABEL DELIMITED BY SIZE
               INTO READ-REPORT-RECORD
           END-STRING
           WRITE READ-REPORT-RECORD.

      *    [MF] Le detail des consultations d'une fiche d'une autre
      *    section que celle de l'operateur.
       LIST-OUTSIDE-READS.
           EXEC SQL
               DECLARE CRSREADOUT CURSOR FOR
               SELECT CAST(R.read_date AS TEXT), R.read_operator,
                 R.read_agency, R.read_screen,
                 C.customer_lastname, C.customer_firstname,
                 COALESCE(C.customer_agency, ' ')
               FROM CUSTOMER_READ_LOG R
               JOIN customer C
                   ON C.customer_uuid = R.read_customer_uuid
               WHERE R.read_date >= :SQL-MONTH-START
               AND R.read_date <= :SQL-MONTH-END
               AND R.read_operator != 'BATCH'
               AND TRIM(COALESCE(R.read_agency, '')) != ''
               AND COALESCE(C.customer_agency, R.read_agency)
                   != R.read_agency
               ORDER BY R.read_operator, R.read_date, R.read_time
           END-EXEC.

           EXEC SQL OPEN CRSREADOUT END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'readrep', 'OPEN-CRSREADOUT',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-OUTSIDE-EOF
           END-IF.

           PERFORM UNTIL WS-OUTSIDE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSREADOUT
                   INTO :SQL-READ-DATE, :SQL-OPERATOR,
                        :SQL-READ-AGENCY, :SQL-READ-SCREEN,
                        :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-CUS-AGENCY
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-OUTSIDE-COUNT
                       MOVE SPACES TO READ-REPORT-RECORD
                       STRING '  ' DELIMITED BY SIZE
                               SQL-READ-DATE DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               SQL-OPERATOR DELIMITED BY SIZE
                               ' (' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-READ-AGENCY)
                                   DELIMITED BY SIZE
                               ') ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-LASTNAME)
                                   DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-FIRSTNAME)
                                   DELIMITED BY SIZE
                               ' - SECTION ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-CUS-AGENCY)
                                   DELIMITED BY SIZE
                               ' - ECRAN ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-READ-SCREEN)
                                   DELIMITED BY SIZE
                           INTO READ-REPORT-RECORD
                       END-STRING
                       WRITE READ-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-OUTSIDE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'readrep',
                           'FETCH-CRSREADOUT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-OUTSIDE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSREADOUT END-EXEC.
