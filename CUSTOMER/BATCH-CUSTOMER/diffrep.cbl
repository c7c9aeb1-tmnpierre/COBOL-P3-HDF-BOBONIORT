      ******************************************************************
      *    [MF] Le programme 'Diffusion des Rapports' envoie chaque
      *    nuit les rapports du jour a leurs abonnes (table
      *    REPORT_SUBSCRIPTION, ecran subadm) : archrep en garde les
      *    generations datees et repview les ouvre, mais encore
      *    fallait-il penser a les regarder.
      *
      *    Etape quotidienne ('D') du calendrier de nuit, rangee
      *    apres archrep : le rapport diffuse est la generation du
      *    jour (NOM.AAAAMMJJ) ; a defaut - fichiers d'interface que
      *    archrep ne date pas, comme GLEXPORT, ou rapports
      *    mensuels comme AGENCYMONTH - le fichier courant lui-meme.
      *    Un rapport absent ou vide n'est pas diffuse.
      *
      *    Pour chaque abonnement actif et du (D chaque jour, W le
      *    lundi, M le dernier jour du mois), une demande d'envoi
      *    part dans MAILQUEUE, a l'adresse externe de l'abonnement
      *    ou a l'adresse mail de l'operateur abonne (opadm) :
      *    - forme J : RAPPORT JOINT, le fichier est joint par
      *      dispmail ;
      *    - forme R : RAPPORT RESUME, la derniere ligne de bilan du
      *      rapport (BILAN, EQUILIBRE) ou a defaut son nombre de
      *      lignes.
      *    Le filtre de section s'applique aux rapports presentes
      *    par section (AGENCYMONTH, une page 'SECTION xxx' par
      *    CUSTOMER_AGENCY) : l'abonne recoit l'extrait
      *    NOM.SECTION, reecrit a chaque diffusion, avec les seules
      *    lignes de titre et la page de sa section. Pour les autres
      *    rapports le filtre est sans effet.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. diffrep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-REPORT ASSIGN TO WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SOURCE-FILE-STATUS.
           SELECT EXTRACT-REPORT ASSIGN TO WS-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-EXTRACT-FILE-STATUS.
           SELECT MAIL-FILE ASSIGN TO "MAILQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAIL-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-REPORT.
       01  SOURCE-REPORT-RECORD PIC X(200).

       FD  EXTRACT-REPORT.
       01  EXTRACT-REPORT-RECORD PIC X(200).

       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SOURCE-FILE-STATUS      PIC X(02).
       01  WS-EXTRACT-FILE-STATUS     PIC X(02).
       01  WS-MAIL-FILE-STATUS        PIC X(02).
       01  WS-SOURCE-EOF              PIC X(01).
       01  WS-SUB-EOF                 PIC X(01) VALUE 'N'.

      *    [MF] Noms de fichiers dynamiques : rapport diffuse et
      *    extrait d'une section.
       01  WS-SOURCE-NAME             PIC X(30).
       01  WS-EXTRACT-NAME            PIC X(30).
       01  WS-SOURCE-FOUND            PIC X(01).

      *    [MF] Rapports presentes par section, seuls filtrables.
       01  WS-SECTION-REPORT          PIC X(16) VALUE 'AGENCYMONTH'.
       01  WS-SECTION-HEADER          PIC X(30).
       01  WS-IN-SECTION              PIC X(01).

       01  WS-TODAY-YYYYMMDD          PIC 9(08).
       01  WS-TODAY-INT               PIC 9(08).
       01  WS-TODAY-DOW               PIC 9(01).
       01  WS-TOMORROW-YYYYMMDD       PIC 9(08).
       01  WS-MONTH-END-FLAG          PIC X(01).
       01  WS-SUB-DUE-FLAG            PIC X(01).

       01  WS-LINE-COUNT              PIC 9(07).
       01  WS-EDIT-COUNT              PIC Z(06)9.
       01  WS-SUMMARY-LINE            PIC X(200).

       01  WS-QUEUED-COUNT            PIC 9(07) VALUE 0.
       01  WS-EMPTY-COUNT             PIC 9(07) VALUE 0.
       01  WS-NOMAIL-COUNT            PIC 9(07) VALUE 0.
       01  WS-BATCH-ROW-COUNT         PIC 9(07).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-SUB-REPORT           PIC X(16).
       01  SQL-SUB-AGENCY           PIC X(10).
       01  SQL-SUB-FREQ             PIC X(01).
       01  SQL-SUB-MODE             PIC X(01).
       01  SQL-SUB-MAIL             PIC X(50).
       01  SQL-SUB-OPERATOR         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           MOVE FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
               TO WS-TODAY-YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
               TO WS-TODAY-INT.
      *    [MF] Meme calcul du jour de semaine que nuitcust
      *    (1 lundi .. 7 dimanche) ; le dernier jour du mois est
      *    celui dont le lendemain est un premier.
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD(WS-TODAY-INT - 1, 7) + 1.
           COMPUTE WS-TOMORROW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1).
           IF WS-TOMORROW-YYYYMMDD(7:2) = '01'
               MOVE 'Y' TO WS-MONTH-END-FLAG
           ELSE
               MOVE 'N' TO WS-MONTH-END-FLAG
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'diffrep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND MAIL-FILE.
           IF WS-MAIL-FILE-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF.

      *    [MF] L'adresse de l'abonne : l'adresse externe, sinon
      *    celle de l'operateur abonne encore actif.
           EXEC SQL
               DECLARE CRSDIFFREP CURSOR FOR
               SELECT SUB_REPORT, COALESCE(SUB_AGENCY, ' '),
                   SUB_FREQ, SUB_MODE,
                   COALESCE(NULLIF(TRIM(SUB_MAIL), ''),
                       ( SELECT operator_mail FROM OPERATOR
                         WHERE operator_login = SUB_OPERATOR
                         AND operator_active != 'A' ), ' '),
                   COALESCE(SUB_OPERATOR, ' ')
               FROM REPORT_SUBSCRIPTION
               WHERE SUB_ACTIVE = 'O'
               ORDER BY SUB_REPORT
           END-EXEC.

           EXEC SQL OPEN CRSDIFFREP END-EXEC.

           PERFORM UNTIL WS-SUB-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDIFFREP
                   INTO :SQL-SUB-REPORT, :SQL-SUB-AGENCY,
                        :SQL-SUB-FREQ, :SQL-SUB-MODE,
                        :SQL-SUB-MAIL, :SQL-SUB-OPERATOR
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM DISTRIBUTE-ONE-SUBSCRIPTION
                       THRU DISTRIBUTE-ONE-SUBSCRIPTION-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-SUB-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'diffrep',
                           'FETCH-SUBSCRIPTION', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-SUB-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSDIFFREP END-EXEC.

           CLOSE MAIL-FILE.

           MOVE WS-QUEUED-COUNT TO WS-BATCH-ROW-COUNT.
           CALL 'logbatch' USING 'diffrep', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-QUEUED-COUNT ' RAPPORT(S) DIFFUSE(S), '
               WS-EMPTY-COUNT ' NON PRODUIT(S), '
               WS-NOMAIL-COUNT ' ABONNE(S) SANS ADRESSE'.
           GOBACK.

      *    [MF] Un abonnement : frequence, adresse, rapport du jour,
      *    extrait de section, puis demande d'envoi.
       DISTRIBUTE-ONE-SUBSCRIPTION.
           MOVE 'N' TO WS-SUB-DUE-FLAG
           EVALUATE SQL-SUB-FREQ
               WHEN 'D'
                   MOVE 'Y' TO WS-SUB-DUE-FLAG
               WHEN 'W'
                   IF WS-TODAY-DOW = 1
                       MOVE 'Y' TO WS-SUB-DUE-FLAG
                   END-IF
               WHEN 'M'
                   MOVE WS-MONTH-END-FLAG TO WS-SUB-DUE-FLAG
           END-EVALUATE
           IF WS-SUB-DUE-FLAG NOT = 'Y'
               GO TO DISTRIBUTE-ONE-SUBSCRIPTION-FIN
           END-IF

           IF SQL-SUB-MAIL = SPACES
               ADD 1 TO WS-NOMAIL-COUNT
               DISPLAY 'ABONNE SANS ADRESSE MAIL : '
                   FUNCTION TRIM(SQL-SUB-OPERATOR) ' - '
                   FUNCTION TRIM(SQL-SUB-REPORT)
               GO TO DISTRIBUTE-ONE-SUBSCRIPTION-FIN
           END-IF

           PERFORM LOCATE-REPORT-SOURCE
           IF WS-SOURCE-FOUND NOT = 'Y'
               ADD 1 TO WS-EMPTY-COUNT
               GO TO DISTRIBUTE-ONE-SUBSCRIPTION-FIN
           END-IF

           IF SQL-SUB-AGENCY NOT = SPACES
               AND SQL-SUB-REPORT = WS-SECTION-REPORT
               PERFORM BUILD-SECTION-EXTRACT
               MOVE WS-EXTRACT-NAME TO WS-SOURCE-NAME
           END-IF

           PERFORM SCAN-REPORT-SUMMARY
           IF WS-LINE-COUNT = 0
               ADD 1 TO WS-EMPTY-COUNT
               GO TO DISTRIBUTE-ONE-SUBSCRIPTION-FIN
           END-IF

           PERFORM QUEUE-REPORT-MAIL.

       DISTRIBUTE-ONE-SUBSCRIPTION-FIN.
           EXIT.

      *    [MF] La generation datee du jour, sinon le fichier
      *    courant du rapport.
       LOCATE-REPORT-SOURCE.
           MOVE 'N' TO WS-SOURCE-FOUND
           MOVE SPACES TO WS-SOURCE-NAME
           STRING FUNCTION TRIM(SQL-SUB-REPORT) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   WS-TODAY-YYYYMMDD DELIMITED BY SIZE
               INTO WS-SOURCE-NAME
           END-STRING

           OPEN INPUT SOURCE-REPORT
           IF WS-SOURCE-FILE-STATUS NOT = '00'
               MOVE SQL-SUB-REPORT TO WS-SOURCE-NAME
               OPEN INPUT SOURCE-REPORT
           END-IF

           IF WS-SOURCE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SOURCE-FOUND
               CLOSE SOURCE-REPORT
           END-IF.

      *    [MF] Extrait d'une section : lignes de titre et page
      *    'SECTION xxx' de l'abonne, jusqu'a la page suivante.
       BUILD-SECTION-EXTRACT.
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING FUNCTION TRIM(SQL-SUB-REPORT) DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-SUB-AGENCY) DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           END-STRING
           MOVE SPACES TO WS-SECTION-HEADER
           STRING 'SECTION ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-SUB-AGENCY) DELIMITED BY SIZE
               INTO WS-SECTION-HEADER
           END-STRING

           OPEN INPUT SOURCE-REPORT
           OPEN OUTPUT EXTRACT-REPORT
           MOVE 'N' TO WS-SOURCE-EOF
           MOVE 'N' TO WS-IN-SECTION
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ SOURCE-REPORT
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       PERFORM FILTER-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-REPORT
           CLOSE SOURCE-REPORT.

      *    [MF] Une ligne en retrait appartient a la page en cours ;
      *    une ligne 'SECTION' ouvre une page ; toute autre ligne
      *    est un titre, gardee.
       FILTER-ONE-LINE.
           EVALUATE TRUE
               WHEN SOURCE-REPORT-RECORD(1:2) = SPACES
                   IF WS-IN-SECTION = 'Y'
                       MOVE SOURCE-REPORT-RECORD
                           TO EXTRACT-REPORT-RECORD
                       WRITE EXTRACT-REPORT-RECORD
                   END-IF
               WHEN SOURCE-REPORT-RECORD(1:8) = 'SECTION '
                   IF SOURCE-REPORT-RECORD(1:30) = WS-SECTION-HEADER
                       MOVE 'Y' TO WS-IN-SECTION
                       MOVE SOURCE-REPORT-RECORD
                           TO EXTRACT-REPORT-RECORD
                       WRITE EXTRACT-REPORT-RECORD
                   ELSE
                       MOVE 'N' TO WS-IN-SECTION
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-IN-SECTION
                   MOVE SOURCE-REPORT-RECORD TO EXTRACT-REPORT-RECORD
                   WRITE EXTRACT-REPORT-RECORD
           END-EVALUATE.

      *    [MF] Compte les lignes du rapport a diffuser et retient
      *    sa derniere ligne de bilan.
       SCAN-REPORT-SUMMARY.
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           OPEN INPUT SOURCE-REPORT
           IF WS-SOURCE-FILE-STATUS = '00'
               MOVE 'N' TO WS-SOURCE-EOF
               PERFORM UNTIL WS-SOURCE-EOF = 'Y'
                   READ SOURCE-REPORT
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           IF SOURCE-REPORT-RECORD(1:5) = 'BILAN'
                               OR SOURCE-REPORT-RECORD(1:9)
                                   = 'EQUILIBRE'
                               MOVE SOURCE-REPORT-RECORD
                                   TO WS-SUMMARY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-REPORT
           END-IF.

      *    [MF] Demande d'envoi (adresse|type|detail) : le fichier a
      *    joindre, ou le rapport et sa ligne de bilan.
       QUEUE-REPORT-MAIL.
           IF WS-SUMMARY-LINE = SPACES
               MOVE WS-LINE-COUNT TO WS-EDIT-COUNT
               STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                       ' LIGNE(S)' DELIMITED BY SIZE
                   INTO WS-SUMMARY-LINE
               END-STRING
           END-IF

           MOVE SPACES TO MAIL-RECORD
           IF SQL-SUB-MODE = 'R'
               STRING FUNCTION TRIM(SQL-SUB-MAIL) DELIMITED BY SIZE
                       '|RAPPORT RESUME|' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-SUB-REPORT) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SUMMARY-LINE)
                           DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SQL-SUB-MAIL) DELIMITED BY SIZE
                       '|RAPPORT JOINT|' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SOURCE-NAME) DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
           END-IF
           WRITE MAIL-RECORD
           ADD 1 TO WS-QUEUED-COUNT.
