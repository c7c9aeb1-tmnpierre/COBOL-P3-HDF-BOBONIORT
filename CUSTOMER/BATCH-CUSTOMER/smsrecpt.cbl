      ******************************************************************
      *    [MF] Le programme 'Accuses SMS' charge les accuses de
      *    livraison deposes par la passerelle SMS (fichier
      *    SMSRECEIPT, une ligne par SMS remis par dispmail :
      *    date|numero|type|statut, le statut valant DELIVRE ou
      *    ECHEC) et en reporte le sort sur le registre des courriers
      *    envoyes : le SMS envoye ('E') de ce numero et de ce type
      *    passe a 'L' (livre) ou 'N' (non livre), ce que l'ecran
      *    courcust montre a l'adherent qui dit n'avoir rien recu.
      *
      *    Chaque accuse est journalise a la suite des envois dans
      *    MAILSENTLOG (SMS LIVRE, SMS NON LIVRE) ; un accuse qui ne
      *    correspond a aucun SMS en attente d'accuse, ou dont le
      *    statut est inconnu, est compte a part. Le rapport
      *    journalier SMSRECEIPTDAY donne les comptes du passage, et
      *    le fichier d'accuses est vide une fois charge pour ne pas
      *    etre relu au passage suivant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. smsrecpt.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "SMSRECEIPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RECEIPT-FILE-STATUS.
           SELECT SENT-LOG ASSIGN TO "MAILSENTLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SENTLOG-FILE-STATUS.
           SELECT RECEIPT-REPORT ASSIGN TO "SMSRECEIPTDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD PIC X(132).

       FD  SENT-LOG.
       01  SENT-LOG-RECORD PIC X(132).

       FD  RECEIPT-REPORT.
       01  RECEIPT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-RECEIPT-FILE-STATUS     PIC X(02).
       01  WS-SENTLOG-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-RECEIPT-EOF             PIC X(01) VALUE 'N'.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Zones de l'accuse decoupe.
       01  WS-RCPT-DATE               PIC X(10).
       01  WS-RCPT-NUMBER             PIC X(20).
       01  WS-RCPT-TYPE               PIC X(40).
       01  WS-RCPT-STATUS             PIC X(12).
       01  WS-RCPT-LOG-LABEL          PIC X(16).

       01  WS-READ-COUNT              PIC 9(07) VALUE 0.
       01  WS-DELIVERED-COUNT         PIC 9(07) VALUE 0.
       01  WS-FAILED-COUNT            PIC 9(07) VALUE 0.
       01  WS-UNMATCHED-COUNT         PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-COUNT           PIC 9(07) VALUE 0.

      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-RCPT-NUMBER          PIC X(20).
       01  SQL-RCPT-TYPE            PIC X(40).
       01  SQL-CORR-STATUS          PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           OPEN INPUT RECEIPT-FILE.
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
               DISPLAY 'AUCUN ACCUSE SMS A CHARGER'
               GOBACK
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'smsrecpt', 'CONNECT', SQLCODE
               END-CALL
               CLOSE RECEIPT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND SENT-LOG.
           IF WS-SENTLOG-FILE-STATUS = '35'
               OPEN OUTPUT SENT-LOG
           END-IF.

           PERFORM UNTIL WS-RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO WS-RECEIPT-EOF
                   NOT AT END
                       IF RECEIPT-RECORD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-FILE.
           CLOSE SENT-LOG.

      *    [MF] Accuses charges : le fichier est vide pour que le
      *    passage suivant ne les relise pas.
           OPEN OUTPUT RECEIPT-FILE.
           CLOSE RECEIPT-FILE.

           MOVE WS-READ-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'smsrecpt  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM WRITE-RECEIPT-REPORT.

           DISPLAY WS-READ-COUNT ' ACCUSE(S) LU(S), '
               WS-DELIVERED-COUNT ' LIVRE(S), '
               WS-FAILED-COUNT ' NON LIVRE(S)'.
           GOBACK.

      *    [MF] Decoupe l'accuse (date|numero|type|statut), traduit
      *    le statut de la passerelle et le reporte sur le registre.
       LOAD-ONE-RECEIPT.
           MOVE SPACES TO WS-RCPT-DATE WS-RCPT-NUMBER WS-RCPT-TYPE
               WS-RCPT-STATUS
           UNSTRING RECEIPT-RECORD DELIMITED BY '|'
               INTO WS-RCPT-DATE, WS-RCPT-NUMBER, WS-RCPT-TYPE,
                   WS-RCPT-STATUS
           END-UNSTRING

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RCPT-STATUS))
               WHEN 'DELIVRE'
                   MOVE 'L' TO SQL-CORR-STATUS
                   MOVE '|SMS LIVRE|' TO WS-RCPT-LOG-LABEL
               WHEN 'ECHEC'
                   MOVE 'N' TO SQL-CORR-STATUS
                   MOVE '|SMS NON LIVRE|' TO WS-RCPT-LOG-LABEL
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY 'ACCUSE SMS DE STATUT INCONNU : '
                       RECEIPT-RECORD
                   MOVE SPACES TO SQL-CORR-STATUS
           END-EVALUATE

           IF SQL-CORR-STATUS NOT = SPACES
               PERFORM UPDATE-CORRESPONDENCE
           END-IF.

      *    [MF] Le SMS envoye de ce numero et de ce type passe au
      *    statut de l'accuse ; le numero du registre est celui de la
      *    fiche, compare sans ses separateurs comme dispmail l'a
      *    remis a la passerelle.
       UPDATE-CORRESPONDENCE.
           MOVE WS-RCPT-NUMBER TO SQL-RCPT-NUMBER
           MOVE WS-RCPT-TYPE   TO SQL-RCPT-TYPE
           EXEC SQL
               UPDATE CORRESPONDENCE
               SET CORRESP_STATUS = :SQL-CORR-STATUS,
                   CORRESP_STATUS_DATE = CURRENT_DATE
               WHERE CORRESP_CHANNEL = 'S'
               AND CORRESP_STATUS = 'E'
               AND REPLACE(REPLACE(REPLACE(TRIM(CORRESP_ADDRESS),
                       ' ', ''), '.', ''), '-', '')
                   = TRIM(:SQL-RCPT-NUMBER)
               AND UPPER(TRIM(CORRESP_TYPE)) =
                   UPPER(TRIM(:SQL-RCPT-TYPE))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   IF SQL-CORR-STATUS = 'L'
                       ADD 1 TO WS-DELIVERED-COUNT
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   PERFORM WRITE-SENT-LOG-RECEIPT
               WHEN 100
                   ADD 1 TO WS-UNMATCHED-COUNT
               WHEN OTHER
                   CALL 'logsqlerr' USING 'smsrecpt', 'UPDATE-CORRESP',
                       SQLCODE
                   END-CALL
           END-EVALUATE.

      *    [MF] Journal ligne a ligne, a la suite des envois de
      *    dispmail : date de l'accuse, sort, numero et type.
       WRITE-SENT-LOG-RECEIPT.
           MOVE SPACES TO SENT-LOG-RECORD
           STRING FUNCTION TRIM(WS-RCPT-DATE) DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCPT-LOG-LABEL) DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCPT-NUMBER) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-RCPT-TYPE) DELIMITED BY SIZE
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.

      *    [MF] Rapport journalier des accuses, meme format que les
      *    autres rapports journaliers du traitement.
       WRITE-RECEIPT-REPORT.
           OPEN EXTEND RECEIPT-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT RECEIPT-REPORT
           END-IF.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING 'ACCUSES DE LIVRAISON SMS DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING '  LIVRES                : ' DELIMITED BY SIZE
                   WS-DELIVERED-COUNT DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING '  NON LIVRES            : ' DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING '  SANS SMS EN ATTENTE   : ' DELIMITED BY SIZE
                   WS-UNMATCHED-COUNT DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING '  STATUT INCONNU        : ' DELIMITED BY SIZE
                   WS-UNKNOWN-COUNT DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           MOVE SPACES TO RECEIPT-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   ' ACCUSE(S) TRAITE(S)' DELIMITED BY SIZE
               INTO RECEIPT-REPORT-RECORD
           END-STRING
           WRITE RECEIPT-REPORT-RECORD.

           CLOSE RECEIPT-REPORT.
