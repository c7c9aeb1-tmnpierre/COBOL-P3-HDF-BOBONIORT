      ******************************************************************
      *    [MF] Le programme 'Rapport Parrainage' est le traitement de
      *    fin de mois qui rend compte au service marketing du
      *    programme de parrainage (table REFERRAL, alimentee par
      *    ccback a la creation et creditee par parrcust) sur le
      *    mois civil ecoule :
      *    - par parrain : filleuls inscrits dans le mois, parrainages
      *      credites dans le mois et montant credite ;
      *    - par section locale du parrain (CUSTOMER_AGENCY) : les
      *      memes compteurs, puis le total general.
      *    Le tout dans le rapport PARRAINMONTH ; le nombre de
      *    parrains rapportes est depose dans le journal de la chaine
      *    de nuit (logbatch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parrrep.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-REPORT ASSIGN TO "PARRAINMONTH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-REPORT.
       01  REFERRAL-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-SPONSOR-EOF             PIC X(01) VALUE 'N'.
       01  WS-AGENCY-EOF              PIC X(01) VALUE 'N'.
       01  WS-SPONSOR-COUNT           PIC 9(07) VALUE 0.
       01  WS-TOTAL-NEW               PIC 9(07) VALUE 0.
       01  WS-TOTAL-CREDITED          PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-AMOUNT-EDIT             PIC Z(8)9.99.
       01  WS-AGENCY-LABEL            PIC X(15).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

      *    [MF] Fenetre du mois civil precedent, meme calcul que
      *    agenrep.
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
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-AGENCY               PIC X(10).
       01  SQL-NEW-COUNT            PIC 9(07).
       01  SQL-CREDITED-COUNT       PIC 9(07).
       01  SQL-CREDITED-AMOUNT      PIC 9(09)V99.
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
               CALL 'logsqlerr' USING 'parrrep', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-MONTH-WINDOW.

           OPEN EXTEND REFERRAL-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT REFERRAL-REPORT
           END-IF.

           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING 'PARRAINAGE - ' DELIMITED BY SIZE
                   WS-MONTH-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-MONTH-END DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           END-STRING
           WRITE REFERRAL-REPORT-RECORD.

           MOVE 'PAR PARRAIN' TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.
           PERFORM LIST-REFERRALS-BY-SPONSOR.

           MOVE 'PAR SECTION DU PARRAIN' TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.
           PERFORM LIST-REFERRALS-BY-AGENCY.

           MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING 'TOTAL - FILLEULS : ' DELIMITED BY SIZE
                   WS-TOTAL-NEW DELIMITED BY SIZE
                   ' - CREDITES : ' DELIMITED BY SIZE
                   WS-TOTAL-CREDITED DELIMITED BY SIZE
                   ' - MONTANT : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           END-STRING
           WRITE REFERRAL-REPORT-RECORD.

           CLOSE REFERRAL-REPORT.

           MOVE WS-SPONSOR-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'parrrep   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-SPONSOR-COUNT ' PARRAIN(S) RAPPORTE(S)'.
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

      *    [MF] Une ligne par parrain ayant un filleul inscrit ou un
      *    credit dans le mois.
       LIST-REFERRALS-BY-SPONSOR.
           EXEC SQL
               DECLARE CRSPARRSPON CURSOR FOR
               SELECT customer_lastname, customer_firstname,
                 COALESCE(customer_agency, ' '),
                 SUM(CASE WHEN referral_create_date
                     >= :SQL-MONTH-START
                     AND referral_create_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN referral_credit_date
                     >= :SQL-MONTH-START
                     AND referral_credit_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN referral_credit_date
                     >= :SQL-MONTH-START
                     AND referral_credit_date <= :SQL-MONTH-END
                     THEN referral_credit_amount ELSE 0 END)
               FROM REFERRAL, customer
               WHERE referral_sponsor_uuid = customer_uuid
               AND ( ( referral_create_date >= :SQL-MONTH-START
                       AND referral_create_date <= :SQL-MONTH-END )
                  OR ( referral_credit_date >= :SQL-MONTH-START
                       AND referral_credit_date <= :SQL-MONTH-END ) )
               GROUP BY customer_uuid, customer_lastname,
                   customer_firstname, customer_agency
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           EXEC SQL
               OPEN CRSPARRSPON
           END-EXEC.

           PERFORM UNTIL WS-SPONSOR-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPARRSPON
                   INTO :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-AGENCY,
                       :SQL-NEW-COUNT, :SQL-CREDITED-COUNT,
                       :SQL-CREDITED-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-SPONSOR-COUNT
                       PERFORM WRITE-SPONSOR-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-SPONSOR-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'parrrep',
                           'FETCH-PARRSPON', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-SPONSOR-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPARRSPON
           END-EXEC.

           IF WS-SPONSOR-COUNT = 0
               MOVE '  AUCUN PARRAINAGE SUR LE MOIS'
                   TO REFERRAL-REPORT-RECORD
               WRITE REFERRAL-REPORT-RECORD
           END-IF.

      *    [MF] Un parrain : nom, section, filleuls du mois, credits
      *    du mois et montant credite.
       WRITE-SPONSOR-LINE.
           MOVE SQL-CREDITED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-AGENCY) DELIMITED BY SIZE
                   ') FILLEULS : ' DELIMITED BY SIZE
                   SQL-NEW-COUNT DELIMITED BY SIZE
                   ' - CREDITES : ' DELIMITED BY SIZE
                   SQL-CREDITED-COUNT DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           END-STRING
           WRITE REFERRAL-REPORT-RECORD.

      *    [MF] Les memes compteurs par section locale du parrain ;
      *    les totaux generaux sont cumules ici.
       LIST-REFERRALS-BY-AGENCY.
           EXEC SQL
               DECLARE CRSPARRAGEN CURSOR FOR
               SELECT COALESCE(customer_agency, ' '),
                 SUM(CASE WHEN referral_create_date
                     >= :SQL-MONTH-START
                     AND referral_create_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN referral_credit_date
                     >= :SQL-MONTH-START
                     AND referral_credit_date <= :SQL-MONTH-END
                     THEN 1 ELSE 0 END),
                 SUM(CASE WHEN referral_credit_date
                     >= :SQL-MONTH-START
                     AND referral_credit_date <= :SQL-MONTH-END
                     THEN referral_credit_amount ELSE 0 END)
               FROM REFERRAL, customer
               WHERE referral_sponsor_uuid = customer_uuid
               AND ( ( referral_create_date >= :SQL-MONTH-START
                       AND referral_create_date <= :SQL-MONTH-END )
                  OR ( referral_credit_date >= :SQL-MONTH-START
                       AND referral_credit_date <= :SQL-MONTH-END ) )
               GROUP BY COALESCE(customer_agency, ' ')
               ORDER BY 1
           END-EXEC.

           EXEC SQL
               OPEN CRSPARRAGEN
           END-EXEC.

           PERFORM UNTIL WS-AGENCY-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPARRAGEN
                   INTO :SQL-AGENCY, :SQL-NEW-COUNT,
                       :SQL-CREDITED-COUNT, :SQL-CREDITED-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-NEW-COUNT       TO WS-TOTAL-NEW
                       ADD SQL-CREDITED-COUNT  TO WS-TOTAL-CREDITED
                       ADD SQL-CREDITED-AMOUNT TO WS-TOTAL-AMOUNT
                       PERFORM WRITE-AGENCY-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-AGENCY-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'parrrep',
                           'FETCH-PARRAGEN', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-AGENCY-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPARRAGEN
           END-EXEC.

      *    [MF] Une section : filleuls, credits et montant du mois.
       WRITE-AGENCY-LINE.
           MOVE SQL-CREDITED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFERRAL-REPORT-RECORD
           IF SQL-AGENCY = SPACES
               MOVE '(NON RATTACHEE)' TO WS-AGENCY-LABEL
           ELSE
               MOVE SQL-AGENCY TO WS-AGENCY-LABEL
           END-IF
           STRING '  SECTION ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AGENCY-LABEL) DELIMITED BY SIZE
                   ' - FILLEULS : ' DELIMITED BY SIZE
                   SQL-NEW-COUNT DELIMITED BY SIZE
                   ' - CREDITES : ' DELIMITED BY SIZE
                   SQL-CREDITED-COUNT DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AMOUNT-EDIT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO REFERRAL-REPORT-RECORD
           END-STRING
           WRITE REFERRAL-REPORT-RECORD.
