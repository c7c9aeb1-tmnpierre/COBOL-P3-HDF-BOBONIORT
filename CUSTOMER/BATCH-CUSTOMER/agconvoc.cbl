      *    d'office. Pour chaque adherent convoque :
      *    - la convocation part dans MAILQUEUE quand l'adherent a un
      *      mail et a consenti a ce canal (chkconsent), sinon dans
      *      le fichier courrier - sous mesure de protection
      *      (table LEGAL_REP), toujours par courrier au
      *      representant legal (getlegrep) ;
      *    - un coupon de presence ou de pouvoir individuel est
      *      depose dans le fichier AGCOUPONS, a joindre a l'envoi.
      *    Le rapport de controle AGCONVOCDAY compte les convocations
       01  WS-CONSENT-CHANNEL         PIC X(01).
       01  WS-CONSENT-FLAG            PIC X(01).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE           PIC X(80).
       01  WS-REP-TYPE                PIC X(01).
       01  WS-REP-FOUND               PIC X(01).

      *    [MF] Gabarit externalise du courrier (gettmpl, table
      *    TEMPLATE maintenue par tmpladm) : a defaut de gabarit
      *    actif, la lettre garde sa forme historique.
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
      *    et a consenti a ce canal, par courrier sinon ; le coupon
      *    de presence/pouvoir est depose dans les deux cas.
       CONVOKE-ONE-CUSTOMER.
           PERFORM APPLY-LEGAL-REP
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL

           PERFORM WRITE-ATTENDANCE-COUPON.

      *    [MF] Destinataire du courrier : l'adherent, ou son
      *    representant legal a l'adresse de celui-ci quand une
      *    mesure de protection est active (getlegrep).
       APPLY-LEGAL-REP.
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING SQL-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL.

      *    [MF] Convocation par mail, au format pipe de MAILQUEUE.
       QUEUE-CONVOC-MAIL.
           OPEN EXTEND MAIL-FILE.
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
           END-IF
           MOVE COURRIER-RECORD TO WS-CORR-RECORD
           WRITE COURRIER-RECORD
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

           CLOSE COURRIER-FILE.

