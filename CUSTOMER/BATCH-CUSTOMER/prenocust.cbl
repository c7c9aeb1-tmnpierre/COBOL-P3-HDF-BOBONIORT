      *    SEPA ; comme les relances de duncust, une adresse
      *    invalidee par un retour NPAI (npaicust) ne recoit
      *    toutefois plus de pli tant que la nouvelle adresse n'est
      *    pas saisie. Un adherent sous mesure de protection (table
      *    LEGAL_REP) recoit le preavis par courrier, adresse a son
      *    representant legal (getlegrep).
      *
      *    Les contrats anterieurs a l'echeancier, preleves en une
      *    fois sur la prime annuelle, n'ont pas de date d'echeance
       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAIL             PIC X(200).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
           END-STRING

           ADD 1 TO WS-PRENO-SENT-COUNT
           PERFORM APPLY-LEGAL-REP

      *    [MF] Sous mesure de protection, le preavis va toujours au
      *    representant, par courrier.
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
      *    [MF] Une adresse invalidee par un retour NPAI (npaicust)
      *    ne recoit plus de pli, comme pour les relances de
      *    duncust ; la fiche attend sa nouvelle adresse dans la
      *    file NPAIQUEUE. Le retour NPAI ne vise pas l'adresse du
      *    representant legal.
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
                   PERFORM WRITE-PRENOTICE-COURRIER
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
                   FUNCTION TRIM(WS-LETTER-BODY) DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
           MOVE COURRIER-RECORD TO WS-CORR-RECORD
           WRITE COURRIER-RECORD
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

           CLOSE COURRIER-FILE.

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
