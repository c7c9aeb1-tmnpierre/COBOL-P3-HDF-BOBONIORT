      *    (table CAMPAIGN : reference, criteres, vises, contactes)
      *    et chaque envoi est trace par logaudit : on sait enfin
      *    dire combien ont ete contactes.
      *    Un adherent sous mesure de protection (table LEGAL_REP)
      *    ne recoit la campagne que par courrier, adresse a son
      *    representant legal (getlegrep), et toujours sous reserve
      *    du consentement postal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. campcust.
           05  FILLER               PIC X(01) VALUE '-'.
           05  WS-CAMP-REF-SEQ      PIC 9(03).

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
           05 FILLER PIC X(09) VALUE 'CAMPAGNES' LINE 6 COL 91
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(26) VALUE 'Section locale (vide=ttes)'
           LINE 11 COL 21.
           05 FILLER PIC X VALUE ':' LINE 11 COL 53.
           05 FILLER PIC X(10) TO WS-CAMP-AGENCY LINE 11 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Debut de code postal (vide)'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(05) TO WS-CAMP-ZIPCODE LINE 13 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(28) VALUE 'Population (A actifs/R arch)'
           LINE 23 COL 21.
           05 FILLER PIC X VALUE ':' LINE 23 COL 53.
           05 FILLER PIC X(01) TO WS-CAMP-POPULATION LINE 23 COL 55
      *    [MF] L'envoi respecte les consentements : mail consenti
      *    d'abord, courrier consenti sinon, rien a defaut - une
      *    campagne n'est pas une lettre reglementaire. Chaque envoi
      *    est trace avec la reference de la campagne. Sous mesure
      *    de protection, seul le courrier au representant legal
      *    est envisage.
       SEND-ONE-CAMPAIGN-LETTER.
           PERFORM APPLY-LEGAL-REP
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES
           END-IF

           IF SQL-MAIL NOT = SPACES AND WS-CONSENT-FLAG = 'Y'
               AND WS-REP-FOUND NOT = 'Y'
               PERFORM QUEUE-CAMPAIGN-MAIL
               ADD 1 TO WS-CAMP-SENT-COUNT
               PERFORM TRACE-CAMPAIGN-SENDING
                   WS-CONSENT-FLAG
               END-CALL
      *    [MF] Une adresse invalidee par un retour NPAI (npaicust)
      *    ne recoit plus de campagne papier ; l'adresse du
      *    representant legal n'est pas concernee.
               IF WS-CONSENT-FLAG = 'Y'
                   AND (SQL-ADDR-INVALID-FLAG NOT = 'O'
                       OR WS-REP-FOUND = 'Y')
                   PERFORM WRITE-CAMPAIGN-COURRIER
                   ADD 1 TO WS-CAMP-SENT-COUNT
                   PERFORM TRACE-CAMPAIGN-SENDING
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-CAMP-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
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

      *    [MF] Memorise la campagne generee : reference, criteres
      *    en clair, vises et contactes - le compte rendu que le
      *    conseil demande.
