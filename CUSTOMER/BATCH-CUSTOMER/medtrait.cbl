      *    marque :
      *    - une lettre l'invite a declarer un nouveau medecin
      *      traitant de la liste docpick (MAILQUEUE si le canal
      *      mail est consenti, fichier courrier sinon ; sous
      *      mesure de protection, toujours par courrier au
      *      representant legal - getlegrep) ;
      *    - le marqueur CUSTOMER_DOCTOR_PENDING est pose sur la
      *      fiche, visible dans updacust jusqu'a ce qu'un nouveau
      *      medecin soit choisi ;
       01  WS-CONSENT-CHANNEL         PIC X(01).
       01  WS-CONSENT-FLAG            PIC X(01).

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
      *    [MF] Invite l'adherent a declarer un nouveau medecin
      *    traitant : MAILQUEUE quand le canal mail est consenti,
      *    courrier sinon - sauf adresse invalidee NPAI (npaicust).
      *    Sous mesure de protection, la lettre va toujours au
      *    representant, par courrier, le retour NPAI ne visant pas
      *    son adresse.
       SEND-DOCTOR-LETTER.
           PERFORM APPLY-LEGAL-REP
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
               MOVE MAIL-RECORD TO WS-CORR-RECORD
               WRITE MAIL-RECORD
               CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
               END-CALL
               CLOSE MAIL-FILE
           ELSE
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
                   OPEN EXTEND COURRIER-FILE
                   MOVE SPACES TO COURRIER-RECORD
                   STRING 'NOUVEAU MEDECIN TRAITANT A DECLARER;'
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REP-ADDRESSEE)
                               DELIMITED BY SIZE
                           ';' DELIMITED BY SIZE
                           FUNCTION TRIM(SQL-ADRESS1)
                           FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                       INTO COURRIER-RECORD
                   END-STRING
                   MOVE COURRIER-RECORD TO WS-CORR-RECORD
                   WRITE COURRIER-RECORD
                   CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
                   END-CALL
                   CLOSE COURRIER-FILE
               END-IF
           END-IF.

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

      *    [MF] Ligne de bilan a la suite du detail.
       WRITE-REPORT-FOOTER.
           MOVE SPACES TO MEDECIN-REPORT-RECORD
