      *    - passe trente jours de souffrance, une lettre demande a
      *      l'adherent ses coordonnees bancaires, par MAILQUEUE si
      *      le canal mail est consenti, par le fichier courrier
      *      sinon - sous mesure de protection (table LEGAL_REP),
      *      toujours par courrier au representant legal
      *      (getlegrep) ;
      *    - la demande de RIB est repetee tous les soixante jours
      *      (date de derniere relance memorisee sur la fiche,
      *      CUSTOMER_RIB_REMIND_DATE) tant que rien ne bouge ;
           05  WS-REPORT-TODAY-MONTH   PIC 9(02).
           05  WS-REPORT-TODAY-DAY     PIC 9(02).

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
      *    souffrance depuis plus de trente jours, sans relance de
      *    RIB recente : la derniere date de relance est memorisee
      *    sur la fiche pour ne pas ecrire toutes les nuits.
      *    Un IBAN de remboursement valable suffit a payer : ces
      *    adherents ne sont pas relances.
       PROCESS-STUCK-CUSTOMERS.
           EXEC SQL
               DECLARE CRSRELACLAIM CURSOR FOR
               WHERE customer_active != 'A'
               AND ( customer_code_iban = ' '
                  OR COALESCE(customer_iban_invalid_flag, ' ') = 'O' )
               AND TRIM(COALESCE(customer_refund_iban, '')) = ''
               AND EXISTS (
                   SELECT 1 FROM CLAIM
                   WHERE CLAIM_CUSTOMER_UUID = customer_uuid
           MOVE 'REMBOURSEMENT EN ATTENTE DE VOTRE RIB'
               TO WS-LETTER-SUBJECT
           ADD 1 TO WS-RELA-LETTER-COUNT
           PERFORM APPLY-LEGAL-REP

      *    [MF] Sous mesure de protection, la demande va toujours au
      *    representant, par courrier.
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
      *    ne recoit plus de pli : la fiche attend sa nouvelle
      *    adresse dans la file NPAIQUEUE, la date de relance est
      *    memorisee malgre tout pour ne pas reessayer chaque nuit.
      *    Le retour NPAI ne vise pas l'adresse du representant.
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
                   PERFORM WRITE-RIB-COURRIER
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

      *    [MF] Recapitulatif de desherence : les demandes calculees
      *    jamais payees passe le delai legal, une ligne par demande
      *    et un bilan chiffre pour la comptabilite.
