      ******************************************************************
      *    [MF] Le programme 'Credit Parrainage' est le traitement de
      *    nuit, passe apres rapbcust, qui recompense les parrains :
      *    un parrainage en attente (REFERRAL_STATUS 'A', ouvert par
      *    ccback quand un code parrain est saisi a la creation) est
      *    credite des que le filleul a un premier prelevement
      *    encaisse (COLLECTION_STATUS 'C', pose par rapbcust).
      *    - le credit vaut un mois de cotisation du parrain, soit le
      *      douzieme de la prime de son contrat individuel en
      *      vigueur (le plus ancien, hors contrat collectif) ;
      *    - il est impute sur la prochaine echeance prevue ('P') du
      *      parrain pour ce contrat, sans la rendre negative ;
      *    - le parrainage passe au statut 'C' avec la date, le
      *      montant et l'echeance creditee ;
      *    - le parrain est prevenu par le fichier MAILQUEUE, sous
      *      reserve de son consentement au canal mail (chkconsent) ;
      *      un parrain sous mesure de protection (table LEGAL_REP)
      *      est prevenu par courrier (COURRIERQUEUE), adresse a son
      *      representant legal (getlegrep).
      *    Un parrain sans contrat individuel ou sans echeance a venir
      *    reste en attente et sera credite a un passage suivant.
      *    Chaque credit est trace par logaudit, et le nombre de
      *    parrainages credites est depose dans le journal de la
      *    chaine de nuit (logbatch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parrcust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-FILE ASSIGN TO "MAILQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAIL-FILE-STATUS.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(80).

       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-MAIL-FILE-STATUS         PIC X(02).
       01  WS-COURRIER-FILE-STATUS     PIC X(02).

       01  WS-REFERRAL-EOF             PIC X(01) VALUE 'N'.
       01  WS-CREDITED-COUNT           PIC 9(07) VALUE 0.
       01  WS-WAITING-COUNT            PIC 9(07) VALUE 0.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT          PIC 9(07) VALUE 0.

       01  WS-CREDIT-EDIT              PIC Z(6)9.99.
       01  WS-CONSENT-CHANNEL          PIC X(01).
       01  WS-CONSENT-FLAG             PIC X(01).
       01  WS-CORR-RECORD              PIC X(132).
       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAIL             PIC X(200).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-REFERRAL-ID          PIC 9(09).
       01  SQL-SPONSOR-UUID         PIC X(36).
       01  SQL-REFEREE-UUID         PIC X(36).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-MAIL                 PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-CREDIT-AMOUNT        PIC 9(07)V99.
       01  SQL-ECHEANCIER-ID        PIC 9(09).
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
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
               CALL 'logsqlerr' USING 'parrcust', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCESS-PAID-REFERRALS.

           MOVE WS-CREDITED-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'parrcust  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-CREDITED-COUNT ' PARRAINAGE(S) CREDITE(S)'.
           DISPLAY WS-WAITING-COUNT ' PARRAINAGE(S) EN ATTENTE'.
           GOBACK.

      *    [MF] Parrainages en attente dont le filleul a au moins un
      *    prelevement encaisse, pour un parrain toujours actif.
       PROCESS-PAID-REFERRALS.
           EXEC SQL
               DECLARE CRSPARRCUST CURSOR FOR
               SELECT referral_id, referral_sponsor_uuid,
                   referral_referee_uuid, customer_firstname,
                   customer_lastname, COALESCE(customer_mail, ' '),
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' ')
               FROM REFERRAL, customer
               WHERE referral_sponsor_uuid = customer_uuid
               AND referral_status = 'A'
               AND customer_active = 'N'
               AND EXISTS (
                   SELECT 1 FROM COLLECTION
                   WHERE collection_customer_uuid =
                       referral_referee_uuid
                   AND collection_status = 'C' )
               ORDER BY referral_create_date, referral_id
           END-EXEC.

           EXEC SQL
               OPEN CRSPARRCUST
           END-EXEC.

           PERFORM UNTIL WS-REFERRAL-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPARRCUST
                   INTO :SQL-REFERRAL-ID, :SQL-SPONSOR-UUID,
                       :SQL-REFEREE-UUID, :SQL-FIRSTNAME,
                       :SQL-LASTNAME, :SQL-MAIL, :SQL-ADRESS1,
                       :SQL-ZIPCODE, :SQL-TOWN
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CREDIT-ONE-REFERRAL
                           THRU CREDIT-ONE-REFERRAL-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-REFERRAL-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'parrcust',
                           'FETCH-CRSPARRCUST', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-REFERRAL-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPARRCUST
           END-EXEC.

      *    [MF] Un parrainage : contrat individuel du parrain, puis
      *    prochaine echeance a venir de ce contrat ; a defaut, le
      *    parrainage reste en attente.
       CREDIT-ONE-REFERRAL.
           EXEC SQL
               SELECT contract_product_code, contract_premium_amount
               INTO :SQL-PRODUCT-CODE, :SQL-PREMIUM-AMOUNT
               FROM CONTRACT
               WHERE contract_customer_uuid = :SQL-SPONSOR-UUID
               AND contract_status = 'A'
               AND COALESCE(TRIM(contract_employer_code), '') = ''
               AND contract_premium_amount > 0
               ORDER BY contract_start_date
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-WAITING-COUNT
               GO TO CREDIT-ONE-REFERRAL-FIN
           END-IF.

           EXEC SQL
               SELECT echeancier_id,
                   CAST(echeancier_due_date AS TEXT),
                   echeancier_amount
               INTO :SQL-ECHEANCIER-ID, :SQL-DUE-DATE, :SQL-DUE-AMOUNT
               FROM ECHEANCIER
               WHERE echeancier_customer_uuid = :SQL-SPONSOR-UUID
               AND echeancier_product_code = :SQL-PRODUCT-CODE
               AND echeancier_status = 'P'
               AND echeancier_due_date >= CURRENT_DATE
               ORDER BY echeancier_due_date
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-WAITING-COUNT
               GO TO CREDIT-ONE-REFERRAL-FIN
           END-IF.

      *    [MF] Un mois de cotisation, dans la limite du montant de
      *    l'echeance creditee.
           COMPUTE SQL-CREDIT-AMOUNT ROUNDED =
               SQL-PREMIUM-AMOUNT / 12
           END-COMPUTE.
           IF SQL-CREDIT-AMOUNT > SQL-DUE-AMOUNT
               MOVE SQL-DUE-AMOUNT TO SQL-CREDIT-AMOUNT
           END-IF.

           EXEC SQL
               UPDATE ECHEANCIER
               SET echeancier_amount =
                   echeancier_amount - :SQL-CREDIT-AMOUNT
               WHERE echeancier_id = :SQL-ECHEANCIER-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'parrcust', 'UPDATE-ECHEANCIER',
                   SQLCODE
               END-CALL
               GO TO CREDIT-ONE-REFERRAL-FIN
           END-IF.

           EXEC SQL
               UPDATE REFERRAL
               SET referral_status = 'C',
                   referral_credit_date = CURRENT_DATE,
                   referral_credit_amount = :SQL-CREDIT-AMOUNT,
                   referral_echeancier_id = :SQL-ECHEANCIER-ID
               WHERE referral_id = :SQL-REFERRAL-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'parrcust', 'UPDATE-REFERRAL',
                   SQLCODE
               END-CALL
               GO TO CREDIT-ONE-REFERRAL-FIN
           END-IF.

           ADD 1 TO WS-CREDITED-COUNT.
           MOVE SQL-CREDIT-AMOUNT TO WS-CREDIT-EDIT.

           MOVE 'PARRAINAGE-CREDIT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'FILLEUL ' DELIMITED BY SIZE
                   SQL-REFEREE-UUID DELIMITED BY SIZE
                   ' CREDIT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CREDIT-EDIT) DELIMITED BY SIZE
                   ' ECHEANCE ' DELIMITED BY SIZE
                   SQL-DUE-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-SPONSOR-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

      *    [MF] L'avis au parrain part par mail s'il y a consenti
      *    (chkconsent) et qu'une adresse est connue. Sous mesure de
      *    protection, l'avis va toujours au representant, par
      *    courrier.
           PERFORM APPLY-LEGAL-REP
           IF WS-REP-FOUND = 'Y'
               PERFORM WRITE-REFERRAL-COURRIER
               GO TO CREDIT-ONE-REFERRAL-FIN
           END-IF.

           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES
               CALL 'chkconsent' USING SQL-SPONSOR-UUID,
                   WS-CONSENT-CHANNEL, WS-CONSENT-FLAG
               END-CALL
           END-IF.

           IF SQL-MAIL NOT = SPACES AND WS-CONSENT-FLAG = 'Y'
               PERFORM QUEUE-REFERRAL-MAIL
           END-IF.

       CREDIT-ONE-REFERRAL-FIN.
           EXIT.

      *    [MF] Depose l'avis de credit dans le fichier MAILQUEUE et
      *    l'inscrit au registre des courriers (logcorr).
       QUEUE-REFERRAL-MAIL.
           OPEN EXTEND MAIL-FILE.
           IF WS-MAIL-FILE-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF.

           MOVE SPACES TO MAIL-RECORD
           STRING FUNCTION TRIM(SQL-MAIL) DELIMITED BY SIZE
                   '|PARRAINAGE|' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' - CREDIT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CREDIT-EDIT) DELIMITED BY SIZE
                   ' EUR LE ' DELIMITED BY SIZE
                   SQL-DUE-DATE DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-SPONSOR-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

      *    [MF] Depose l'avis de credit dans le fichier courrier, au
      *    format des relances de duncust, et l'inscrit au registre
      *    des courriers (logcorr).
       WRITE-REFERRAL-COURRIER.
           OPEN EXTEND COURRIER-FILE.
           IF WS-COURRIER-FILE-STATUS = '35'
               OPEN OUTPUT COURRIER-FILE
           END-IF.

           MOVE SPACES TO COURRIER-RECORD
           STRING 'PARRAINAGE' DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                   ';CREDIT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CREDIT-EDIT) DELIMITED BY SIZE
                   ' EUR LE ' DELIMITED BY SIZE
                   SQL-DUE-DATE DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
           MOVE COURRIER-RECORD TO WS-CORR-RECORD
           WRITE COURRIER-RECORD
           CALL 'logcorr' USING SQL-SPONSOR-UUID, 'C', WS-CORR-RECORD
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
           CALL 'getlegrep' USING SQL-SPONSOR-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL.
