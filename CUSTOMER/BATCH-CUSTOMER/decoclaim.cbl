      ******************************************************************
      *    [MF] Le programme 'Decompte de Remboursement' edite, apres
      *    chaque remise de virements de payclaim, le decompte qui
      *    explique le virement : l'adherent voyait arriver un montant
      *    sur son compte sans savoir quels soins il couvrait, et
      *    appelait pour le demander.
      *
      *    Un decompte par adherent paye dans la remise, imprime dans
      *    le fichier DECOMPTE : chaque demande payee (date de soin,
      *    acte, personne soignee, depense, part du regime
      *    obligatoire, part mutuelle) sous la reference de remise,
      *    puis le total, les indus imputes sur le virement
      *    (OVERPAY_MOVE 'R' de la remise) et le net vire. L'envoi
      *    est annonce par MAILQUEUE si le canal mail est consenti
      *    (chkconsent), par le fichier courrier sinon - une adresse
      *    invalidee par un retour NPAI ne recoit pas de pli ; le
      *    canal retenu est imprime en tete du decompte pour le
      *    service courrier. Un adherent sous mesure de protection
      *    (table LEGAL_REP) recoit l'annonce par courrier, adressee
      *    a son representant legal (getlegrep).
      *
      *    Chaque prestataire tiers payant regle dans la meme remise
      *    recoit un releve equivalent des demandes couvertes par son
      *    virement (adherent, personne soignee, montants) ; la table
      *    PROVIDER ne portant pas d'adresse, le releve est imprime
      *    dans DECOMPTE et joint a l'avis de virement.
      *
      *    Un soin recu a l'etranger et saisi en devise est suivi
      *    d'une ligne donnant le montant d'origine et le cours de
      *    conversion retenu par calcclaim : la depense imprimee est
      *    l'equivalent en euros sur lequel la garantie a joue.
      *
      *    Pas de CONNECT/DISCONNECT ici : decoclaim est appele par
      *    payclaim en fin de remise, sur sa connexion, avant la
      *    validation des estampilles, et recoit la reference de la
      *    remise.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. decoclaim.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECO-FILE ASSIGN TO "DECOMPTE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DECO-FILE-STATUS.
           SELECT MAIL-FILE ASSIGN TO "MAILQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAIL-FILE-STATUS.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  DECO-FILE.
       01  DECO-RECORD PIC X(80).

       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(80).

       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-DECO-FILE-STATUS        PIC X(02).
       01  WS-MAIL-FILE-STATUS        PIC X(02).
       01  WS-COURRIER-FILE-STATUS    PIC X(02).

       01  WS-DECO-CUST-EOF           PIC X(01) VALUE 'N'.
       01  WS-DECO-PROV-EOF           PIC X(01) VALUE 'N'.
       01  WS-DECO-LINE-EOF           PIC X(01) VALUE 'N'.
       01  WS-DECO-CUST-COUNT         PIC 9(07) VALUE 0.
       01  WS-DECO-PROV-COUNT         PIC 9(07) VALUE 0.

       01  WS-DECO-TODAY              PIC X(10).
       01  WS-DECO-TODAY-RAW.
           05  WS-DECO-TODAY-YEAR     PIC 9(04).
           05  WS-DECO-TODAY-MONTH    PIC 9(02).
           05  WS-DECO-TODAY-DAY      PIC 9(02).

       01  WS-DECO-CHANNEL            PIC X(30).
       01  WS-DECO-PATIENT            PIC X(50).
       01  WS-DECO-NET-AMOUNT         PIC 9(07)V99.
       01  WS-EDIT-EXPENSE            PIC Z(05)9.99.
       01  WS-EDIT-RO                 PIC Z(05)9.99.
       01  WS-EDIT-OUR                PIC Z(05)9.99.
       01  WS-EDIT-AMOUNT             PIC Z(06)9.99.
       01  WS-EDIT-FOREIGN            PIC Z(06)9.99.
       01  WS-EDIT-EXCHANGE-RATE      PIC Z(04)9.9(06).

       01  WS-LETTER-SUBJECT          PIC X(40).
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
       01  SQL-REMIT-REFERENCE      PIC X(17).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-MAIL                 PIC X(50).
       01  SQL-ADDR-INVALID-FLAG    PIC X(01).
       01  SQL-PAY-AMOUNT           PIC 9(07)V99.
       01  SQL-DEDUCT-AMOUNT        PIC 9(07)V99.
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-PROVIDER-NAME        PIC X(40).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-BENE-FIRSTNAME       PIC X(50).
       01  SQL-PATIENT-LASTNAME     PIC X(50).
       01  SQL-EXPENSE-AMOUNT       PIC 9(07)V99.
       01  SQL-RO-AMOUNT            PIC 9(07)V99.
       01  SQL-OUR-AMOUNT           PIC 9(07)V99.
       01  SQL-CURRENCY             PIC X(03).
       01  SQL-FOREIGN-AMOUNT       PIC 9(07)V99.
       01  SQL-EXCHANGE-RATE        PIC 9(05)V9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-REMIT-REFERENCE       PIC X(17).

      ******************************************************************

       PROCEDURE DIVISION USING LK-REMIT-REFERENCE.
       0000-START-MAIN.
           MOVE LK-REMIT-REFERENCE TO SQL-REMIT-REFERENCE.
           MOVE ZERO TO WS-DECO-CUST-COUNT WS-DECO-PROV-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DECO-TODAY-RAW
           MOVE SPACES TO WS-DECO-TODAY
           STRING WS-DECO-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-DECO-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-DECO-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-DECO-TODAY
           END-STRING.

           OPEN EXTEND DECO-FILE.
           IF WS-DECO-FILE-STATUS = '35'
               OPEN OUTPUT DECO-FILE
           END-IF.

           PERFORM LIST-PAID-CUSTOMERS.
           PERFORM LIST-PAID-PROVIDERS.

           CLOSE DECO-FILE.

           DISPLAY WS-DECO-CUST-COUNT ' DECOMPTE(S) ADHERENT EDITE(S)'.
           DISPLAY WS-DECO-PROV-COUNT
               ' RELEVE(S) TIERS PAYANT EDITE(S)'.
           GOBACK.

      *    [MF] Les adherents payes dans la remise (demandes hors
      *    tiers payant estampillees avec sa reference).
       LIST-PAID-CUSTOMERS.
           EXEC SQL
               DECLARE CRSDECOCUST CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town,
                   COALESCE(customer_mail, ' '),
                   COALESCE(customer_address_invalid_flag, ' '),
                   SUM(claim_our_amount)
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_remit_ref = :SQL-REMIT-REFERENCE
               AND TRIM(COALESCE(claim_provider_code, '')) = ''
               GROUP BY customer_uuid, customer_lastname,
                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town, customer_mail,
                   customer_address_invalid_flag
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           EXEC SQL
               OPEN CRSDECOCUST
           END-EXEC.

           MOVE 'N' TO WS-DECO-CUST-EOF
           PERFORM UNTIL WS-DECO-CUST-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECOCUST
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN,
                       :SQL-MAIL, :SQL-ADDR-INVALID-FLAG,
                       :SQL-PAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PRINT-CUSTOMER-STATEMENT
                   WHEN 100
                       MOVE 'Y' TO WS-DECO-CUST-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'decoclaim',
                           'FETCH-DECOCUST', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DECO-CUST-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDECOCUST
           END-EXEC.

      *    [MF] Decompte d'un adherent : canal d'envoi, detail des
      *    demandes, total, indus imputes et net vire.
       PRINT-CUSTOMER-STATEMENT.
           ADD 1 TO WS-DECO-CUST-COUNT

           EXEC SQL
               SELECT COALESCE(SUM(MOVE_AMOUNT), 0)
               INTO :SQL-DEDUCT-AMOUNT
               FROM OVERPAY_MOVE
               WHERE MOVE_CUSTOMER_UUID = :SQL-UUID
               AND MOVE_TYPE = 'R'
               AND MOVE_REF = :SQL-REMIT-REFERENCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-DEDUCT-AMOUNT
           END-IF
           IF SQL-DEDUCT-AMOUNT > SQL-PAY-AMOUNT
               MOVE ZERO TO WS-DECO-NET-AMOUNT
           ELSE
               COMPUTE WS-DECO-NET-AMOUNT =
                   SQL-PAY-AMOUNT - SQL-DEDUCT-AMOUNT
           END-IF

           PERFORM SEND-STATEMENT-NOTICE

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'DECOMPTE DE REMBOURSEMENT - ' DELIMITED BY SIZE
                   WS-DECO-TODAY DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'ADHERENT             : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'ADRESSE              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           PERFORM PRINT-STATEMENT-REFERENCE.

           EXEC SQL
               DECLARE CRSDECOLINE CURSOR FOR
               SELECT claim_care_date, claim_act_code,
                   COALESCE(( SELECT BENEFICIARY_FIRSTNAME
                              FROM BENEFICIARY
                              WHERE BENEFICIARY_ID =
                                  claim_beneficiary_id ),
                            customer_firstname),
                   customer_lastname,
                   COALESCE(claim_expense_amount, 0),
                   COALESCE(claim_ro_amount, 0),
                   COALESCE(claim_our_amount, 0),
                   COALESCE(claim_currency, ' '),
                   COALESCE(claim_foreign_amount, 0),
                   COALESCE(claim_exchange_rate, 0)
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_customer_uuid = :SQL-UUID
               AND claim_remit_ref = :SQL-REMIT-REFERENCE
               AND TRIM(COALESCE(claim_provider_code, '')) = ''
               ORDER BY claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSDECOLINE
           END-EXEC.

           MOVE 'N' TO WS-DECO-LINE-EOF
           PERFORM UNTIL WS-DECO-LINE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECOLINE
                   INTO :SQL-CARE-DATE, :SQL-ACT-CODE,
                       :SQL-BENE-FIRSTNAME, :SQL-PATIENT-LASTNAME,
                       :SQL-EXPENSE-AMOUNT, :SQL-RO-AMOUNT,
                       :SQL-OUR-AMOUNT, :SQL-CURRENCY,
                       :SQL-FOREIGN-AMOUNT, :SQL-EXCHANGE-RATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-BENE-FIRSTNAME TO WS-DECO-PATIENT
                       PERFORM PRINT-CLAIM-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-DECO-LINE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'decoclaim',
                           'FETCH-DECOLINE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DECO-LINE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDECOLINE
           END-EXEC.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SQL-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO DECO-RECORD
           STRING 'TOTAL PART MUTUELLE  : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           IF SQL-DEDUCT-AMOUNT > 0
               MOVE SQL-DEDUCT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO DECO-RECORD
               STRING 'INDU(S) IMPUTE(S)    : ' DELIMITED BY SIZE
                       WS-EDIT-AMOUNT DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO DECO-RECORD
               END-STRING
               WRITE DECO-RECORD
           END-IF.

           MOVE WS-DECO-NET-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO DECO-RECORD
           STRING 'NET VIRE             : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

      *    [MF] Reference de remise, canal d'envoi et entete des
      *    colonnes du detail, communs aux deux documents.
       PRINT-STATEMENT-REFERENCE.
           MOVE SPACES TO DECO-RECORD
           STRING 'REFERENCE DE REMISE  : ' DELIMITED BY SIZE
                   SQL-REMIT-REFERENCE DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'ENVOI                : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DECO-CHANNEL) DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'DATE SOIN  ACTE       PERSONNE SOIGNEE  '
                       DELIMITED BY SIZE
                   '   DEPENSE   PART RO  PART MUT' DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

      *    [MF] Une ligne par demande payee dans la remise.
       PRINT-CLAIM-LINE.
           MOVE SQL-EXPENSE-AMOUNT TO WS-EDIT-EXPENSE
           MOVE SQL-RO-AMOUNT      TO WS-EDIT-RO
           MOVE SQL-OUR-AMOUNT     TO WS-EDIT-OUR
           MOVE SPACES TO DECO-RECORD
           STRING SQL-CARE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-ACT-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DECO-PATIENT(1:18) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-EXPENSE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-RO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EDIT-OUR DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

      *    [MF] Soin en devise : montant d'origine et cours applique.
           IF SQL-CURRENCY NOT = SPACES AND SQL-CURRENCY NOT = 'EUR'
               AND SQL-EXCHANGE-RATE > 0
               MOVE SQL-FOREIGN-AMOUNT TO WS-EDIT-FOREIGN
               MOVE SQL-EXCHANGE-RATE  TO WS-EDIT-EXCHANGE-RATE
               MOVE SPACES TO DECO-RECORD
               STRING '           SOIT ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-FOREIGN) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-CURRENCY DELIMITED BY SIZE
                       ' AU TAUX DE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-EXCHANGE-RATE)
                           DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO DECO-RECORD
               END-STRING
               WRITE DECO-RECORD
           END-IF.

      *    [MF] Annonce du decompte : mail si consenti, courrier
      *    sinon, rien sur une adresse NPAI ; le canal est retenu
      *    pour l'entete du decompte. Sous mesure de protection,
      *    l'annonce va toujours au representant, par courrier.
       SEND-STATEMENT-NOTICE.
           MOVE 'DECOMPTE DE REMBOURSEMENT' TO WS-LETTER-SUBJECT
           PERFORM APPLY-LEGAL-REP

           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
           END-IF

           IF SQL-MAIL NOT = SPACES AND WS-CONSENT-FLAG = 'Y'
               MOVE 'MAIL' TO WS-DECO-CHANNEL
               PERFORM QUEUE-STATEMENT-MAIL
           ELSE
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   MOVE 'NON EXPEDIE (ADRESSE NPAI)'
                       TO WS-DECO-CHANNEL
               ELSE
                   MOVE 'COURRIER' TO WS-DECO-CHANNEL
                   PERFORM WRITE-STATEMENT-COURRIER
               END-IF
           END-IF.

      *    [MF] Depose l'annonce dans MAILQUEUE, au format pipe
      *    adresse|type|detail : la reference de remise et le net.
       QUEUE-STATEMENT-MAIL.
           OPEN EXTEND MAIL-FILE.
           IF WS-MAIL-FILE-STATUS = '35'
               OPEN OUTPUT MAIL-FILE
           END-IF.

           MOVE WS-DECO-NET-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO MAIL-RECORD
           STRING FUNCTION TRIM(SQL-MAIL) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   SQL-REMIT-REFERENCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

      *    [MF] Depose l'annonce dans le fichier courrier : le
      *    decompte imprime est joint au pli.
       WRITE-STATEMENT-COURRIER.
           OPEN EXTEND COURRIER-FILE.
           IF WS-COURRIER-FILE-STATUS = '35'
               OPEN OUTPUT COURRIER-FILE
           END-IF.

           MOVE WS-DECO-NET-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-REMIT-REFERENCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
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

      *    [MF] Les prestataires tiers payant regles dans la remise.
       LIST-PAID-PROVIDERS.
           EXEC SQL
               DECLARE CRSDECOPROV CURSOR FOR
               SELECT claim_provider_code, PROVIDER_NAME,
                   SUM(claim_our_amount)
               FROM CLAIM, PROVIDER
               WHERE PROVIDER_CODE = TRIM(claim_provider_code)
               AND claim_remit_ref = :SQL-REMIT-REFERENCE
               AND TRIM(COALESCE(claim_provider_code, '')) != ''
               GROUP BY claim_provider_code, PROVIDER_NAME
               ORDER BY PROVIDER_NAME
           END-EXEC.

           EXEC SQL
               OPEN CRSDECOPROV
           END-EXEC.

           MOVE 'N' TO WS-DECO-PROV-EOF
           PERFORM UNTIL WS-DECO-PROV-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECOPROV
                   INTO :SQL-PROVIDER-CODE, :SQL-PROVIDER-NAME,
                       :SQL-PAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM PRINT-PROVIDER-STATEMENT
                   WHEN 100
                       MOVE 'Y' TO WS-DECO-PROV-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'decoclaim',
                           'FETCH-DECOPROV', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DECO-PROV-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDECOPROV
           END-EXEC.

      *    [MF] Releve d'un prestataire : une ligne par demande avec
      *    l'adherent concerne, puis le total vire.
       PRINT-PROVIDER-STATEMENT.
           ADD 1 TO WS-DECO-PROV-COUNT
           MOVE 'AVIS DE VIREMENT TIERS PAYANT' TO WS-DECO-CHANNEL

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'RELEVE TIERS PAYANT - ' DELIMITED BY SIZE
                   WS-DECO-TODAY DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SPACES TO DECO-RECORD
           STRING 'PRESTATAIRE          : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PROVIDER-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PROVIDER-NAME) DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           PERFORM PRINT-STATEMENT-REFERENCE.

           EXEC SQL
               DECLARE CRSDECOPLINE CURSOR FOR
               SELECT claim_care_date, claim_act_code,
                   COALESCE(( SELECT BENEFICIARY_FIRSTNAME
                              FROM BENEFICIARY
                              WHERE BENEFICIARY_ID =
                                  claim_beneficiary_id ),
                            customer_firstname),
                   customer_lastname,
                   COALESCE(claim_expense_amount, 0),
                   COALESCE(claim_ro_amount, 0),
                   COALESCE(claim_our_amount, 0),
                   COALESCE(claim_currency, ' '),
                   COALESCE(claim_foreign_amount, 0),
                   COALESCE(claim_exchange_rate, 0)
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND TRIM(claim_provider_code) =
                   TRIM(:SQL-PROVIDER-CODE)
               AND claim_remit_ref = :SQL-REMIT-REFERENCE
               ORDER BY customer_lastname, claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSDECOPLINE
           END-EXEC.

           MOVE 'N' TO WS-DECO-LINE-EOF
           PERFORM UNTIL WS-DECO-LINE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECOPLINE
                   INTO :SQL-CARE-DATE, :SQL-ACT-CODE,
                       :SQL-BENE-FIRSTNAME, :SQL-PATIENT-LASTNAME,
                       :SQL-EXPENSE-AMOUNT, :SQL-RO-AMOUNT,
                       :SQL-OUR-AMOUNT, :SQL-CURRENCY,
                       :SQL-FOREIGN-AMOUNT, :SQL-EXCHANGE-RATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
      *    [MF] Sur le releve prestataire la personne soignee est
      *    identifiee par ses nom et prenom.
                       MOVE SPACES TO WS-DECO-PATIENT
                       STRING FUNCTION TRIM(SQL-PATIENT-LASTNAME)
                               DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-BENE-FIRSTNAME)
                               DELIMITED BY SIZE
                           INTO WS-DECO-PATIENT
                       END-STRING
                       PERFORM PRINT-CLAIM-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-DECO-LINE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'decoclaim',
                           'FETCH-DECOPLINE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DECO-LINE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDECOPLINE
           END-EXEC.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.

           MOVE SQL-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO DECO-RECORD
           STRING 'TOTAL VIRE           : ' DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO DECO-RECORD
           END-STRING
           WRITE DECO-RECORD.

           MOVE ALL '-' TO DECO-RECORD
           WRITE DECO-RECORD.
