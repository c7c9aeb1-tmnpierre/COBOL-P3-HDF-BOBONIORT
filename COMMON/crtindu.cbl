      ******************************************************************
      *    [MF] Le programme 'Constat d'Indu' ouvre une creance de
      *    remboursement indu sur une demande deja payee (CLAIM
      *    statut 'P') : soin date apres un deces enregistre plus
      *    tard par deccust, apres la date d'effet d'une resiliation,
      *    ou soin annule apres coup par le regime obligatoire. La
      *    comptable suivait ces indus dans un tableur.
      *
      *    L'indu est inscrit au registre OVERPAYMENT, rattache a la
      *    demande d'origine (OVERPAY_CLAIM_ID, un indu par demande)
      *    avec son motif, son montant et un solde restant du que
      *    payclaim impute sur les prochains remboursements de
      *    l'adherent jusqu'a extinction. Le constat est journalise
      *    dans OVERPAY_MOVE (mouvement 'C'), que comptcust reprend
      *    dans le journal GLEXPORT comme les imputations ('R').
      *    Une lettre de recuperation part dans le fichier courrier
      *    (COURRIERQUEUE), objet et corps du gabarit 'RECUPERATION
      *    D''INDU' (gettmpl) quand il existe ; le constat est trace
      *    par logaudit. Un adherent sous mesure de protection
      *    (table LEGAL_REP) voit la lettre adressee a son
      *    representant legal (getlegrep).
      *
      *    Un montant a zero vaut la part mutuelle entiere de la
      *    demande ; un montant superieur y est ramene. L'indicateur
      *    de retour dit a l'appelant si l'indu a ete ouvert.
      *
      *    Pas de CONNECT/DISCONNECT ici : crtindu est appele par un
      *    programme qui detient deja une connexion ouverte (detindu
      *    dans la chaine de nuit, inducust a l'ecran), meme
      *    convention que logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crtindu.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-COURRIER-FILE-STATUS  PIC X(02).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.

      *    [MF] Gabarit externalise de la lettre (gettmpl, table
      *    TEMPLATE maintenue par tmpladm) : a defaut de gabarit
      *    actif, la lettre garde sa forme de base.
       01  WS-TMPL-CHANNEL          PIC X(01).
       01  WS-TMPL-TYPE             PIC X(40).
       01  WS-TMPL-DETAIL           PIC X(80).
       01  WS-TMPL-SUBJECT          PIC X(40).
       01  WS-TMPL-BODY             PIC X(200).
       01  WS-TMPL-FOUND            PIC X(01).
       01  WS-LETTER-SUBJECT        PIC X(40).
       01  WS-COURRIER-WORK         PIC X(120).

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
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-OUR-AMOUNT           PIC 9(07)V99.
       01  SQL-INDU-AMOUNT          PIC 9(07)V99.
       01  SQL-MOVE-REF             PIC X(17).
       01  SQL-INDU-REASON          PIC X(40).
       01  SQL-INDU-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CLAIM-ID              PIC 9(09).
       01  LK-INDU-REASON           PIC X(40).
       01  LK-INDU-AMOUNT           PIC 9(07)V99.
       01  LK-CREATED-FLAG          PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CLAIM-ID, LK-INDU-REASON,
           LK-INDU-AMOUNT, LK-CREATED-FLAG.
       0000-START-MAIN.
           MOVE 'N' TO LK-CREATED-FLAG.
           MOVE LK-CLAIM-ID    TO SQL-CLAIM-ID.
           MOVE LK-INDU-REASON TO SQL-INDU-REASON.

           EXEC SQL
               SELECT claim_customer_uuid, customer_lastname,
                      customer_firstname,
                      COALESCE(customer_adress1, ' '),
                      COALESCE(customer_zipcode, ' '),
                      COALESCE(customer_town, ' '),
                      claim_care_date, claim_act_code,
                      COALESCE(claim_our_amount, 0)
               INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                    :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN,
                    :SQL-CARE-DATE, :SQL-ACT-CODE, :SQL-OUR-AMOUNT
               FROM CLAIM, customer
               WHERE claim_id = :SQL-CLAIM-ID
               AND claim_customer_uuid = customer_uuid
               AND claim_status = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-OUR-AMOUNT = 0
               GOBACK
           END-IF.

      *    [MF] Un seul indu par demande : un second constat sur la
      *    meme demande est refuse.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-INDU-COUNT
               FROM OVERPAYMENT
               WHERE OVERPAY_CLAIM_ID = :SQL-CLAIM-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-INDU-COUNT > 0
               GOBACK
           END-IF.

           MOVE LK-INDU-AMOUNT TO SQL-INDU-AMOUNT.
           IF SQL-INDU-AMOUNT = 0
               OR SQL-INDU-AMOUNT > SQL-OUR-AMOUNT
               MOVE SQL-OUR-AMOUNT TO SQL-INDU-AMOUNT
           END-IF.

           EXEC SQL
               INSERT INTO OVERPAYMENT (
                   OVERPAY_CLAIM_ID, OVERPAY_CUSTOMER_UUID,
                   OVERPAY_REASON, OVERPAY_AMOUNT, OVERPAY_BALANCE,
                   OVERPAY_STATUS, OVERPAY_CREATE_DATE )
               VALUES ( :SQL-CLAIM-ID, :SQL-UUID, :SQL-INDU-REASON,
                        :SQL-INDU-AMOUNT, :SQL-INDU-AMOUNT, 'O',
                        CURRENT_DATE )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'crtindu', 'INSERT-INDU',
                   SQLCODE
               END-CALL
               GOBACK
           END-IF.

      *    [MF] Le mouvement de constat est reference par la
      *    demande d'origine dans le journal comptable.
           MOVE SPACES TO SQL-MOVE-REF
           STRING 'DEMANDE ' DELIMITED BY SIZE
                   SQL-CLAIM-ID DELIMITED BY SIZE
               INTO SQL-MOVE-REF
           END-STRING
           EXEC SQL
               INSERT INTO OVERPAY_MOVE (
                   MOVE_CLAIM_ID, MOVE_CUSTOMER_UUID, MOVE_TYPE,
                   MOVE_AMOUNT, MOVE_DATE, MOVE_REF )
               VALUES ( :SQL-CLAIM-ID, :SQL-UUID, 'C',
                        :SQL-INDU-AMOUNT, CURRENT_DATE, :SQL-MOVE-REF )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'crtindu', 'INSERT-CONSTAT',
                   SQLCODE
               END-CALL
               GOBACK
           END-IF.

           MOVE SQL-INDU-AMOUNT TO LK-INDU-AMOUNT.
           MOVE 'Y' TO LK-CREATED-FLAG.

           PERFORM WRITE-RECOVERY-LETTER.

           MOVE SQL-INDU-AMOUNT TO WS-EDIT-AMOUNT
           MOVE 'INDU-CONSTATE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DEMANDE ' DELIMITED BY SIZE
                   SQL-CLAIM-ID DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-INDU-REASON) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR A RECUPERER' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

           GOBACK.

      *    [MF] Lettre de recuperation dans le fichier courrier :
      *    soin concerne, motif et montant reclame, avec l'objet et
      *    le corps du gabarit quand il existe (&DETAIL = motif).
       WRITE-RECOVERY-LETTER.
           MOVE 'RECUPERATION D''INDU' TO WS-LETTER-SUBJECT
           MOVE WS-LETTER-SUBJECT TO WS-TMPL-TYPE
           MOVE 'C' TO WS-TMPL-CHANNEL
           MOVE SQL-INDU-REASON TO WS-TMPL-DETAIL
           MOVE 'N' TO WS-TMPL-FOUND
           CALL 'gettmpl' USING WS-TMPL-TYPE, WS-TMPL-CHANNEL,
               WS-TMPL-DETAIL, WS-TMPL-SUBJECT, WS-TMPL-BODY,
               WS-TMPL-FOUND
           END-CALL
           IF WS-TMPL-FOUND = 'Y'
               AND WS-TMPL-SUBJECT NOT = SPACES
               MOVE WS-TMPL-SUBJECT TO WS-LETTER-SUBJECT
           END-IF

           PERFORM APPLY-LEGAL-REP

           OPEN EXTEND COURRIER-FILE.
           IF WS-COURRIER-FILE-STATUS = '35'
               OPEN OUTPUT COURRIER-FILE
           END-IF.

           MOVE SQL-INDU-AMOUNT TO WS-EDIT-AMOUNT
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
                   ';SOIN ' DELIMITED BY SIZE
                   SQL-CARE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-INDU-REASON) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
      *    [MF] Le corps du gabarit, quand il existe, complete la
      *    ligne de la lettre.
           IF WS-TMPL-FOUND = 'Y' AND WS-TMPL-BODY NOT = SPACES
               MOVE COURRIER-RECORD TO WS-COURRIER-WORK
               MOVE SPACES TO COURRIER-RECORD
               STRING FUNCTION TRIM(WS-COURRIER-WORK)
                       DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TMPL-BODY(1:90))
                           DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
           END-IF
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
