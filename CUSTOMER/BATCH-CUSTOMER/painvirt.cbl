      ******************************************************************
      *    [MF] Le programme 'Remise de Virements ISO 20022' produit,
      *    pour chaque remise de payclaim, le fichier XML pain.001 que
      *    la banque exige desormais a la place du fichier plat
      *    SEPAVIREMENT - celui-ci reste produit comme liste de
      *    controle interne.
      *
      *    Le fichier PAIN001.<reference de remise> est construit a
      *    partir des demandes CLAIM estampillees avec la reference de
      *    la remise, qui sert d'identifiant de message : un virement
      *    par adherent paye, pour le net de ses parts mutuelle apres
      *    imputation des indus de la remise (OVERPAY_MOVE 'R'), sur
      *    son IBAN de remboursement ou a defaut de prelevement - et
      *    un virement par prestataire tiers payant, sur l'IBAN du
      *    prestataire. Comme dans la remise plate, un net a zero ne
      *    donne pas de virement. Les trop-percus d'echeances que
      *    l'adherent a choisi de se faire rembourser (CREDIT_MOVE
      *    'V' a la reference de la remise) font chacun un virement
      *    distinct, sur le meme IBAN.
      *
      *    Les transactions sont d'abord ecrites dans un fichier de
      *    travail, puis recopiees derriere l'entete de groupe et
      *    l'entete de lot une fois le nombre et le montant de
      *    controle connus. Des totaux differents de ceux de la
      *    remise plate de payclaim posent une alerte.
      *
      *    Le compte debite est celui de l'association, lu dans
      *    l'environnement comme pour painprlv : BOBONIORT_SEPA_IBAN
      *    et BOBONIORT_SEPA_BIC. Sans IBAN, aucun fichier n'est
      *    produit et une alerte est posee.
      *
      *    Pas de CONNECT/DISCONNECT ici : painvirt est appele par
      *    payclaim en fin de remise, sur sa connexion, et recoit la
      *    reference de la remise et ses totaux de controle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. painvirt.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIN-FILE ASSIGN TO WS-PAIN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAIN-FILE-STATUS.
           SELECT TX-WORK ASSIGN TO "PAINVIRTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PAIN-FILE.
       01  PAIN-RECORD PIC X(200).

       FD  TX-WORK.
       01  TX-WORK-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-PAIN-NAME               PIC X(40).
       01  WS-PAIN-FILE-STATUS        PIC X(02).
       01  WS-WORK-FILE-STATUS        PIC X(02).
       01  WS-PAIN-EOF                PIC X(01) VALUE 'N'.
       01  WS-COPY-EOF                PIC X(01).
       01  WS-XML-LINE                PIC X(200).

       01  WS-TOTAL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-TX-NUMBER               PIC 9(07) VALUE 0.
       01  WS-EDIT-COUNT              PIC Z(06)9.
       01  WS-EDIT-AMOUNT             PIC Z(08)9.99.

       01  WS-SEPA-IBAN               PIC X(34).
       01  WS-SEPA-BIC                PIC X(11).

       01  WS-NOW.
           05  WS-NOW-YEAR            PIC X(04).
           05  WS-NOW-MONTH           PIC X(02).
           05  WS-NOW-DAY             PIC X(02).
           05  WS-NOW-HOUR            PIC X(02).
           05  WS-NOW-MINUTE          PIC X(02).
           05  WS-NOW-SECOND          PIC X(02).
       01  WS-CREATION-STAMP          PIC X(19).
      *    [MF] Date d'execution demandee : le jour de la remise.
       01  WS-EXECUTION-DATE          PIC X(10).

       01  WS-ALERT-SEVERITY          PIC X(01) VALUE 'H'.
       01  WS-ALERT-DETAIL            PIC X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-REMIT-REFERENCE      PIC X(17).
       01  SQL-PAYEE-KIND           PIC X(01).
       01  SQL-PAYEE-KEY            PIC X(36).
       01  SQL-PAYEE-NAME           PIC X(70).
       01  SQL-PAYEE-IBAN           PIC X(34).
       01  SQL-AMOUNT               PIC 9(09)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-REMIT-REFERENCE       PIC X(17).
       01  LK-CONTROL-COUNT         PIC 9(07).
       01  LK-CONTROL-AMOUNT        PIC 9(09)V99.

      ******************************************************************

       PROCEDURE DIVISION USING LK-REMIT-REFERENCE, LK-CONTROL-COUNT,
           LK-CONTROL-AMOUNT.
       0000-START-MAIN.
           MOVE LK-REMIT-REFERENCE TO SQL-REMIT-REFERENCE.

           MOVE SPACES TO WS-SEPA-IBAN WS-SEPA-BIC
           ACCEPT WS-SEPA-IBAN FROM ENVIRONMENT "BOBONIORT_SEPA_IBAN"
           ACCEPT WS-SEPA-BIC FROM ENVIRONMENT "BOBONIORT_SEPA_BIC"
           IF WS-SEPA-IBAN = SPACES
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'REMISE ' DELIMITED BY SIZE
                       LK-REMIT-REFERENCE DELIMITED BY SIZE
                       ' : IBAN DE L''ASSOCIATION ABSENT, PAS DE '
                           DELIMITED BY SIZE
                       'PAIN.001' DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'painvirt  ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
               DISPLAY WS-ALERT-DETAIL
               GOBACK
           END-IF.

           PERFORM SET-REMIT-DATES.

           OPEN OUTPUT TX-WORK.
           PERFORM LIST-REMIT-TRANSFERS.
           CLOSE TX-WORK.

      *    [MF] Une remise sans virement ne donne pas de fichier : un
      *    lot pain.001 vide est refuse par la banque.
           IF WS-TOTAL-COUNT = 0
               DISPLAY 'REMISE ' LK-REMIT-REFERENCE
                   ' SANS VIREMENT - PAS DE FICHIER PAIN.001'
               GOBACK
           END-IF.

           PERFORM CHECK-CONTROL-TOTALS.
           PERFORM WRITE-PAIN-FILE.

           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY WS-TOTAL-COUNT ' VIREMENT(S) DANS '
               FUNCTION TRIM(WS-PAIN-NAME) ' POUR '
               FUNCTION TRIM(WS-EDIT-AMOUNT) ' EUR'.
           GOBACK.

      *    [MF] Nom du fichier, horodatage du message et date
      *    d'execution demandee.
       SET-REMIT-DATES.
           MOVE SPACES TO WS-PAIN-NAME
           STRING 'PAIN001.' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
               INTO WS-PAIN-NAME
           END-STRING

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           MOVE SPACES TO WS-CREATION-STAMP
           STRING WS-NOW-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-NOW-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-NOW-DAY DELIMITED BY SIZE
                   'T' DELIMITED BY SIZE
                   WS-NOW-HOUR DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-NOW-MINUTE DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   WS-NOW-SECOND DELIMITED BY SIZE
               INTO WS-CREATION-STAMP
           END-STRING
           MOVE WS-CREATION-STAMP(1:10) TO WS-EXECUTION-DATE.

      *    [MF] Les virements de la remise : adherents ('A') pour le
      *    net de leurs demandes hors tiers payant moins les indus
      *    imputes sous la meme reference, prestataires ('P') pour
      *    le total de leurs demandes tiers payant, adherents
      *    rembourses de leur trop-percu d'echeances ('T', mouvements
      *    CREDIT_MOVE 'V' de la remise). Seuls les montants positifs
      *    donnent un virement.
       LIST-REMIT-TRANSFERS.
           EXEC SQL
               DECLARE CRSPAINVIRT CURSOR FOR
               SELECT PAYEE_KIND, PAYEE_KEY, PAYEE_NAME, PAYEE_IBAN,
                   PAYEE_AMOUNT
               FROM (
                   SELECT 'A' AS PAYEE_KIND,
                       claim_customer_uuid AS PAYEE_KEY,
                       SUBSTR(TRIM(customer_lastname) || ' ' ||
                           TRIM(customer_firstname), 1, 70)
                           AS PAYEE_NAME,
                       COALESCE(NULLIF(TRIM(customer_refund_iban), ''),
                           customer_code_iban) AS PAYEE_IBAN,
                       SUM(claim_our_amount)
                       - COALESCE(( SELECT SUM(MOVE_AMOUNT)
                             FROM OVERPAY_MOVE
                             WHERE MOVE_REF = :SQL-REMIT-REFERENCE
                             AND MOVE_TYPE = 'R'
                             AND MOVE_CUSTOMER_UUID =
                                 claim_customer_uuid ), 0)
                           AS PAYEE_AMOUNT
                   FROM CLAIM, customer
                   WHERE claim_customer_uuid = customer_uuid
                   AND claim_remit_ref = :SQL-REMIT-REFERENCE
                   AND TRIM(COALESCE(claim_provider_code, '')) = ''
                   GROUP BY claim_customer_uuid, customer_lastname,
                       customer_firstname, customer_code_iban,
                       customer_refund_iban
                   UNION ALL
                   SELECT 'P', claim_provider_code,
                       SUBSTR(PROVIDER_NAME, 1, 70), PROVIDER_IBAN,
                       SUM(claim_our_amount)
                   FROM CLAIM, PROVIDER
                   WHERE PROVIDER_CODE = TRIM(claim_provider_code)
                   AND claim_remit_ref = :SQL-REMIT-REFERENCE
                   AND TRIM(COALESCE(claim_provider_code, '')) != ''
                   GROUP BY claim_provider_code, PROVIDER_NAME,
                       PROVIDER_IBAN
                   UNION ALL
                   SELECT 'T', MOVE_CUSTOMER_UUID,
                       SUBSTR(TRIM(customer_lastname) || ' ' ||
                           TRIM(customer_firstname), 1, 70),
                       COALESCE(NULLIF(TRIM(customer_refund_iban), ''),
                           customer_code_iban),
                       SUM(MOVE_AMOUNT)
                   FROM CREDIT_MOVE, customer
                   WHERE MOVE_CUSTOMER_UUID = customer_uuid
                   AND MOVE_REF = :SQL-REMIT-REFERENCE
                   AND MOVE_TYPE = 'V'
                   GROUP BY MOVE_CUSTOMER_UUID, customer_lastname,
                       customer_firstname, customer_code_iban,
                       customer_refund_iban ) PAYEES
               WHERE PAYEE_AMOUNT > 0
               ORDER BY PAYEE_KIND, PAYEE_KEY
           END-EXEC.

           EXEC SQL
               OPEN CRSPAINVIRT
           END-EXEC.

           PERFORM UNTIL WS-PAIN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPAINVIRT
                   INTO :SQL-PAYEE-KIND, :SQL-PAYEE-KEY,
                       :SQL-PAYEE-NAME, :SQL-PAYEE-IBAN, :SQL-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-TRANSFER-TRANSACTION
                   WHEN 100
                       MOVE 'Y' TO WS-PAIN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'painvirt',
                           'FETCH-PAINVIRT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-PAIN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPAINVIRT
           END-EXEC.

      *    [MF] Une transaction CdtTrfTxInf dans le fichier de
      *    travail. Les caracteres reserves du XML sont neutralises
      *    dans le nom du beneficiaire.
       WRITE-TRANSFER-TRANSACTION.
           ADD 1 TO WS-TX-NUMBER
           ADD 1 TO WS-TOTAL-COUNT
           ADD SQL-AMOUNT TO WS-TOTAL-AMOUNT
           INSPECT SQL-PAYEE-NAME REPLACING ALL '&' BY '+'
               ALL '<' BY ' ' ALL '>' BY ' '

           MOVE '<CdtTrfTxInf>' TO TX-WORK-RECORD
           WRITE TX-WORK-RECORD
           MOVE SPACES TO TX-WORK-RECORD
           STRING '<PmtId><EndToEndId>' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TX-NUMBER DELIMITED BY SIZE
                   '</EndToEndId></PmtId>' DELIMITED BY SIZE
               INTO TX-WORK-RECORD
           END-STRING
           WRITE TX-WORK-RECORD
           MOVE SQL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO TX-WORK-RECORD
           STRING '<Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   '</InstdAmt></Amt>' DELIMITED BY SIZE
               INTO TX-WORK-RECORD
           END-STRING
           WRITE TX-WORK-RECORD
           MOVE SPACES TO TX-WORK-RECORD
           STRING '<Cdtr><Nm>' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PAYEE-NAME) DELIMITED BY SIZE
                   '</Nm></Cdtr>' DELIMITED BY SIZE
               INTO TX-WORK-RECORD
           END-STRING
           WRITE TX-WORK-RECORD
           MOVE SPACES TO TX-WORK-RECORD
           STRING '<CdtrAcct><Id><IBAN>' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PAYEE-IBAN) DELIMITED BY SIZE
                   '</IBAN></Id></CdtrAcct>' DELIMITED BY SIZE
               INTO TX-WORK-RECORD
           END-STRING
           WRITE TX-WORK-RECORD
           MOVE SPACES TO TX-WORK-RECORD
           EVALUATE SQL-PAYEE-KIND
               WHEN 'P'
                   STRING '<RmtInf><Ustrd>TIERS PAYANT '
                           DELIMITED BY SIZE
                           LK-REMIT-REFERENCE DELIMITED BY SIZE
                           '</Ustrd></RmtInf>' DELIMITED BY SIZE
                       INTO TX-WORK-RECORD
                   END-STRING
               WHEN 'T'
                   STRING '<RmtInf><Ustrd>TROP-PERCU ECHEANCES '
                           DELIMITED BY SIZE
                           LK-REMIT-REFERENCE DELIMITED BY SIZE
                           '</Ustrd></RmtInf>' DELIMITED BY SIZE
                       INTO TX-WORK-RECORD
                   END-STRING
               WHEN OTHER
                   STRING '<RmtInf><Ustrd>REMBOURSEMENT '
                           DELIMITED BY SIZE
                           LK-REMIT-REFERENCE DELIMITED BY SIZE
                           '</Ustrd></RmtInf>' DELIMITED BY SIZE
                       INTO TX-WORK-RECORD
                   END-STRING
           END-EVALUATE
           WRITE TX-WORK-RECORD
           MOVE '</CdtTrfTxInf>' TO TX-WORK-RECORD
           WRITE TX-WORK-RECORD.

      *    [MF] Le fichier XML doit toujours se rapprocher de la remise
      *    plate et des demandes CLAIM payees : un ecart est signale.
       CHECK-CONTROL-TOTALS.
           IF WS-TOTAL-COUNT NOT = LK-CONTROL-COUNT
               OR WS-TOTAL-AMOUNT NOT = LK-CONTROL-AMOUNT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'REMISE ' DELIMITED BY SIZE
                       LK-REMIT-REFERENCE DELIMITED BY SIZE
                       ' : TOTAUX PAIN.001 DIFFERENTS DE LA REMISE'
                           DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'painvirt  ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
               DISPLAY WS-ALERT-DETAIL
           END-IF.

      *    [MF] Le fichier final : entete de groupe, un lot unique de
      *    virements SEPA, puis la fermeture du message.
       WRITE-PAIN-FILE.
           OPEN OUTPUT PAIN-FILE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<Document xmlns="' DELIMITED BY SIZE
                   'urn:iso:std:iso:20022:tech:xsd:pain.001.001.03">'
                       DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<CstmrCdtTrfInitn>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '<GrpHdr>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<MsgId>' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '</MsgId>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<CreDtTm>' DELIMITED BY SIZE
                   WS-CREATION-STAMP DELIMITED BY SIZE
                   '</CreDtTm>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           PERFORM WRITE-CONTROL-TOTALS
           MOVE '<InitgPty><Nm>BOBONIORT</Nm></InitgPty>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '</GrpHdr>' TO PAIN-RECORD
           WRITE PAIN-RECORD

           PERFORM WRITE-PAYMENT-INFO-HEADER
           MOVE 'N' TO WS-COPY-EOF
           OPEN INPUT TX-WORK
           PERFORM UNTIL WS-COPY-EOF = 'Y'
               READ TX-WORK
                   AT END
                       MOVE 'Y' TO WS-COPY-EOF
                   NOT AT END
                       WRITE PAIN-RECORD FROM TX-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE TX-WORK
           MOVE '</PmtInf>' TO PAIN-RECORD
           WRITE PAIN-RECORD

           MOVE '</CstmrCdtTrfInitn>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '</Document>' TO PAIN-RECORD
           WRITE PAIN-RECORD

           CLOSE PAIN-FILE.

      *    [MF] Nombre et montant de controle, identiques dans
      *    l'entete de groupe et dans le lot unique.
       WRITE-CONTROL-TOTALS.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PAIN-RECORD
           STRING '<NbOfTxs>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   '</NbOfTxs>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PAIN-RECORD
           STRING '<CtrlSum>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   '</CtrlSum>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD.

      *    [MF] Entete du lot PmtInf : virement SEPA, frais partages,
      *    date d'execution et compte debite de l'association.
       WRITE-PAYMENT-INFO-HEADER.
           MOVE '<PmtInf>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<PmtInfId>' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '</PmtInfId>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<PmtMtd>TRF</PmtMtd>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           PERFORM WRITE-CONTROL-TOTALS
           MOVE '<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<ReqdExctnDt>' DELIMITED BY SIZE
                   WS-EXECUTION-DATE DELIMITED BY SIZE
                   '</ReqdExctnDt>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<Dbtr><Nm>BOBONIORT</Nm></Dbtr>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<DbtrAcct><Id><IBAN>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEPA-IBAN) DELIMITED BY SIZE
                   '</IBAN></Id></DbtrAcct>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           IF WS-SEPA-BIC = SPACES
               MOVE SPACES TO PAIN-RECORD
               STRING '<DbtrAgt><FinInstnId><Othr>' DELIMITED BY SIZE
                       '<Id>NOTPROVIDED</Id>' DELIMITED BY SIZE
                       '</Othr></FinInstnId></DbtrAgt>'
                           DELIMITED BY SIZE
                   INTO PAIN-RECORD
               END-STRING
           ELSE
               MOVE SPACES TO PAIN-RECORD
               STRING '<DbtrAgt><FinInstnId><BIC>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEPA-BIC) DELIMITED BY SIZE
                       '</BIC></FinInstnId></DbtrAgt>'
                           DELIMITED BY SIZE
                   INTO PAIN-RECORD
               END-STRING
           END-IF
           WRITE PAIN-RECORD
           MOVE '<ChrgBr>SLEV</ChrgBr>' TO PAIN-RECORD
           WRITE PAIN-RECORD.
