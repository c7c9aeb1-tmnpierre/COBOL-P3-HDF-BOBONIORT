      ******************************************************************
      *    [MF] Le programme 'Remise de Prelevements ISO 20022' produit,
      *    pour chaque remise de sepacust, le fichier XML pain.008 que
      *    la banque exige desormais a la place du fichier plat
      *    SEPAREMIT - celui-ci reste produit comme liste de controle
      *    interne.
      *
      *    Le fichier PAIN008.<reference de remise> est construit a
      *    partir des traces COLLECTION de la remise (une transaction
      *    par ligne), la reference de remise servant d'identifiant de
      *    message - c'est elle que l'accuse de la banque (ackremit)
      *    rapporte. La reference de bout en bout de chaque
      *    prelevement (EndToEndId) est la reference de remise suivie
      *    de l'identifiant COLLECTION_ID : les releves et avis de
      *    rejet camt de la banque la restituent, et rapbcust et
      *    rejcust retrouvent ainsi la ligne exacte sans passer par
      *    l'IBAN et le montant. Chaque prelevement porte la RUM et la
      *    date de signature du mandat valide (MANDATE_RUM,
      *    MANDATE_SIGN_DATE) ; les prelevements groupes d'un
      *    employeur, dont la convention tient lieu de mandat, portent
      *    la reference GRP<code employeur> et la date de leur premier
      *    prelevement. Les transactions sont reparties en un lot
      *    'FRST' (premier prelevement sur le mandat : aucune trace
      *    COLLECTION anterieure depuis la signature) et un lot 'RCUR'
      *    (prelevements suivants), chacun avec son nombre et son
      *    montant de controle, et l'entete de groupe porte le nombre
      *    et le montant de l'ensemble.
      *
      *    Les transactions sont d'abord ecrites dans un fichier de
      *    travail par lot, puis recopiees derriere les entetes une
      *    fois les totaux connus. Des totaux differents de ceux de la
      *    remise plate de sepacust posent une alerte : les deux
      *    fichiers doivent toujours se rapprocher.
      *
      *    Les coordonnees du creancier sont lues dans
      *    l'environnement : BOBONIORT_SEPA_ICS (identifiant creancier
      *    SEPA), BOBONIORT_SEPA_IBAN et BOBONIORT_SEPA_BIC (compte de
      *    l'association). Sans ICS ni IBAN, aucun fichier n'est
      *    produit et une alerte est posee.
      *
      *    Pas de CONNECT/DISCONNECT ici : painprlv est appele par
      *    sepacust en fin de remise, sur sa connexion, et recoit la
      *    reference de la remise et ses totaux de controle.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. painprlv.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIN-FILE ASSIGN TO WS-PAIN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-PAIN-FILE-STATUS.
           SELECT FRST-WORK ASSIGN TO "PAINFRSTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.
           SELECT RCUR-WORK ASSIGN TO "PAINRCURWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PAIN-FILE.
       01  PAIN-RECORD PIC X(200).

       FD  FRST-WORK.
       01  FRST-WORK-RECORD PIC X(200).

       FD  RCUR-WORK.
       01  RCUR-WORK-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-PAIN-NAME               PIC X(40).
       01  WS-PAIN-FILE-STATUS        PIC X(02).
       01  WS-WORK-FILE-STATUS        PIC X(02).
       01  WS-PAIN-EOF                PIC X(01) VALUE 'N'.
       01  WS-COPY-EOF                PIC X(01).
       01  WS-XML-LINE                PIC X(200).

       01  WS-FRST-COUNT              PIC 9(07) VALUE 0.
       01  WS-FRST-AMOUNT             PIC 9(09)V99 VALUE 0.
       01  WS-RCUR-COUNT              PIC 9(07) VALUE 0.
       01  WS-RCUR-AMOUNT             PIC 9(09)V99 VALUE 0.
       01  WS-TOTAL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-EDIT-COUNT              PIC Z(06)9.
       01  WS-EDIT-AMOUNT             PIC Z(08)9.99.

      *    [MF] Lot en cours d'ecriture dans le fichier final.
       01  WS-BATCH-SEQ-TYPE          PIC X(04).
       01  WS-BATCH-COUNT             PIC 9(07).
       01  WS-BATCH-AMOUNT            PIC 9(09)V99.

       01  WS-SEPA-ICS                PIC X(35).
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

      *    [MF] Date d'echeance demandee a la banque : le lendemain
      *    de l'emission de la remise.
       01  WS-TODAY-NUM               PIC 9(08).
       01  WS-COLLECT-INT             PIC 9(07).
       01  WS-COLLECT-NUM             PIC 9(08).
       01  WS-COLLECT-RAW REDEFINES WS-COLLECT-NUM.
           05  WS-COLLECT-YEAR        PIC X(04).
           05  WS-COLLECT-MONTH       PIC X(02).
           05  WS-COLLECT-DAY         PIC X(02).
       01  WS-COLLECT-DATE            PIC X(10).

       01  WS-ALERT-SEVERITY          PIC X(01) VALUE 'H'.
       01  WS-ALERT-DETAIL            PIC X(100).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-REMIT-REFERENCE      PIC X(17).
       01  SQL-SEQ-TYPE             PIC X(04).
       01  SQL-COLLECTION-ID        PIC 9(09).
       01  SQL-DEBTOR-KEY           PIC X(36).
       01  SQL-DEBTOR-IBAN          PIC X(34).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-AMOUNT               PIC 9(09)V99.
       01  SQL-DEBTOR-NAME          PIC X(70).
       01  SQL-MANDATE-RUM          PIC X(35).
       01  SQL-MANDATE-SIGN-DATE    PIC X(10).
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

           PERFORM READ-CREDITOR-SETTINGS.
           IF WS-SEPA-ICS = SPACES OR WS-SEPA-IBAN = SPACES
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'REMISE ' DELIMITED BY SIZE
                       LK-REMIT-REFERENCE DELIMITED BY SIZE
                       ' : ICS OU IBAN CREANCIER ABSENT, PAS DE '
                           DELIMITED BY SIZE
                       'PAIN.008' DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'painprlv  ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
               DISPLAY WS-ALERT-DETAIL
               GOBACK
           END-IF.

           PERFORM SET-REMIT-DATES.

           OPEN OUTPUT FRST-WORK.
           OPEN OUTPUT RCUR-WORK.
           PERFORM LIST-REMIT-DEBITS.
           CLOSE FRST-WORK.
           CLOSE RCUR-WORK.

           COMPUTE WS-TOTAL-COUNT = WS-FRST-COUNT + WS-RCUR-COUNT.
           COMPUTE WS-TOTAL-AMOUNT = WS-FRST-AMOUNT + WS-RCUR-AMOUNT.

      *    [MF] Une remise sans prelevement ne donne pas de fichier :
      *    un lot pain.008 vide est refuse par la banque.
           IF WS-TOTAL-COUNT = 0
               DISPLAY 'REMISE ' LK-REMIT-REFERENCE
                   ' SANS PRELEVEMENT - PAS DE FICHIER PAIN.008'
               GOBACK
           END-IF.

           PERFORM CHECK-CONTROL-TOTALS.
           PERFORM WRITE-PAIN-FILE.

           MOVE WS-TOTAL-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY WS-TOTAL-COUNT ' PRELEVEMENT(S) DANS '
               FUNCTION TRIM(WS-PAIN-NAME) ' POUR '
               FUNCTION TRIM(WS-EDIT-AMOUNT) ' EUR'.
           GOBACK.

      *    [MF] Coordonnees du creancier, propres au contrat bancaire
      *    de l'association et donc hors du code.
       READ-CREDITOR-SETTINGS.
           MOVE SPACES TO WS-SEPA-ICS WS-SEPA-IBAN WS-SEPA-BIC
           ACCEPT WS-SEPA-ICS FROM ENVIRONMENT "BOBONIORT_SEPA_ICS"
           ACCEPT WS-SEPA-IBAN FROM ENVIRONMENT "BOBONIORT_SEPA_IBAN"
           ACCEPT WS-SEPA-BIC FROM ENVIRONMENT "BOBONIORT_SEPA_BIC".

      *    [MF] Nom du fichier, horodatage du message et date
      *    d'echeance demandee.
       SET-REMIT-DATES.
           MOVE SPACES TO WS-PAIN-NAME
           STRING 'PAIN008.' DELIMITED BY SIZE
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-COLLECT-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-COLLECT-INT)
               TO WS-COLLECT-NUM
           MOVE SPACES TO WS-COLLECT-DATE
           STRING WS-COLLECT-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-COLLECT-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-COLLECT-DAY DELIMITED BY SIZE
               INTO WS-COLLECT-DATE
           END-STRING.

      *    [MF] Les traces COLLECTION de la remise, avec le type de
      *    sequence, le nom du debiteur (adherent ou employeur) et le
      *    mandat qui autorise le prelevement. Un prelevement est un
      *    premier prelevement ('FRST') quand aucune trace COLLECTION
      *    d'une autre remise - emise, acceptee ou encaissee - n'existe
      *    pour le meme debiteur depuis la signature de son mandat ;
      *    une echeance soldee sur avoir (mode 'AVO') n'en est pas une.
       LIST-REMIT-DEBITS.
           EXEC SQL
               DECLARE CRSPAINPRLV CURSOR FOR
               SELECT CASE WHEN EXISTS (
                          SELECT 1 FROM COLLECTION PREV
                          WHERE PREV.COLLECTION_CUSTOMER_UUID =
                              C.COLLECTION_CUSTOMER_UUID
                          AND PREV.COLLECTION_REMIT_REF !=
                              C.COLLECTION_REMIT_REF
                          AND ( PREV.COLLECTION_STATUS = 'E'
                             OR PREV.COLLECTION_STATUS = 'A'
                             OR PREV.COLLECTION_STATUS = 'C' )
                          AND COALESCE(PREV.COLLECTION_PAY_MODE,
                              'PRL') != 'AVO'
                          AND PREV.COLLECTION_ISSUE_DATE >=
                              COALESCE(( SELECT MAX(MANDATE_SIGN_DATE)
                                  FROM MANDATE
                                  WHERE MANDATE_CUSTOMER_UUID =
                                      C.COLLECTION_CUSTOMER_UUID
                                  AND MANDATE_STATUS = 'V' ),
                                  DATE '1900-01-01') )
                      THEN 'RCUR' ELSE 'FRST' END,
                   C.COLLECTION_ID, C.COLLECTION_CUSTOMER_UUID,
                   C.COLLECTION_IBAN,
                   C.COLLECTION_PRODUCT_CODE, C.COLLECTION_AMOUNT,
                   SUBSTR(COALESCE(
                       ( SELECT TRIM(customer_lastname) || ' ' ||
                                TRIM(customer_firstname)
                         FROM customer
                         WHERE customer_uuid =
                             C.COLLECTION_CUSTOMER_UUID ),
                       ( SELECT EMPLOYER_NAME FROM EMPLOYER
                         WHERE EMPLOYER_CODE =
                             TRIM(C.COLLECTION_CUSTOMER_UUID) ),
                       ' '), 1, 70),
                   COALESCE(( SELECT MAX(MANDATE_RUM) FROM MANDATE
                              WHERE MANDATE_CUSTOMER_UUID =
                                  C.COLLECTION_CUSTOMER_UUID
                              AND MANDATE_STATUS = 'V' ),
                       'GRP' || TRIM(C.COLLECTION_CUSTOMER_UUID)),
                   COALESCE(( SELECT MAX(MANDATE_SIGN_DATE)
                              FROM MANDATE
                              WHERE MANDATE_CUSTOMER_UUID =
                                  C.COLLECTION_CUSTOMER_UUID
                              AND MANDATE_STATUS = 'V' ),
                            ( SELECT MIN(ORIG.COLLECTION_ISSUE_DATE)
                              FROM COLLECTION ORIG
                              WHERE ORIG.COLLECTION_CUSTOMER_UUID =
                                  C.COLLECTION_CUSTOMER_UUID ))
               FROM COLLECTION C
               WHERE C.COLLECTION_REMIT_REF = :SQL-REMIT-REFERENCE
               ORDER BY C.COLLECTION_CUSTOMER_UUID,
                   C.COLLECTION_PRODUCT_CODE
           END-EXEC.

           EXEC SQL
               OPEN CRSPAINPRLV
           END-EXEC.

           PERFORM UNTIL WS-PAIN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPAINPRLV
                   INTO :SQL-SEQ-TYPE, :SQL-COLLECTION-ID,
                       :SQL-DEBTOR-KEY,
                       :SQL-DEBTOR-IBAN, :SQL-PRODUCT-CODE,
                       :SQL-AMOUNT, :SQL-DEBTOR-NAME,
                       :SQL-MANDATE-RUM, :SQL-MANDATE-SIGN-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-DEBIT-TRANSACTION
                   WHEN 100
                       MOVE 'Y' TO WS-PAIN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'painprlv',
                           'FETCH-PAINPRLV', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-PAIN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPAINPRLV
           END-EXEC.

      *    [MF] Une transaction DrctDbtTxInf dans le fichier de
      *    travail de son lot. Les caracteres reserves du XML sont
      *    neutralises dans le nom du debiteur.
       WRITE-DEBIT-TRANSACTION.
           IF SQL-SEQ-TYPE = 'FRST'
               ADD 1 TO WS-FRST-COUNT
               ADD SQL-AMOUNT TO WS-FRST-AMOUNT
           ELSE
               ADD 1 TO WS-RCUR-COUNT
               ADD SQL-AMOUNT TO WS-RCUR-AMOUNT
           END-IF
           INSPECT SQL-DEBTOR-NAME REPLACING ALL '&' BY '+'
               ALL '<' BY ' ' ALL '>' BY ' '

           MOVE '<DrctDbtTxInf>' TO WS-XML-LINE
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<PmtId><EndToEndId>' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   SQL-COLLECTION-ID DELIMITED BY SIZE
                   '</EndToEndId></PmtId>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE SQL-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-XML-LINE
           STRING '<InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   '</InstdAmt>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE '<DrctDbtTx><MndtRltdInf>' TO WS-XML-LINE
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<MndtId>' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-MANDATE-RUM) DELIMITED BY SIZE
                   '</MndtId>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DtOfSgntr>' DELIMITED BY SIZE
                   SQL-MANDATE-SIGN-DATE DELIMITED BY SIZE
                   '</DtOfSgntr>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE '</MndtRltdInf></DrctDbtTx>' TO WS-XML-LINE
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DbtrAgt><FinInstnId><Othr>' DELIMITED BY SIZE
                   '<Id>NOTPROVIDED</Id>' DELIMITED BY SIZE
                   '</Othr></FinInstnId></DbtrAgt>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<Dbtr><Nm>' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEBTOR-NAME) DELIMITED BY SIZE
                   '</Nm></Dbtr>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<DbtrAcct><Id><IBAN>' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEBTOR-IBAN) DELIMITED BY SIZE
                   '</IBAN></Id></DbtrAcct>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE SPACES TO WS-XML-LINE
           STRING '<RmtInf><Ustrd>COTISATION ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '</Ustrd></RmtInf>' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           PERFORM PUT-TX-LINE
           MOVE '</DrctDbtTxInf>' TO WS-XML-LINE
           PERFORM PUT-TX-LINE.

      *    [MF] Ecrit la ligne dans le fichier de travail du lot de la
      *    transaction en cours.
       PUT-TX-LINE.
           IF SQL-SEQ-TYPE = 'FRST'
               WRITE FRST-WORK-RECORD FROM WS-XML-LINE
           ELSE
               WRITE RCUR-WORK-RECORD FROM WS-XML-LINE
           END-IF.

      *    [MF] Le fichier XML doit toujours se rapprocher de la remise
      *    plate et de la table COLLECTION : un ecart est signale.
       CHECK-CONTROL-TOTALS.
           IF WS-TOTAL-COUNT NOT = LK-CONTROL-COUNT
               OR WS-TOTAL-AMOUNT NOT = LK-CONTROL-AMOUNT
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'REMISE ' DELIMITED BY SIZE
                       LK-REMIT-REFERENCE DELIMITED BY SIZE
                       ' : TOTAUX PAIN.008 DIFFERENTS DE LA REMISE'
                           DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING 'painprlv  ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
               DISPLAY WS-ALERT-DETAIL
           END-IF.

      *    [MF] Le fichier final : entete de groupe, un lot par type
      *    de sequence present, puis la fermeture du message.
       WRITE-PAIN-FILE.
           OPEN OUTPUT PAIN-FILE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<Document xmlns="' DELIMITED BY SIZE
                   'urn:iso:std:iso:20022:tech:xsd:pain.008.001.02">'
                       DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<CstmrDrctDbtInitn>' TO PAIN-RECORD
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
           MOVE WS-TOTAL-COUNT TO WS-BATCH-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-BATCH-AMOUNT
           PERFORM WRITE-CONTROL-TOTALS
           MOVE '<InitgPty><Nm>BOBONIORT</Nm></InitgPty>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '</GrpHdr>' TO PAIN-RECORD
           WRITE PAIN-RECORD

           IF WS-FRST-COUNT > 0
               MOVE 'FRST' TO WS-BATCH-SEQ-TYPE
               MOVE WS-FRST-COUNT TO WS-BATCH-COUNT
               MOVE WS-FRST-AMOUNT TO WS-BATCH-AMOUNT
               PERFORM WRITE-PAYMENT-INFO-HEADER
               MOVE 'N' TO WS-COPY-EOF
               OPEN INPUT FRST-WORK
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ FRST-WORK
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           WRITE PAIN-RECORD FROM FRST-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE FRST-WORK
               MOVE '</PmtInf>' TO PAIN-RECORD
               WRITE PAIN-RECORD
           END-IF

           IF WS-RCUR-COUNT > 0
               MOVE 'RCUR' TO WS-BATCH-SEQ-TYPE
               MOVE WS-RCUR-COUNT TO WS-BATCH-COUNT
               MOVE WS-RCUR-AMOUNT TO WS-BATCH-AMOUNT
               PERFORM WRITE-PAYMENT-INFO-HEADER
               MOVE 'N' TO WS-COPY-EOF
               OPEN INPUT RCUR-WORK
               PERFORM UNTIL WS-COPY-EOF = 'Y'
                   READ RCUR-WORK
                       AT END
                           MOVE 'Y' TO WS-COPY-EOF
                       NOT AT END
                           WRITE PAIN-RECORD FROM RCUR-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RCUR-WORK
               MOVE '</PmtInf>' TO PAIN-RECORD
               WRITE PAIN-RECORD
           END-IF

           MOVE '</CstmrDrctDbtInitn>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '</Document>' TO PAIN-RECORD
           WRITE PAIN-RECORD

           CLOSE PAIN-FILE.

      *    [MF] Nombre et montant de controle, dans l'entete de groupe
      *    comme dans chaque lot.
       WRITE-CONTROL-TOTALS.
           MOVE WS-BATCH-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PAIN-RECORD
           STRING '<NbOfTxs>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                   '</NbOfTxs>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE WS-BATCH-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PAIN-RECORD
           STRING '<CtrlSum>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   '</CtrlSum>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD.

      *    [MF] Entete d'un lot PmtInf : type de sequence, date
      *    d'echeance demandee et coordonnees du creancier.
       WRITE-PAYMENT-INFO-HEADER.
           MOVE '<PmtInf>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<PmtInfId>' DELIMITED BY SIZE
                   LK-REMIT-REFERENCE DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-BATCH-SEQ-TYPE DELIMITED BY SIZE
                   '</PmtInfId>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<PmtMtd>DD</PmtMtd>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           PERFORM WRITE-CONTROL-TOTALS
           MOVE '<PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl>'
               TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '<LclInstrm><Cd>CORE</Cd></LclInstrm>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<SeqTp>' DELIMITED BY SIZE
                   WS-BATCH-SEQ-TYPE DELIMITED BY SIZE
                   '</SeqTp></PmtTpInf>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<ReqdColltnDt>' DELIMITED BY SIZE
                   WS-COLLECT-DATE DELIMITED BY SIZE
                   '</ReqdColltnDt>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<Cdtr><Nm>BOBONIORT</Nm></Cdtr>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<CdtrAcct><Id><IBAN>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEPA-IBAN) DELIMITED BY SIZE
                   '</IBAN></Id></CdtrAcct>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           IF WS-SEPA-BIC = SPACES
               MOVE SPACES TO PAIN-RECORD
               STRING '<CdtrAgt><FinInstnId><Othr>' DELIMITED BY SIZE
                       '<Id>NOTPROVIDED</Id>' DELIMITED BY SIZE
                       '</Othr></FinInstnId></CdtrAgt>'
                           DELIMITED BY SIZE
                   INTO PAIN-RECORD
               END-STRING
           ELSE
               MOVE SPACES TO PAIN-RECORD
               STRING '<CdtrAgt><FinInstnId><BIC>' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEPA-BIC) DELIMITED BY SIZE
                       '</BIC></FinInstnId></CdtrAgt>'
                           DELIMITED BY SIZE
                   INTO PAIN-RECORD
               END-STRING
           END-IF
           WRITE PAIN-RECORD
           MOVE '<CdtrSchmeId><Id><PrvtId><Othr>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE SPACES TO PAIN-RECORD
           STRING '<Id>' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEPA-ICS) DELIMITED BY SIZE
                   '</Id>' DELIMITED BY SIZE
               INTO PAIN-RECORD
           END-STRING
           WRITE PAIN-RECORD
           MOVE '<SchmeNm><Prtry>SEPA</Prtry></SchmeNm>' TO PAIN-RECORD
           WRITE PAIN-RECORD
           MOVE '</Othr></PrvtId></Id></CdtrSchmeId>' TO PAIN-RECORD
           WRITE PAIN-RECORD.
