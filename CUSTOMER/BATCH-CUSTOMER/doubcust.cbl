      ******************************************************************
      *    [MF] Le programme 'Doubles Paiements' est le controle
      *    quotidien des echeances encaissees deux fois : un cheque
      *    ou des especes recus au guichet (reglcust) pour une
      *    echeance deja prelevee, ou un prelevement credite apres
      *    un reglement au guichet. Chaque encaissement credite
      *    (COLLECTION statut 'C') rattache a une echeance
      *    (COLLECTION_ECHEANCIER_ID) qui en avait deja un est un
      *    trop-percu : il ouvre un avoir au registre CUSTOMER_CREDIT
      *    (un avoir par encaissement en trop, solde restant du a
      *    l'adherent), journalise dans CREDIT_MOVE (mouvement 'C'
      *    constat) et trace par logaudit.
      *
      *    Le solde des avoirs suit ensuite le choix de l'adherent
      *    (CUSTOMER_CREDIT_CHOICE, saisi a l'ecran situcust) :
      *    - 'E' ou non renseigne : imputation sur l'echeance
      *      suivante. Chaque echeance individuelle arrivee a date
      *      ('P' ou 'F') que le solde couvre entierement est soldee
      *      ici, avant la remise de sepacust : elle passe 'D' avec
      *      une trace COLLECTION de mode 'AVO' directement au statut
      *      'C', et les avoirs les plus anciens sont diminues d'autant
      *      (mouvement 'E'). Pas d'imputation partielle d'une
      *      echeance, comme au guichet ;
      *    - 'V' : remboursement par virement dans la prochaine remise
      *      de payclaim (mouvement 'V').
      *
      *    Etape du calendrier de nuit (BATCH_CALENDAR), a placer
      *    apres rapbcust et avant sepacust. Le rapport DOUBLEDAY
      *    liste les trop-percus constates et les imputations faites.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. doubcust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOUBLE-REPORT ASSIGN TO "DOUBLEDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DOUBLE-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  DOUBLE-REPORT.
       01  DOUBLE-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-DOUBLE-FILE-STATUS      PIC X(02).
       01  WS-DOUBLE-EOF              PIC X(01) VALUE 'N'.
       01  WS-APPLY-EOF               PIC X(01) VALUE 'N'.
       01  WS-ECH-EOF                 PIC X(01).
       01  WS-CONSUME-EOF             PIC X(01).
       01  WS-DOUBLE-COUNT            PIC 9(07) VALUE 0.
       01  WS-DOUBLE-TOTAL            PIC 9(09)V99 VALUE 0.
       01  WS-APPLY-COUNT             PIC 9(07) VALUE 0.
       01  WS-APPLY-TOTAL             PIC 9(09)V99 VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Reference portee par les traces COLLECTION et les
      *    mouvements d'imputation du jour.
       01  WS-AVOIR-REFERENCE.
           05  FILLER                 PIC X(05) VALUE 'AVOIR'.
           05  WS-AVOIR-REF-DATE      PIC X(08).

       01  WS-CREDIT-AVAILABLE        PIC 9(07)V99.
       01  WS-CONSUME-REMAINING       PIC 9(07)V99.
       01  WS-CLEARED-FLAG            PIC X(01).
       01  WS-EDIT-AMOUNT             PIC Z(06)9.99.
       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-COLLECTION-ID        PIC 9(09).
       01  SQL-ECHEANCIER-ID        PIC 9(09).
       01  SQL-COLL-AMOUNT          PIC 9(07)V99.
       01  SQL-COLL-PAY-MODE        PIC X(03).
       01  SQL-COLL-REMIT-REF       PIC X(17).
       01  SQL-ECH-DUE-DATE         PIC X(10).
       01  SQL-CREDIT-BALANCE       PIC 9(07)V99.
       01  SQL-ECH-AMOUNT           PIC 9(07)V99.
       01  SQL-ECH-PRODUCT-CODE     PIC X(10).
       01  SQL-CREDIT-COLL-ID       PIC 9(09).
       01  SQL-CONSUME-AMOUNT       PIC 9(07)V99.
       01  SQL-AVOIR-REFERENCE      PIC X(17).
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
               CALL 'logsqlerr' USING 'doubcust', 'CONNECT', SQLCODE
               END-CALL
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AVOIR-REF-DATE
           MOVE WS-AVOIR-REFERENCE TO SQL-AVOIR-REFERENCE

           PERFORM WRITE-REPORT-HEADER.
           PERFORM DETECT-DOUBLE-PAYMENTS.
           PERFORM APPLY-CREDIT-BALANCES.
           PERFORM WRITE-REPORT-FOOTER.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-DOUBLE-COUNT ' TROP-PERCU(S) CONSTATE(S)'.
           DISPLAY WS-APPLY-COUNT ' ECHEANCE(S) SOLDEE(S) PAR AVOIR'.
           GOBACK.

      *    [MF] Entete du rapport du jour, meme format que les autres
      *    rapports journaliers.
       WRITE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND DOUBLE-REPORT.
           IF WS-DOUBLE-FILE-STATUS = '35'
               OPEN OUTPUT DOUBLE-REPORT
           END-IF.

           MOVE SPACES TO DOUBLE-REPORT-RECORD
           STRING 'DOUBLES PAIEMENTS D''ECHEANCES DU '
                   DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO DOUBLE-REPORT-RECORD
           END-STRING
           WRITE DOUBLE-REPORT-RECORD.

      *    [MF] Encaissements credites rattaches a une echeance qui
      *    avait deja un encaissement credite plus ancien, et pour
      *    lesquels aucun avoir n'est encore ouvert : le premier
      *    encaissement solde l'echeance, les suivants sont en trop.
       DETECT-DOUBLE-PAYMENTS.
           EXEC SQL
               DECLARE CRSDOUBLE CURSOR FOR
               SELECT C.COLLECTION_ID, C.COLLECTION_ECHEANCIER_ID,
                   C.COLLECTION_CUSTOMER_UUID, customer_lastname,
                   customer_firstname, C.COLLECTION_AMOUNT,
                   COALESCE(C.COLLECTION_PAY_MODE, 'PRL'),
                   C.COLLECTION_REMIT_REF, echeancier_due_date
               FROM COLLECTION C, customer, ECHEANCIER
               WHERE C.COLLECTION_CUSTOMER_UUID = customer_uuid
               AND echeancier_id = C.COLLECTION_ECHEANCIER_ID
               AND C.COLLECTION_STATUS = 'C'
               AND C.COLLECTION_AMOUNT > 0
               AND EXISTS ( SELECT 1 FROM COLLECTION P
                            WHERE P.COLLECTION_ECHEANCIER_ID =
                                C.COLLECTION_ECHEANCIER_ID
                            AND P.COLLECTION_STATUS = 'C'
                            AND P.COLLECTION_ID < C.COLLECTION_ID )
               AND NOT EXISTS ( SELECT 1 FROM CUSTOMER_CREDIT
                                WHERE CREDIT_COLLECTION_ID =
                                    C.COLLECTION_ID )
               ORDER BY customer_lastname, customer_firstname,
                   C.COLLECTION_ID
           END-EXEC.

           EXEC SQL
               OPEN CRSDOUBLE
           END-EXEC.

           PERFORM UNTIL WS-DOUBLE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDOUBLE
                   INTO :SQL-COLLECTION-ID, :SQL-ECHEANCIER-ID,
                       :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-COLL-AMOUNT, :SQL-COLL-PAY-MODE,
                       :SQL-COLL-REMIT-REF, :SQL-ECH-DUE-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM OPEN-ONE-CREDIT
                   WHEN 100
                       MOVE 'Y' TO WS-DOUBLE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'doubcust',
                           'FETCH-DOUBLE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DOUBLE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDOUBLE
           END-EXEC.

      *    [MF] Ouvre l'avoir du montant encaisse en trop, journalise
      *    le constat ('C') et le rapporte.
       OPEN-ONE-CREDIT.
           EXEC SQL
               INSERT INTO CUSTOMER_CREDIT (
                   CREDIT_COLLECTION_ID, CREDIT_CUSTOMER_UUID,
                   CREDIT_ECHEANCIER_ID, CREDIT_AMOUNT,
                   CREDIT_BALANCE, CREDIT_STATUS, CREDIT_CREATE_DATE )
               VALUES ( :SQL-COLLECTION-ID, :SQL-UUID,
                        :SQL-ECHEANCIER-ID, :SQL-COLL-AMOUNT,
                        :SQL-COLL-AMOUNT, 'O', CURRENT_DATE )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'doubcust', 'INSERT-CREDIT',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   INSERT INTO CREDIT_MOVE (
                       MOVE_COLLECTION_ID, MOVE_CUSTOMER_UUID,
                       MOVE_TYPE, MOVE_AMOUNT, MOVE_DATE, MOVE_REF )
                   VALUES ( :SQL-COLLECTION-ID, :SQL-UUID, 'C',
                            :SQL-COLL-AMOUNT, CURRENT_DATE,
                            :SQL-COLL-REMIT-REF )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'doubcust',
                       'INSERT-CREDIT-MOVE', SQLCODE
                   END-CALL
               END-IF

               ADD 1 TO WS-DOUBLE-COUNT
               ADD SQL-COLL-AMOUNT TO WS-DOUBLE-TOTAL
               MOVE SQL-COLL-AMOUNT TO WS-EDIT-AMOUNT

               MOVE 'TROP-PERCU' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'ECHEANCE DU ' DELIMITED BY SIZE
                       SQL-ECH-DUE-DATE DELIMITED BY SIZE
                       ' ENCAISSEE DEUX FOIS, ' DELIMITED BY SIZE
                       SQL-COLL-PAY-MODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-COLL-REMIT-REF)
                           DELIMITED BY SIZE
                       ' : AVOIR DE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL

               MOVE SPACES TO DOUBLE-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                       ' : ECHEANCE DU ' DELIMITED BY SIZE
                       SQL-ECH-DUE-DATE DELIMITED BY SIZE
                       ' PAYEE DEUX FOIS (' DELIMITED BY SIZE
                       SQL-COLL-PAY-MODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-COLL-REMIT-REF)
                           DELIMITED BY SIZE
                       ') - AVOIR ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO DOUBLE-REPORT-RECORD
               END-STRING
               WRITE DOUBLE-REPORT-RECORD
           END-IF.

      *    [MF] Adherents ayant choisi l'imputation (ou n'ayant rien
      *    choisi) avec un solde d'avoirs ouvert.
       APPLY-CREDIT-BALANCES.
           EXEC SQL
               DECLARE CRSAVOIR CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname, SUM(credit_balance)
               FROM CUSTOMER_CREDIT, customer
               WHERE credit_customer_uuid = customer_uuid
               AND credit_status = 'O'
               AND credit_balance > 0
               AND COALESCE(customer_credit_choice, 'E') != 'V'
               GROUP BY customer_uuid, customer_lastname,
                   customer_firstname
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.

           EXEC SQL
               OPEN CRSAVOIR
           END-EXEC.

           PERFORM UNTIL WS-APPLY-EOF = 'Y'
               EXEC SQL
                   FETCH CRSAVOIR
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-CREDIT-BALANCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM APPLY-ONE-CUSTOMER
                   WHEN 100
                       MOVE 'Y' TO WS-APPLY-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'doubcust',
                           'FETCH-AVOIR', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-APPLY-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAVOIR
           END-EXEC.

      *    [MF] Solde sur l'avoir les echeances individuelles
      *    arrivees a date que sepacust prendrait ce soir, la plus
      *    ancienne d'abord, tant que le solde couvre la ligne
      *    entiere. Les echeances d'un contrat collectif, prelevees
      *    chez l'employeur, n'en font pas partie.
       APPLY-ONE-CUSTOMER.
           MOVE SQL-CREDIT-BALANCE TO WS-CREDIT-AVAILABLE

           EXEC SQL
               DECLARE CRSAVOIRECH CURSOR FOR
               SELECT echeancier_id, echeancier_amount,
                   echeancier_product_code, echeancier_due_date
               FROM ECHEANCIER, CONTRACT
               WHERE echeancier_customer_uuid = :SQL-UUID
               AND contract_customer_uuid = echeancier_customer_uuid
               AND contract_product_code = echeancier_product_code
               AND contract_status = 'A'
               AND TRIM(COALESCE(contract_employer_code, '')) = ''
               AND ( echeancier_status = 'P'
                  OR echeancier_status = 'F' )
               AND echeancier_due_date <= CURRENT_DATE
               ORDER BY echeancier_due_date, echeancier_id
           END-EXEC.

           EXEC SQL
               OPEN CRSAVOIRECH
           END-EXEC.

           MOVE 'N' TO WS-ECH-EOF
           PERFORM UNTIL WS-ECH-EOF = 'Y'
               EXEC SQL
                   FETCH CRSAVOIRECH
                   INTO :SQL-ECHEANCIER-ID, :SQL-ECH-AMOUNT,
                       :SQL-ECH-PRODUCT-CODE, :SQL-ECH-DUE-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-ECH-AMOUNT > 0
                          AND SQL-ECH-AMOUNT <= WS-CREDIT-AVAILABLE
                           PERFORM SETTLE-ECHEANCE-BY-CREDIT
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-ECH-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'doubcust',
                           'FETCH-AVOIRECH', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-ECH-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAVOIRECH
           END-EXEC.

      *    [MF] L'echeance passe 'D' et son encaissement est trace
      *    dans COLLECTION en mode 'AVO', credite le jour meme ; les
      *    avoirs sont diminues du montant et l'impaye eventuel de la
      *    fiche est leve comme pour un reglement au guichet.
       SETTLE-ECHEANCE-BY-CREDIT.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'D'
               WHERE ECHEANCIER_ID = :SQL-ECHEANCIER-ID
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'doubcust', 'SETTLE-ECHEANCE',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   INSERT INTO COLLECTION (
                       COLLECTION_CUSTOMER_UUID, COLLECTION_REMIT_REF,
                       COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                       COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                       COLLECTION_CREDIT_DATE, COLLECTION_STATUS,
                       COLLECTION_PAY_MODE, COLLECTION_ECHEANCIER_ID )
                   VALUES ( :SQL-UUID, :SQL-AVOIR-REFERENCE, ' ',
                            :SQL-ECH-PRODUCT-CODE, :SQL-ECH-AMOUNT,
                            CURRENT_DATE, CURRENT_DATE, 'C', 'AVO',
                            :SQL-ECHEANCIER-ID )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'doubcust',
                       'INSERT-COLLECTION', SQLCODE
                   END-CALL
               END-IF

               MOVE SQL-ECH-AMOUNT TO WS-CONSUME-REMAINING
               PERFORM CONSUME-CREDITS
               SUBTRACT SQL-ECH-AMOUNT FROM WS-CREDIT-AVAILABLE
               ADD 1 TO WS-APPLY-COUNT
               ADD SQL-ECH-AMOUNT TO WS-APPLY-TOTAL
               MOVE SQL-ECH-AMOUNT TO WS-EDIT-AMOUNT

               MOVE 'IMPUTATION-AVOIR' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'ECHEANCE DU ' DELIMITED BY SIZE
                       SQL-ECH-DUE-DATE DELIMITED BY SIZE
                       ' SOLDEE SUR AVOIR : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL

               MOVE 'N' TO WS-CLEARED-FLAG
               CALL 'clrunpaid' USING SQL-UUID, WS-CLEARED-FLAG
               END-CALL

               MOVE SPACES TO DOUBLE-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                       ' : ECHEANCE DU ' DELIMITED BY SIZE
                       SQL-ECH-DUE-DATE DELIMITED BY SIZE
                       ' SOLDEE SUR AVOIR - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO DOUBLE-REPORT-RECORD
               END-STRING
               WRITE DOUBLE-REPORT-RECORD
           END-IF.

      *    [MF] Diminue les avoirs ouverts de l'adherent, le plus
      *    ancien d'abord, du montant impute (avoir solde 'S' a
      *    zero), et journalise chaque imputation ('E').
       CONSUME-CREDITS.
           EXEC SQL
               DECLARE CRSCONSUME CURSOR FOR
               SELECT credit_collection_id, credit_balance
               FROM CUSTOMER_CREDIT
               WHERE credit_customer_uuid = :SQL-UUID
               AND credit_status = 'O'
               AND credit_balance > 0
               ORDER BY credit_create_date, credit_collection_id
           END-EXEC.

           EXEC SQL
               OPEN CRSCONSUME
           END-EXEC.

           MOVE 'N' TO WS-CONSUME-EOF
           PERFORM UNTIL WS-CONSUME-EOF = 'Y'
               EXEC SQL
                   FETCH CRSCONSUME
                   INTO :SQL-CREDIT-COLL-ID, :SQL-CREDIT-BALANCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CONSUME-ONE-CREDIT
                       IF WS-CONSUME-REMAINING = 0
                           MOVE 'Y' TO WS-CONSUME-EOF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-CONSUME-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'doubcust',
                           'FETCH-CONSUME', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-CONSUME-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSCONSUME
           END-EXEC.

       CONSUME-ONE-CREDIT.
           IF SQL-CREDIT-BALANCE > WS-CONSUME-REMAINING
               MOVE WS-CONSUME-REMAINING TO SQL-CONSUME-AMOUNT
           ELSE
               MOVE SQL-CREDIT-BALANCE TO SQL-CONSUME-AMOUNT
           END-IF

           EXEC SQL
               UPDATE CUSTOMER_CREDIT
               SET CREDIT_BALANCE = CREDIT_BALANCE
                       - :SQL-CONSUME-AMOUNT,
                   CREDIT_STATUS = CASE
                       WHEN CREDIT_BALANCE - :SQL-CONSUME-AMOUNT <= 0
                       THEN 'S' ELSE 'O' END
               WHERE CREDIT_COLLECTION_ID = :SQL-CREDIT-COLL-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'doubcust', 'UPDATE-CREDIT',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   INSERT INTO CREDIT_MOVE (
                       MOVE_COLLECTION_ID, MOVE_CUSTOMER_UUID,
                       MOVE_TYPE, MOVE_AMOUNT, MOVE_DATE, MOVE_REF )
                   VALUES ( :SQL-CREDIT-COLL-ID, :SQL-UUID, 'E',
                            :SQL-CONSUME-AMOUNT, CURRENT_DATE,
                            :SQL-AVOIR-REFERENCE )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'doubcust',
                       'INSERT-CREDIT-MOVE', SQLCODE
                   END-CALL
               END-IF
               SUBTRACT SQL-CONSUME-AMOUNT FROM WS-CONSUME-REMAINING
           END-IF.

      *    [MF] Lignes de bilan a la suite du detail.
       WRITE-REPORT-FOOTER.
           MOVE WS-DOUBLE-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO DOUBLE-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-DOUBLE-COUNT DELIMITED BY SIZE
                   ' TROP-PERCU(S) CONSTATE(S), ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO DOUBLE-REPORT-RECORD
           END-STRING
           WRITE DOUBLE-REPORT-RECORD.

           MOVE WS-APPLY-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO DOUBLE-REPORT-RECORD
           STRING '        ' DELIMITED BY SIZE
                   WS-APPLY-COUNT DELIMITED BY SIZE
                   ' ECHEANCE(S) SOLDEE(S) SUR AVOIR, '
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO DOUBLE-REPORT-RECORD
           END-STRING
           WRITE DOUBLE-REPORT-RECORD.

           CLOSE DOUBLE-REPORT.
