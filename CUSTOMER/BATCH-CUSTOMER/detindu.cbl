      ******************************************************************
      *    [MF] Le programme 'Detection des Indus' est le traitement
      *    de nuit qui repere les remboursements deja verses a tort
      *    (CLAIM statut 'P') dont on decouvre la cause apres coup :
      *    - soin date apres le deces de l'adherent, le deces ayant
      *      ete enregistre plus tard par deccust (sortie 'DC') ;
      *    - soin date apres la date d'effet d'une resiliation
      *      (resilcont, contrat 'R'), sans autre contrat actif
      *      ouvert a la date du soin.
      *    Chaque demande reperee, sans indu deja constate, est
      *    confiee a crtindu qui ouvre la creance au registre
      *    OVERPAYMENT pour la part mutuelle entiere, journalise le
      *    constat et envoie la lettre de recuperation ; payclaim
      *    imputera le solde sur les prochains remboursements.
      *
      *    Les annulations du regime obligatoire, qui n'ont pas de
      *    trace en base, sont constatees a l'ecran par inducust.
      *
      *    Etape du calendrier de nuit (BATCH_CALENDAR), a placer
      *    avant payclaim pour que l'imputation parte dans la remise
      *    du jour. Le rapport INDUDAY liste les indus constates.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. detindu.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDU-REPORT ASSIGN TO "INDUDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INDU-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  INDU-REPORT.
       01  INDU-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-INDU-FILE-STATUS        PIC X(02).
       01  WS-INDU-EOF                PIC X(01) VALUE 'N'.
       01  WS-INDU-COUNT              PIC 9(07) VALUE 0.
       01  WS-INDU-TOTAL              PIC 9(09)V99 VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
           05  WS-REPORT-TODAY-YEAR   PIC 9(04).
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

       01  WS-INDU-CLAIM-ID           PIC 9(09).
       01  WS-INDU-REASON             PIC X(40).
       01  WS-INDU-AMOUNT             PIC 9(07)V99.
       01  WS-INDU-CREATED            PIC X(01).
       01  WS-EDIT-AMOUNT             PIC Z(06)9.99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-INDU-CAUSE           PIC X(01).
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
               CALL 'logsqlerr' USING 'detindu', 'CONNECT', SQLCODE
               END-CALL
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADER.
           PERFORM DETECT-PAID-CLAIMS.
           PERFORM WRITE-REPORT-FOOTER.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-INDU-COUNT ' INDU(S) CONSTATE(S)'.
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

           OPEN EXTEND INDU-REPORT.
           IF WS-INDU-FILE-STATUS = '35'
               OPEN OUTPUT INDU-REPORT
           END-IF.

           MOVE SPACES TO INDU-REPORT-RECORD
           STRING 'INDUS CONSTATES DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO INDU-REPORT-RECORD
           END-STRING
           WRITE INDU-REPORT-RECORD.

      *    [MF] Demandes payees sans indu constate dont le soin est
      *    posterieur au deces ('D') ou a la resiliation ('R') de
      *    l'adherent.
       DETECT-PAID-CLAIMS.
           EXEC SQL
               DECLARE CRSDETINDU CURSOR FOR
               SELECT claim_id, customer_lastname, customer_firstname,
                   claim_care_date, claim_act_code,
                   CASE WHEN customer_exit_reason = 'DC'
                        AND customer_close_date IS NOT NULL
                        AND claim_care_date > customer_close_date
                        THEN 'D' ELSE 'R' END
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_status = 'P'
               AND COALESCE(claim_our_amount, 0) > 0
               AND NOT EXISTS ( SELECT 1 FROM OVERPAYMENT
                                WHERE overpay_claim_id = claim_id )
               AND ( ( customer_exit_reason = 'DC'
                       AND customer_close_date IS NOT NULL
                       AND claim_care_date > customer_close_date )
                  OR ( EXISTS ( SELECT 1 FROM CONTRACT
                                WHERE contract_customer_uuid =
                                    claim_customer_uuid
                                AND contract_status = 'R'
                                AND contract_end_date <
                                    claim_care_date )
                       AND NOT EXISTS ( SELECT 1 FROM CONTRACT
                                WHERE contract_customer_uuid =
                                    claim_customer_uuid
                                AND contract_start_date <=
                                    claim_care_date
                                AND ( contract_status = 'A'
                                   OR contract_end_date >=
                                      claim_care_date ) ) ) )
               ORDER BY customer_lastname, customer_firstname,
                   claim_care_date
           END-EXEC.

           EXEC SQL
               OPEN CRSDETINDU
           END-EXEC.

           PERFORM UNTIL WS-INDU-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDETINDU
                   INTO :SQL-CLAIM-ID, :SQL-LASTNAME,
                       :SQL-FIRSTNAME, :SQL-CARE-DATE,
                       :SQL-ACT-CODE, :SQL-INDU-CAUSE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM OPEN-ONE-INDU
                   WHEN 100
                       MOVE 'Y' TO WS-INDU-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'detindu',
                           'FETCH-DETINDU', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-INDU-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSDETINDU
           END-EXEC.

      *    [MF] Confie la demande a crtindu pour la part mutuelle
      *    entiere, puis la rapporte.
       OPEN-ONE-INDU.
           MOVE SQL-CLAIM-ID TO WS-INDU-CLAIM-ID
           IF SQL-INDU-CAUSE = 'D'
               MOVE 'SOIN POSTERIEUR AU DECES' TO WS-INDU-REASON
           ELSE
               MOVE 'SOIN POSTERIEUR A LA RESILIATION'
                   TO WS-INDU-REASON
           END-IF
           MOVE ZERO TO WS-INDU-AMOUNT
           MOVE 'N' TO WS-INDU-CREATED
           CALL 'crtindu' USING WS-INDU-CLAIM-ID, WS-INDU-REASON,
               WS-INDU-AMOUNT, WS-INDU-CREATED
           END-CALL

           IF WS-INDU-CREATED = 'Y'
               ADD 1 TO WS-INDU-COUNT
               ADD WS-INDU-AMOUNT TO WS-INDU-TOTAL
               MOVE WS-INDU-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO INDU-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-CARE-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INDU-REASON) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO INDU-REPORT-RECORD
               END-STRING
               WRITE INDU-REPORT-RECORD
           END-IF.

      *    [MF] Ligne de bilan a la suite du detail.
       WRITE-REPORT-FOOTER.
           MOVE WS-INDU-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO INDU-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-INDU-COUNT DELIMITED BY SIZE
                   ' INDU(S) CONSTATE(S), ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR A RECUPERER' DELIMITED BY SIZE
               INTO INDU-REPORT-RECORD
           END-STRING
           WRITE INDU-REPORT-RECORD.

           CLOSE INDU-REPORT.
