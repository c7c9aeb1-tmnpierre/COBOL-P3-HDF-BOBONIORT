      ******************************************************************
      *    [MF] Le programme 'Retour Recouvrement' charge le fichier
      *    que l'agence de recouvrement renvoie sur les dossiers
      *    cedes par recvcust (fichier RECOUVRETOUR, une ligne par
      *    mouvement, champs separes par ';' : type;reference du
      *    dossier;montant recouvre;honoraires;motif) :
      *    - type R, recouvrement : le montant recouvre solde les
      *      echeances echues les plus anciennes du dossier ('P' ou
      *      'F' passees 'D'), chacune tracee par une ligne
      *      COLLECTION au statut 'C' en mode 'REC' (recouvrement),
      *      rattachee a l'echeance et referencee par le dossier ;
      *      le reliquat qui ne couvre pas une echeance entiere est
      *      encaisse sur une ligne sans echeance. La sortie d'impaye
      *      commune (clrunpaid) regularise ensuite la fiche quand
      *      plus rien n'est en souffrance ;
      *    - type C, cloture : le dossier est clos ('C') avec son
      *      motif et la fiche n'est plus marquee confiee a l'agence
      *      (CUSTOMER_RECOVERY_FLAG) - un reste impaye revient aux
      *      relances et au passage en perte.
      *    Les honoraires de l'agence, retenus sur ce qu'elle
      *    reverse, sont gardes par mouvement dans RECOVERY_MOVE :
      *    comptcust les passe au journal (622600 / 512000). Chaque
      *    mouvement est trace par logaudit ; une ligne dont le
      *    dossier n'est pas ouvert est ecartee et signalee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retrecv.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "RECOUVRETOUR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-RETURN-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD                PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-RETURN-FILE-STATUS        PIC X(02).
       01  WS-RETURN-EOF                PIC X(01) VALUE 'N'.
       01  WS-ECHEANCE-EOF              PIC X(01).
       01  WS-CLEARED-FLAG              PIC X(01).

       01  WS-RECOVERED-COUNT           PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT              PIC 9(07) VALUE 0.
       01  WS-UNKNOWN-COUNT             PIC 9(07) VALUE 0.

       01  WS-RET-TYPE                  PIC X(01).
       01  WS-RET-CASE-REF              PIC X(09).
       01  WS-RET-AMOUNT-TEXT           PIC X(15).
       01  WS-RET-FEES-TEXT             PIC X(15).
       01  WS-RET-MOTIF                 PIC X(50).
       01  WS-RECV-REMAINING            PIC 9(09)V99.
       01  WS-EDIT-AMOUNT               PIC Z(08)9.99.
       01  WS-EDIT-FEES                 PIC Z(08)9.99.
       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch) : mouvements charges.
       01  WS-BATCH-ROW-COUNT           PIC 9(07) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CASE-ID              PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-RET-TYPE             PIC X(01).
       01  SQL-RET-AMOUNT           PIC 9(09)V99.
       01  SQL-RET-FEES             PIC 9(09)V99.
       01  SQL-RET-MOTIF            PIC X(50).
       01  SQL-RECV-REF             PIC X(17).
       01  SQL-ECH-ID               PIC 9(09).
       01  SQL-ECH-AMOUNT           PIC 9(07)V99.
       01  SQL-ECH-PRODUCT-CODE     PIC X(10).
       01  SQL-COLL-AMOUNT          PIC 9(09)V99.
       01  SQL-OPEN-CASE-COUNT      PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'FICHIER RECOUVRETOUR INTROUVABLE'
               GOBACK
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'retrecv', 'CONNECT', SQLCODE
               END-CALL
               CLOSE RETURN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ RETURN-FILE
               AT END MOVE 'Y' TO WS-RETURN-EOF
           END-READ.
           PERFORM PROCESS-ONE-RETURN UNTIL WS-RETURN-EOF = 'Y'.

           CLOSE RETURN-FILE.

           COMPUTE WS-BATCH-ROW-COUNT =
               WS-RECOVERED-COUNT + WS-CLOSED-COUNT
           CALL 'logbatch' USING 'retrecv   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-RECOVERED-COUNT ' RECOUVREMENT(S) CHARGE(S)'.
           DISPLAY WS-CLOSED-COUNT ' DOSSIER(S) CLOS'.
           DISPLAY WS-UNKNOWN-COUNT ' LIGNE(S) NON RATTACHEE(S)'.
           GOBACK.

      *    [MF] Decoupe une ligne de retour, la traite, puis lit la
      *    ligne suivante.
       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-RET-TYPE WS-RET-CASE-REF
               WS-RET-AMOUNT-TEXT WS-RET-FEES-TEXT WS-RET-MOTIF
           UNSTRING RETURN-RECORD DELIMITED BY ';'
               INTO WS-RET-TYPE, WS-RET-CASE-REF, WS-RET-AMOUNT-TEXT,
                    WS-RET-FEES-TEXT, WS-RET-MOTIF
           END-UNSTRING
           PERFORM APPLY-ONE-RETURN THRU APPLY-ONE-RETURN-FIN

           READ RETURN-FILE
               AT END MOVE 'Y' TO WS-RETURN-EOF
           END-READ.

      *    [MF] Rattache la ligne a son dossier ouvert, garde le
      *    mouvement et ses honoraires, puis l'applique selon son
      *    type.
       APPLY-ONE-RETURN.
           IF WS-RET-CASE-REF = SPACES
               OR FUNCTION TEST-NUMVAL(WS-RET-CASE-REF) NOT = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'LIGNE DE RETOUR ILLISIBLE : '
                   FUNCTION TRIM(RETURN-RECORD)
               GO TO APPLY-ONE-RETURN-FIN
           END-IF

           MOVE FUNCTION NUMVAL(WS-RET-CASE-REF) TO SQL-CASE-ID
           EXEC SQL
               SELECT RECOVERY_CUSTOMER_UUID INTO :SQL-UUID
               FROM RECOVERY_CASE
               WHERE RECOVERY_ID = :SQL-CASE-ID
               AND RECOVERY_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'DOSSIER NON OUVERT : '
                   FUNCTION TRIM(WS-RET-CASE-REF)
               GO TO APPLY-ONE-RETURN-FIN
           END-IF

           MOVE ZERO TO SQL-RET-AMOUNT SQL-RET-FEES
           IF WS-RET-AMOUNT-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RET-AMOUNT-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-RET-AMOUNT-TEXT)
                   TO SQL-RET-AMOUNT
           END-IF
           IF WS-RET-FEES-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-RET-FEES-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-RET-FEES-TEXT)
                   TO SQL-RET-FEES
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-RET-TYPE) TO SQL-RET-TYPE
           MOVE WS-RET-MOTIF TO SQL-RET-MOTIF

           IF SQL-RET-TYPE NOT = 'R' AND SQL-RET-TYPE NOT = 'C'
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'TYPE DE MOUVEMENT INCONNU : '
                   FUNCTION TRIM(RETURN-RECORD)
               GO TO APPLY-ONE-RETURN-FIN
           END-IF

           EXEC SQL
               INSERT INTO RECOVERY_MOVE (
                   MOVE_RECOVERY_ID, MOVE_TYPE, MOVE_AMOUNT,
                   MOVE_FEES, MOVE_DATE, MOVE_MOTIF )
               VALUES ( :SQL-CASE-ID, :SQL-RET-TYPE, :SQL-RET-AMOUNT,
                        :SQL-RET-FEES, CURRENT_DATE, :SQL-RET-MOTIF )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'retrecv', 'INSERT-MOVE',
                   SQLCODE
               END-CALL
               GO TO APPLY-ONE-RETURN-FIN
           END-IF

           IF SQL-RET-TYPE = 'R'
               PERFORM APPLY-RECOVERY
           ELSE
               PERFORM CLOSE-CASE
           END-IF.

       APPLY-ONE-RETURN-FIN.
           EXIT.

      *    [MF] Recouvrement : le montant solde les echeances, le
      *    dossier cumule recouvre et honoraires, puis la fiche est
      *    regularisee si plus rien n'est en souffrance.
       APPLY-RECOVERY.
           ADD 1 TO WS-RECOVERED-COUNT
           MOVE SPACES TO SQL-RECV-REF
           STRING 'REC' DELIMITED BY SIZE
                   SQL-CASE-ID DELIMITED BY SIZE
               INTO SQL-RECV-REF
           END-STRING

           MOVE SQL-RET-AMOUNT TO WS-RECV-REMAINING
           PERFORM SETTLE-CASE-ECHEANCES

      *    [MF] Le reliquat qui ne couvre pas une echeance entiere
      *    est encaisse tel quel : l'argent est recu.
           IF WS-RECV-REMAINING > ZERO
               MOVE WS-RECV-REMAINING TO SQL-COLL-AMOUNT
               MOVE SPACES TO SQL-ECH-PRODUCT-CODE
               EXEC SQL
                   INSERT INTO COLLECTION (
                       COLLECTION_CUSTOMER_UUID, COLLECTION_REMIT_REF,
                       COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                       COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                       COLLECTION_CREDIT_DATE, COLLECTION_STATUS,
                       COLLECTION_PAY_MODE, COLLECTION_OPERATOR )
                   VALUES ( :SQL-UUID, :SQL-RECV-REF, ' ',
                            :SQL-ECH-PRODUCT-CODE, :SQL-COLL-AMOUNT,
                            CURRENT_DATE, CURRENT_DATE, 'C',
                            'REC', 'BATCH' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'retrecv',
                       'INSERT-RESIDUAL', SQLCODE
                   END-CALL
               END-IF
           END-IF

           EXEC SQL
               UPDATE RECOVERY_CASE
               SET RECOVERY_RECOVERED =
                       RECOVERY_RECOVERED + :SQL-RET-AMOUNT,
                   RECOVERY_FEES = RECOVERY_FEES + :SQL-RET-FEES
               WHERE RECOVERY_ID = :SQL-CASE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'retrecv', 'UPDATE-CASE',
                   SQLCODE
               END-CALL
           END-IF

           MOVE 'N' TO WS-CLEARED-FLAG
           CALL 'clrunpaid' USING SQL-UUID, WS-CLEARED-FLAG
           END-CALL

           MOVE SQL-RET-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SQL-RET-FEES TO WS-EDIT-FEES
           MOVE 'RECOUVREMENT-AGENCE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DOSSIER ' DELIMITED BY SIZE
                   SQL-CASE-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR RECOUVRES, HONORAIRES ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-FEES) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

      *    [MF] Solde les echeances echues les plus anciennes tant
      *    que le montant restant couvre la ligne entiere - meme
      *    regle que le reglement au guichet (reglcust).
       SETTLE-CASE-ECHEANCES.
           EXEC SQL
               DECLARE CRSRECVSETTLE CURSOR FOR
               SELECT ECHEANCIER_ID, ECHEANCIER_AMOUNT,
                   ECHEANCIER_PRODUCT_CODE
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
               AND ECHEANCIER_DUE_DATE <= CURRENT_DATE
               ORDER BY ECHEANCIER_DUE_DATE
           END-EXEC.

           EXEC SQL OPEN CRSRECVSETTLE END-EXEC.

           MOVE 'N' TO WS-ECHEANCE-EOF
           PERFORM UNTIL WS-ECHEANCE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRECVSETTLE
                   INTO :SQL-ECH-ID, :SQL-ECH-AMOUNT,
                       :SQL-ECH-PRODUCT-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-ECH-AMOUNT <= WS-RECV-REMAINING
                           PERFORM SETTLE-ONE-ECHEANCE
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-ECHEANCE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'retrecv',
                           'FETCH-RECVSETTLE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-ECHEANCE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSRECVSETTLE END-EXEC.

      *    [MF] Passe l'echeance au statut 'D' et trace son
      *    encaissement par l'agence.
       SETTLE-ONE-ECHEANCE.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'D'
               WHERE ECHEANCIER_ID = :SQL-ECH-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'retrecv', 'SETTLE-ECHEANCE',
                   SQLCODE
               END-CALL
           ELSE
               SUBTRACT SQL-ECH-AMOUNT FROM WS-RECV-REMAINING
               MOVE SQL-ECH-AMOUNT TO SQL-COLL-AMOUNT
               EXEC SQL
                   INSERT INTO COLLECTION (
                       COLLECTION_CUSTOMER_UUID, COLLECTION_REMIT_REF,
                       COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                       COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                       COLLECTION_CREDIT_DATE, COLLECTION_STATUS,
                       COLLECTION_PAY_MODE, COLLECTION_ECHEANCIER_ID,
                       COLLECTION_OPERATOR )
                   VALUES ( :SQL-UUID, :SQL-RECV-REF, ' ',
                            :SQL-ECH-PRODUCT-CODE, :SQL-COLL-AMOUNT,
                            CURRENT_DATE, CURRENT_DATE, 'C',
                            'REC', :SQL-ECH-ID, 'BATCH' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'retrecv',
                       'INSERT-COLLECTION', SQLCODE
                   END-CALL
               END-IF
           END-IF.

      *    [MF] Cloture du dossier par l'agence : la fiche n'est
      *    plus confiee a l'agence des qu'aucun autre dossier n'y
      *    reste ouvert.
       CLOSE-CASE.
           ADD 1 TO WS-CLOSED-COUNT
           EXEC SQL
               UPDATE RECOVERY_CASE
               SET RECOVERY_STATUS = 'C',
                   RECOVERY_CLOSE_DATE = CURRENT_DATE,
                   RECOVERY_CLOSE_MOTIF = :SQL-RET-MOTIF,
                   RECOVERY_FEES = RECOVERY_FEES + :SQL-RET-FEES
               WHERE RECOVERY_ID = :SQL-CASE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'retrecv', 'CLOSE-CASE',
                   SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OPEN-CASE-COUNT
               FROM RECOVERY_CASE
               WHERE RECOVERY_CUSTOMER_UUID = :SQL-UUID
               AND RECOVERY_STATUS = 'O'
           END-EXEC
           IF SQLCODE = ZERO AND SQL-OPEN-CASE-COUNT = 0
               EXEC SQL
                   UPDATE customer
                   SET customer_recovery_flag = ' '
                   WHERE customer_uuid = :SQL-UUID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'retrecv', 'UNMARK-CUSTOMER',
                       SQLCODE
                   END-CALL
               END-IF
           END-IF

           MOVE 'CLOTURE-RECOUVREMENT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DOSSIER ' DELIMITED BY SIZE
                   SQL-CASE-ID DELIMITED BY SIZE
                   ' CLOS PAR L AGENCE : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-RET-MOTIF) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
