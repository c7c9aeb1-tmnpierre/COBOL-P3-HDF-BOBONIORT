      *    sait pas attribuer, et les prelevements emis jamais
      *    parvenus. C'est ce rapport qui remplace le pointage manuel
      *    de la cloture mensuelle.
      *
      *    Le releve peut aussi arriver au format ISO 20022 camt.053
      *    (fichier XML indente, reconnu a son premier caractere '<').
      *    Chaque transaction (TxDtls) des ecritures au credit est
      *    pointee d'abord par sa reference de bout en bout
      *    (EndToEndId), qui est la reference de remise suivie de
      *    l'identifiant COLLECTION_ID du prelevement (painprlv) : la
      *    ligne exacte est retrouvee sans ambiguite. Une transaction
      *    sans reference reconnue retombe sur le pointage par IBAN du
      *    debiteur et montant. L'en-tete d'echange controle par
      *    chkexchg est alors forme de l'emetteur CAMT053, du numero
      *    electronique du releve (ElctrncSeqNb) et de la date de
      *    creation du message (CreDtTm).
      *
      *    Les cheques encaisses au guichet (reglcust) ne sont pas
      *    cherches un par un : la section les depose en une remise,
      *    qui arrive sur le releve en un seul credit. Un credit que
      *    ne pointe aucun prelevement est donc rapproche du
      *    bordereau de la cloture de caisse (COUNTER_CLOSING,
      *    clotcais) encore en attente dont le total est egal -
      *    d'abord celui dont la reference figure au libelle, sinon
      *    le plus ancien. Les remises deposees et jamais creditees
      *    sont listees au rapport a la suite des prelevements.
      *
      *    Le releve porte aussi les debits de nos propres remises de
      *    virements (payclaim : remboursements de soins, tiers
      *    payant, trop-percus), inscrites dans TRANSFER_REMIT. Un
      *    debit se reconnait a son montant negatif dans le releve
      *    plat, a l'indicateur DBIT dans le releve camt.053 ; il est
      *    pointe contre la remise par sa reference (PmtInfId, MsgId
      *    ou EndToEndId de painvirt, ou reference BOBOVIREM citee au
      *    libelle), a defaut contre la plus ancienne remise emise de
      *    meme total. La remise pointee passe au statut 'D'
      *    (debitee). Sont signales au rapport, et chacun par une
      *    alerte (logalert) : le debit d'une remise deja debitee
      *    (debit en double), l'ecart entre le debit et le total de
      *    la remise (statut 'X'), le debit qu'aucune remise
      *    n'explique, et la remise toujours pas debitee passe le
      *    delai VIREMENT-DELAI-DEBIT (table PARAMETER, 2 jours a
      *    defaut) apres son emission. Les retours de prelevements
      *    au debit (RtrInf) restent a rejcust.
      *
      *    Un credit que ne pointe aucun prelevement peut aussi etre
      *    le virement d'un adherent sans mandat, appele par un avis
      *    de paiement (avispaie) : la reference BOBOAVIS de l'avis,
      *    citee au libelle ou en reference de bout en bout, designe
      *    l'echeance. Si elle attend encore son paiement ('P' ou
      *    'F') et que le montant recu est le sien, elle passe au
      *    statut 'D' et le virement est trace dans COLLECTION
      *    (mode VIR, statut 'C'), avant toute recherche d'une remise
      *    de cheques.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapbcust.
       01  WS-CREDIT-MATCHED-COUNT      PIC 9(07) VALUE 0.
       01  WS-CREDIT-UNMATCHED-COUNT    PIC 9(07) VALUE 0.
       01  WS-PENDING-DEBIT-COUNT       PIC 9(07) VALUE 0.
       01  WS-DEPOSIT-MATCHED-COUNT     PIC 9(07) VALUE 0.
       01  WS-NOTICE-MATCHED-COUNT      PIC 9(07) VALUE 0.
       01  WS-PENDING-DEPOSIT-COUNT     PIC 9(07) VALUE 0.
       01  WS-DEPOSIT-EOF               PIC X(01) VALUE 'N'.
       01  WS-DEBIT-MATCHED-COUNT       PIC 9(07) VALUE 0.
       01  WS-DEBIT-ANOMALY-COUNT       PIC 9(07) VALUE 0.
       01  WS-UNDEBITED-COUNT           PIC 9(07) VALUE 0.
       01  WS-UNDEBITED-EOF             PIC X(01) VALUE 'N'.

      *    [MF] Pointage des debits de nos remises de virements : la
      *    reference BOBOVIREM<AAAAMMJJ> posee par payclaim, sa
      *    position dans le libelle, et l'anomalie a rapporter.
       01  WS-DEBIT-REF                 PIC X(17).
       01  WS-DEBIT-REF-POS             PIC 9(03).
       01  WS-ANOMALY-SEVERITY          PIC X(01).
      *    [MF] Reference BOBOAVIS<ECHEANCIER_ID> d'un avis de
      *    paiement (avispaie) et sa position dans le libelle.
       01  WS-NOTICE-REF                PIC X(17).
       01  WS-NOTICE-REF-POS            PIC 9(03).
       01  WS-ANOMALY-DETAIL            PIC X(100).
       01  WS-EDIT-DEBIT                PIC Z(08)9.99.
       01  WS-EDIT-REMIT-TOTAL          PIC Z(08)9.99.

       01  WS-CLEARED-FLAG              PIC X(01).
       01  WS-STM-LINE-COUNT            PIC 9(07) VALUE 0.
       01  WS-STM-IBAN                  PIC X(34).
       01  WS-STM-AMOUNT                PIC X(12).
       01  WS-STM-LABEL                 PIC X(50).
       01  WS-STM-E2E-REF               PIC X(35).
       01  WS-STM-E2E-OURS              PIC X(01).

      *    [MF] Lecture du releve camt.053 : chaque ligne est decoupee
      *    en elements <balise>valeur ; les indicateurs situent
      *    l'element dans l'ecriture (Ntry), la transaction (TxDtls)
      *    et le compte du debiteur (DbtrAcct).
       01  WS-STM-FORMAT                PIC X(01) VALUE 'F'.
       01  WS-XML-POINTER               PIC 9(03).
       01  WS-XML-PIECE                 PIC X(200).
       01  WS-XML-TAG-FULL              PIC X(100).
       01  WS-XML-TAG                   PIC X(30).
       01  WS-XML-VALUE                 PIC X(100).
       01  WS-CAMT-HEADER-PASS          PIC X(01) VALUE 'Y'.
       01  WS-CAMT-CRE-DATE             PIC X(10) VALUE SPACES.
       01  WS-CAMT-SEQ-TXT              PIC X(18) VALUE SPACES.
       01  WS-CAMT-SEQ                  PIC 9(06).
       01  WS-CAMT-IN-NTRY              PIC X(01) VALUE 'N'.
       01  WS-CAMT-IN-TXDTLS            PIC X(01) VALUE 'N'.
       01  WS-CAMT-IN-DBTR-ACCT         PIC X(01) VALUE 'N'.
       01  WS-CAMT-NTRY-AMOUNT          PIC X(12).
       01  WS-CAMT-NTRY-IND             PIC X(04).
       01  WS-CAMT-NTRY-DATE            PIC X(10).
       01  WS-CAMT-NTRY-LABEL           PIC X(50).
       01  WS-CAMT-TX-COUNT             PIC 9(05).
       01  WS-CAMT-TX-AMOUNT            PIC X(12).
       01  WS-CAMT-TX-IBAN              PIC X(34).
       01  WS-CAMT-TX-E2E               PIC X(35).
       01  WS-CAMT-TX-LABEL             PIC X(50).
       01  WS-CAMT-NTRY-REF             PIC X(35).
       01  WS-CAMT-NTRY-RETURN          PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-STM-AMOUNT           PIC 9(07)V99.
       01  SQL-MATCH-ID             PIC 9(09).
       01  SQL-MATCH-UUID           PIC X(36).
       01  SQL-E2E-REMIT-REF        PIC X(17).
       01  SQL-E2E-COLLECTION-ID    PIC 9(09).
       01  SQL-PEND-IBAN            PIC X(34).
       01  SQL-PEND-AMOUNT          PIC 9(07)V99.
       01  SQL-PEND-REMIT-REF       PIC X(17).
       01  SQL-PEND-ISSUE-DATE      PIC X(10).
       01  SQL-STM-LABEL            PIC X(50).
       01  SQL-CLOSING-ID           PIC 9(09).
       01  SQL-DEP-REF              PIC X(17).
       01  SQL-DEP-AGENCY           PIC X(10).
       01  SQL-DEP-TOTAL            PIC 9(07)V99.
       01  SQL-DEP-DATE             PIC X(10).
       01  SQL-DEBIT-AMOUNT         PIC 9(09)V99.
       01  SQL-DEBIT-DELAY          PIC 9(03).
       01  SQL-TRF-REF              PIC X(17).
       01  SQL-TRF-STATUS           PIC X(01).
       01  SQL-TRF-TOTAL            PIC 9(09)V99.
       01  SQL-TRF-DATE             PIC X(10).
       01  SQL-NOTICE-REF           PIC X(17).
       01  SQL-NOTICE-ECH-ID        PIC 9(09).
       01  SQL-NOTICE-PRODUCT-CODE  PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.
           MOVE STATEMENT-RECORD TO WS-EXG-WORK-LINE.
           IF FUNCTION TRIM(STATEMENT-RECORD)(1:1) = '<'
               MOVE 'X' TO WS-STM-FORMAT
               PERFORM READ-CAMT-HEADER
           END-IF.
           PERFORM CHECK-EXCHANGE-HEADER.
           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               CLOSE STATEMENT-FILE

           PERFORM WRITE-REPORT-HEADER.

           IF WS-STM-FORMAT = 'X'
               PERFORM PROCESS-CAMT-RECORD
                   UNTIL WS-STATEMENT-EOF = 'Y'
           ELSE
               READ STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-STATEMENT-EOF
               END-READ
               PERFORM PROCESS-ONE-CREDIT
                   UNTIL WS-STATEMENT-EOF = 'Y'
           END-IF.

           CLOSE STATEMENT-FILE.
           MOVE WS-STM-LINE-COUNT TO WS-EXG-LINES.
           PERFORM RECORD-EXCHANGE-COUNT.

           PERFORM LIST-PENDING-DEBITS.
           PERFORM LIST-PENDING-DEPOSITS.
           PERFORM LIST-UNDEBITED-REMITS.
           PERFORM WRITE-REPORT-FOOTER.

           EXEC SQL COMMIT WORK END-EXEC.
               ' CREDIT(S) NON ATTRIBUABLE(S)'.
           DISPLAY WS-PENDING-DEBIT-COUNT
               ' PRELEVEMENT(S) EMIS NON PARVENU(S)'.
           DISPLAY WS-DEPOSIT-MATCHED-COUNT
               ' REMISE(S) DE CHEQUES POINTEE(S)'.
           DISPLAY WS-NOTICE-MATCHED-COUNT
               ' VIREMENT(S) SUR AVIS DE PAIEMENT POINTE(S)'.
           DISPLAY WS-PENDING-DEPOSIT-COUNT
               ' REMISE(S) DE CHEQUES NON CREDITEE(S)'.
           DISPLAY WS-DEBIT-MATCHED-COUNT
               ' DEBIT(S) DE REMISE DE VIREMENTS POINTE(S)'.
           DISPLAY WS-DEBIT-ANOMALY-COUNT
               ' ANOMALIE(S) SUR LES DEBITS DE VIREMENTS'.
           DISPLAY WS-UNDEBITED-COUNT
               ' REMISE(S) DE VIREMENTS NON DEBITEE(S)'.
           GOBACK.

      *    [MF] Entete du rapport du jour, meme format que les autres
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD.

      *    [MF] Decoupe une ligne du releve, pointe un credit contre
      *    les prelevements emis et un debit (montant negatif) contre
      *    nos remises de virements, puis lit la ligne suivante.
       PROCESS-ONE-CREDIT.
           ADD 1 TO WS-STM-LINE-COUNT
           MOVE SPACES TO WS-STM-DATE WS-STM-IBAN
               WS-STM-AMOUNT WS-STM-LABEL WS-STM-E2E-REF
           UNSTRING STATEMENT-RECORD DELIMITED BY ';'
               INTO WS-STM-DATE, WS-STM-IBAN, WS-STM-AMOUNT,
                   WS-STM-LABEL
           END-UNSTRING
           IF FUNCTION TRIM(WS-STM-AMOUNT)(1:1) = '-'
               PERFORM MATCH-ONE-DEBIT THRU MATCH-ONE-DEBIT-FIN
           ELSE
               PERFORM MATCH-ONE-CREDIT
           END-IF

           READ STATEMENT-FILE
               AT END MOVE 'Y' TO WS-STATEMENT-EOF
           END-READ.

      *    [MF] Pointe le credit contre le prelevement designe par sa
      *    reference de bout en bout (releve camt) ; a defaut, contre
      *    le plus ancien prelevement emis (statut 'E') de meme IBAN
      *    et de meme montant - le sous-select garantit qu'un credit
      *    ne solde qu'un seul prelevement meme quand plusieurs sont
      *    identiques.
       MATCH-ONE-CREDIT.
           MOVE WS-STM-IBAN TO SQL-STM-IBAN
           MOVE FUNCTION NUMVAL(WS-STM-AMOUNT) TO SQL-STM-AMOUNT
           MOVE 0 TO SQL-MATCH-ID
           MOVE 'N' TO WS-STM-E2E-OURS

           IF WS-STM-E2E-REF NOT = SPACES
               PERFORM FIND-CREDIT-BY-REFERENCE
           END-IF.

           IF WS-STM-E2E-OURS = 'N'
               EXEC SQL
                   SELECT COALESCE(MIN(COLLECTION_ID), 0)
                   INTO :SQL-MATCH-ID
                   FROM COLLECTION
                   WHERE COLLECTION_IBAN = TRIM(:SQL-STM-IBAN)
                   AND COLLECTION_AMOUNT = :SQL-STM-AMOUNT
                   AND ( COLLECTION_STATUS = 'E'
                      OR COLLECTION_STATUS = 'A' )
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO OR SQL-MATCH-ID = 0
               MOVE 100 TO SQLCODE
               IF WS-STM-E2E-OURS = 'N'
                   PERFORM MATCH-NOTICE-CREDIT THRU
                       MATCH-NOTICE-CREDIT-FIN
                   IF SQLCODE = 100
                       PERFORM MATCH-DEPOSIT-CREDIT
                   END-IF
               END-IF
           ELSE
               EXEC SQL
                   SELECT COLLECTION_CUSTOMER_UUID
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CREDIT-MATCHED-COUNT
                   IF SQL-MATCH-UUID NOT = SPACES
                       PERFORM CLEAR-UNPAID-STATE
                   END-IF
               WHEN 100
                   ADD 1 TO WS-CREDIT-UNMATCHED-COUNT
                   MOVE SPACES TO RAPPROCH-REPORT-RECORD
                   END-CALL
           END-EVALUATE.

      *    [MF] Credit sans prelevement correspondant : virement
      *    d'un adherent sans mandat qui cite la reference de son
      *    avis de paiement (avispaie). L'echeance ainsi designee
      *    doit attendre son paiement et porter le montant recu ;
      *    elle passe alors au statut 'D' et le virement est trace
      *    dans COLLECTION, directement credite. Le credit est compte
      *    parmi les pointes (SQLCODE a zero) et la sortie d'impaye
      *    est examinee pour l'adherent ; sinon SQLCODE reste a 100
      *    et le credit passe a la recherche des remises de cheques.
       MATCH-NOTICE-CREDIT.
           MOVE SPACES TO WS-NOTICE-REF
           IF WS-STM-E2E-REF(1:8) = 'BOBOAVIS'
               MOVE WS-STM-E2E-REF(1:17) TO WS-NOTICE-REF
           ELSE
               MOVE 0 TO WS-NOTICE-REF-POS
               INSPECT WS-STM-LABEL TALLYING WS-NOTICE-REF-POS
                   FOR CHARACTERS BEFORE INITIAL 'BOBOAVIS'
               IF WS-NOTICE-REF-POS <= 33
                   MOVE WS-STM-LABEL(WS-NOTICE-REF-POS + 1:17)
                       TO WS-NOTICE-REF
               END-IF
           END-IF.
           IF WS-NOTICE-REF = SPACES
              OR WS-NOTICE-REF(9:9) IS NOT NUMERIC
               MOVE 100 TO SQLCODE
               GO TO MATCH-NOTICE-CREDIT-FIN
           END-IF.

           MOVE WS-NOTICE-REF TO SQL-NOTICE-REF
           MOVE 0 TO SQL-NOTICE-ECH-ID
           MOVE SPACES TO SQL-MATCH-UUID
           EXEC SQL
               SELECT ECHEANCIER_ID, ECHEANCIER_CUSTOMER_UUID,
                   ECHEANCIER_PRODUCT_CODE
               INTO :SQL-NOTICE-ECH-ID, :SQL-MATCH-UUID,
                   :SQL-NOTICE-PRODUCT-CODE
               FROM ECHEANCIER
               WHERE ECHEANCIER_PAY_REF = :SQL-NOTICE-REF
               AND ECHEANCIER_AMOUNT = :SQL-STM-AMOUNT
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-MATCH-UUID
               MOVE 100 TO SQLCODE
               GO TO MATCH-NOTICE-CREDIT-FIN
           END-IF.

           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'D'
               WHERE ECHEANCIER_ID = :SQL-NOTICE-ECH-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'rapbcust',
                   'SETTLE-NOTICE', SQLCODE
               END-CALL
               MOVE SPACES TO SQL-MATCH-UUID
               MOVE 100 TO SQLCODE
               GO TO MATCH-NOTICE-CREDIT-FIN
           END-IF.

           EXEC SQL
               INSERT INTO COLLECTION (
                   COLLECTION_CUSTOMER_UUID, COLLECTION_REMIT_REF,
                   COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                   COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                   COLLECTION_CREDIT_DATE, COLLECTION_STATUS,
                   COLLECTION_PAY_MODE, COLLECTION_ECHEANCIER_ID,
                   COLLECTION_OPERATOR )
               VALUES ( :SQL-MATCH-UUID, :SQL-NOTICE-REF,
                        TRIM(:SQL-STM-IBAN), :SQL-NOTICE-PRODUCT-CODE,
                        :SQL-STM-AMOUNT, CURRENT_DATE, CURRENT_DATE,
                        'C', 'VIR', :SQL-NOTICE-ECH-ID, 'BATCH' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'rapbcust',
                   'INSERT-NOTICE-COLL', SQLCODE
               END-CALL
           END-IF.

           ADD 1 TO WS-NOTICE-MATCHED-COUNT
           MOVE 0 TO SQLCODE.

       MATCH-NOTICE-CREDIT-FIN.
           EXIT.

      *    [MF] Credit sans prelevement correspondant : remise de
      *    cheques d'une cloture de caisse en attente ('E') et de
      *    meme total, de preference celle dont la reference de
      *    bordereau figure au libelle du releve. Une remise pointee
      *    passe au statut 'C' ; le credit est alors compte parmi les
      *    pointes (SQLCODE remis a zero), les cheques eux-memes
      *    etant deja encaisses depuis reglcust.
       MATCH-DEPOSIT-CREDIT.
           MOVE WS-STM-LABEL TO SQL-STM-LABEL
           MOVE 0 TO SQL-CLOSING-ID
           EXEC SQL
               SELECT COALESCE(MIN(CLOSING_ID), 0)
               INTO :SQL-CLOSING-ID
               FROM COUNTER_CLOSING
               WHERE CLOSING_DEPOSIT_STATUS = 'E'
               AND CLOSING_CHEQUE_TOTAL = :SQL-STM-AMOUNT
               AND POSITION(TRIM(CLOSING_DEPOSIT_REF)
                   IN :SQL-STM-LABEL) > 0
           END-EXEC
           IF SQLCODE = ZERO AND SQL-CLOSING-ID = 0
               EXEC SQL
                   SELECT COALESCE(MIN(CLOSING_ID), 0)
                   INTO :SQL-CLOSING-ID
                   FROM COUNTER_CLOSING
                   WHERE CLOSING_DEPOSIT_STATUS = 'E'
                   AND CLOSING_CHEQUE_TOTAL = :SQL-STM-AMOUNT
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO OR SQL-CLOSING-ID = 0
               MOVE 100 TO SQLCODE
           ELSE
               EXEC SQL
                   UPDATE COUNTER_CLOSING
                   SET CLOSING_DEPOSIT_STATUS = 'C',
                       CLOSING_CREDIT_DATE = CURRENT_DATE
                   WHERE CLOSING_ID = :SQL-CLOSING-ID
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-DEPOSIT-MATCHED-COUNT
                   MOVE SPACES TO SQL-MATCH-UUID
               ELSE
                   CALL 'logsqlerr' USING 'rapbcust',
                       'MATCH-DEPOSIT', SQLCODE
                   END-CALL
                   MOVE 100 TO SQLCODE
               END-IF
           END-IF.

      *    [MF] La reference de bout en bout de nos prelevements est
      *    <reference de remise>-<COLLECTION_ID> : la ligne n'est
      *    retenue que si elle appartient bien a cette remise, attend
      *    encore son credit et porte le montant recu ; une reference
      *    de cette forme qui ne trouve rien n'est pas repointee par
      *    IBAN (credit deja pointe ou montant different : a examiner
      *    au rapport). Une reference d'une autre forme laisse le
      *    pointage par IBAN et montant.
       FIND-CREDIT-BY-REFERENCE.
           IF WS-STM-E2E-REF(18:1) = '-'
              AND WS-STM-E2E-REF(19:9) IS NUMERIC
               MOVE 'Y' TO WS-STM-E2E-OURS
               MOVE WS-STM-E2E-REF(1:17) TO SQL-E2E-REMIT-REF
               MOVE WS-STM-E2E-REF(19:9) TO SQL-E2E-COLLECTION-ID
               EXEC SQL
                   SELECT COALESCE(MIN(COLLECTION_ID), 0)
                   INTO :SQL-MATCH-ID
                   FROM COLLECTION
                   WHERE COLLECTION_ID = :SQL-E2E-COLLECTION-ID
                   AND COLLECTION_REMIT_REF = :SQL-E2E-REMIT-REF
                   AND COLLECTION_AMOUNT = :SQL-STM-AMOUNT
                   AND ( COLLECTION_STATUS = 'E'
                      OR COLLECTION_STATUS = 'A' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 0 TO SQL-MATCH-ID
               END-IF
           END-IF.

      *    [MF] Premiere lecture d'un releve camt.053 : releve la date
      *    de creation du message et le numero electronique du releve,
      *    puis rouvre le fichier pour le pointage. L'en-tete
      *    d'echange est reconstitue sous la forme habituelle
      *    ENTETE;CAMT053;<sequence>;<date> ; sans numero de releve,
      *    le fichier est traite comme depourvu d'en-tete.
       READ-CAMT-HEADER.
           MOVE 'Y' TO WS-CAMT-HEADER-PASS
           PERFORM UNTIL WS-STATEMENT-EOF = 'Y'
               PERFORM SCAN-CAMT-LINE
               READ STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-STATEMENT-EOF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.

           MOVE SPACES TO WS-EXG-WORK-LINE
           IF WS-CAMT-SEQ-TXT = SPACES
               MOVE 'CAMT053 SANS NUMERO DE RELEVE'
                   TO WS-EXG-WORK-LINE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CAMT-SEQ-TXT) TO WS-CAMT-SEQ
               STRING 'ENTETE;CAMT053;' DELIMITED BY SIZE
                       WS-CAMT-SEQ DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-CAMT-CRE-DATE DELIMITED BY SIZE
                   INTO WS-EXG-WORK-LINE
               END-STRING
           END-IF.

           MOVE 'N' TO WS-CAMT-HEADER-PASS
           MOVE 'N' TO WS-STATEMENT-EOF
           OPEN INPUT STATEMENT-FILE.
           READ STATEMENT-FILE
               AT END MOVE 'Y' TO WS-STATEMENT-EOF
           END-READ.

      *    [MF] Seconde lecture : traite les elements de la ligne
      *    courante puis lit la suivante.
       PROCESS-CAMT-RECORD.
           PERFORM SCAN-CAMT-LINE
           READ STATEMENT-FILE
               AT END MOVE 'Y' TO WS-STATEMENT-EOF
           END-READ.

      *    [MF] Decoupe la ligne sur '<' : chaque morceau est
      *    'balise attributs>valeur' ou '/balise>' pour une fermeture.
       SCAN-CAMT-LINE.
           MOVE 1 TO WS-XML-POINTER
           PERFORM UNTIL WS-XML-POINTER > 200
               MOVE SPACES TO WS-XML-PIECE
               UNSTRING STATEMENT-RECORD DELIMITED BY '<'
                   INTO WS-XML-PIECE
                   WITH POINTER WS-XML-POINTER
               END-UNSTRING
               IF WS-XML-PIECE NOT = SPACES
                   MOVE SPACES TO WS-XML-TAG-FULL WS-XML-VALUE
                       WS-XML-TAG
                   UNSTRING WS-XML-PIECE DELIMITED BY '>'
                       INTO WS-XML-TAG-FULL, WS-XML-VALUE
                   END-UNSTRING
                   UNSTRING WS-XML-TAG-FULL DELIMITED BY ' '
                       INTO WS-XML-TAG
                   END-UNSTRING
                   IF WS-CAMT-HEADER-PASS = 'Y'
                       PERFORM HANDLE-CAMT-HEADER-ELEMENT
                   ELSE
                       PERFORM HANDLE-CAMT-ELEMENT
                   END-IF
               END-IF
           END-PERFORM.

      *    [MF] Seules la premiere date de creation (celle de l'entete
      *    de groupe) et le numero electronique du releve servent au
      *    controle d'echange.
       HANDLE-CAMT-HEADER-ELEMENT.
           EVALUATE WS-XML-TAG
               WHEN 'CreDtTm'
                   IF WS-CAMT-CRE-DATE = SPACES
                       MOVE WS-XML-VALUE(1:10) TO WS-CAMT-CRE-DATE
                   END-IF
               WHEN 'ElctrncSeqNb'
                   IF WS-CAMT-SEQ-TXT = SPACES
                       MOVE WS-XML-VALUE TO WS-CAMT-SEQ-TXT
                   END-IF
           END-EVALUATE.

      *    [MF] Une ecriture (Ntry) porte le montant, le sens
      *    (CRDT/DBIT) et la date de comptabilisation ; ses
      *    transactions (TxDtls) portent chacune la reference de bout
      *    en bout, le montant et le compte du debiteur. Une ecriture
      *    sans detail de transaction est pointee pour elle-meme.
      *    Seules les ecritures au credit sont pointees : les retours
      *    au debit sont traites par rejcust sur l'avis camt.054.
       HANDLE-CAMT-ELEMENT.
           EVALUATE WS-XML-TAG
               WHEN 'Ntry'
                   MOVE 'Y' TO WS-CAMT-IN-NTRY
                   MOVE 'N' TO WS-CAMT-IN-TXDTLS
                   MOVE 0 TO WS-CAMT-TX-COUNT
                   MOVE SPACES TO WS-CAMT-NTRY-AMOUNT WS-CAMT-NTRY-IND
                       WS-CAMT-NTRY-DATE WS-CAMT-NTRY-LABEL
                       WS-CAMT-NTRY-REF
                   MOVE 'N' TO WS-CAMT-NTRY-RETURN
               WHEN 'TxDtls'
                   IF WS-CAMT-IN-NTRY = 'Y'
                       MOVE 'Y' TO WS-CAMT-IN-TXDTLS
                       MOVE SPACES TO WS-CAMT-TX-AMOUNT
                           WS-CAMT-TX-IBAN WS-CAMT-TX-E2E
                           WS-CAMT-TX-LABEL
                   END-IF
               WHEN 'Amt'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-AMOUNT
                   ELSE
                       IF WS-CAMT-IN-NTRY = 'Y'
                          AND WS-CAMT-NTRY-AMOUNT = SPACES
                           MOVE WS-XML-VALUE TO WS-CAMT-NTRY-AMOUNT
                       END-IF
                   END-IF
               WHEN 'CdtDbtInd'
                   IF WS-CAMT-IN-TXDTLS = 'N'
                       MOVE WS-XML-VALUE TO WS-CAMT-NTRY-IND
                   END-IF
               WHEN 'Dt'
                   IF WS-CAMT-IN-NTRY = 'Y'
                      AND WS-CAMT-NTRY-DATE = SPACES
                       MOVE WS-XML-VALUE(1:10) TO WS-CAMT-NTRY-DATE
                   END-IF
               WHEN 'DbtrAcct'
                   MOVE 'Y' TO WS-CAMT-IN-DBTR-ACCT
               WHEN '/DbtrAcct'
                   MOVE 'N' TO WS-CAMT-IN-DBTR-ACCT
               WHEN 'IBAN'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                      AND WS-CAMT-IN-DBTR-ACCT = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-IBAN
                   END-IF
               WHEN 'EndToEndId'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-E2E
                       IF WS-CAMT-NTRY-REF = SPACES
                           MOVE WS-XML-VALUE TO WS-CAMT-NTRY-REF
                       END-IF
                   END-IF
               WHEN 'PmtInfId'
                   IF WS-CAMT-IN-NTRY = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-NTRY-REF
                   END-IF
               WHEN 'MsgId'
                   IF WS-CAMT-IN-NTRY = 'Y'
                      AND WS-CAMT-NTRY-REF = SPACES
                       MOVE WS-XML-VALUE TO WS-CAMT-NTRY-REF
                   END-IF
               WHEN 'RtrInf'
                   IF WS-CAMT-IN-NTRY = 'Y'
                       MOVE 'Y' TO WS-CAMT-NTRY-RETURN
                   END-IF
               WHEN 'Ustrd'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-LABEL
                   ELSE
                       MOVE WS-XML-VALUE TO WS-CAMT-NTRY-LABEL
                   END-IF
               WHEN 'AddtlNtryInf'
                   IF WS-CAMT-NTRY-LABEL = SPACES
                       MOVE WS-XML-VALUE TO WS-CAMT-NTRY-LABEL
                   END-IF
               WHEN '/TxDtls'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE 'N' TO WS-CAMT-IN-TXDTLS
                       ADD 1 TO WS-CAMT-TX-COUNT
                       IF WS-CAMT-TX-AMOUNT = SPACES
                           MOVE WS-CAMT-NTRY-AMOUNT TO WS-CAMT-TX-AMOUNT
                       END-IF
                       IF WS-CAMT-TX-LABEL = SPACES
                           MOVE WS-CAMT-NTRY-LABEL TO WS-CAMT-TX-LABEL
                       END-IF
                       PERFORM PROCESS-CAMT-CREDIT
                   END-IF
               WHEN '/Ntry'
                   IF WS-CAMT-IN-NTRY = 'Y' AND WS-CAMT-TX-COUNT = 0
                       MOVE WS-CAMT-NTRY-AMOUNT TO WS-CAMT-TX-AMOUNT
                       MOVE WS-CAMT-NTRY-LABEL TO WS-CAMT-TX-LABEL
                       MOVE SPACES TO WS-CAMT-TX-IBAN WS-CAMT-TX-E2E
                       PERFORM PROCESS-CAMT-CREDIT
                   END-IF
                   IF WS-CAMT-IN-NTRY = 'Y'
                      AND WS-CAMT-NTRY-IND = 'DBIT'
                       PERFORM PROCESS-CAMT-DEBIT
                   END-IF
                   MOVE 'N' TO WS-CAMT-IN-NTRY
           END-EVALUATE.

      *    [MF] Une transaction au credit du releve camt passe par le
      *    meme pointage qu'une ligne du releve plat.
       PROCESS-CAMT-CREDIT.
           IF WS-CAMT-NTRY-IND = 'CRDT'
               ADD 1 TO WS-STM-LINE-COUNT
               MOVE WS-CAMT-NTRY-DATE TO WS-STM-DATE
               MOVE WS-CAMT-TX-IBAN TO WS-STM-IBAN
               MOVE WS-CAMT-TX-AMOUNT TO WS-STM-AMOUNT
               MOVE WS-CAMT-TX-LABEL TO WS-STM-LABEL
               MOVE WS-CAMT-TX-E2E TO WS-STM-E2E-REF
               IF WS-STM-LABEL = SPACES
                   MOVE WS-STM-E2E-REF TO WS-STM-LABEL
               END-IF
               PERFORM MATCH-ONE-CREDIT
           END-IF.

      *    [MF] Une ecriture au debit du releve camt est pointee en
      *    entier - une remise de virements est debitee en un seul
      *    montant - avec la reference trouvee dans l'ecriture. Un
      *    retour de prelevement (RtrInf) n'est pas un debit de
      *    remise : il est traite par rejcust.
       PROCESS-CAMT-DEBIT.
           IF WS-CAMT-NTRY-RETURN NOT = 'Y'
               ADD 1 TO WS-STM-LINE-COUNT
               MOVE WS-CAMT-NTRY-DATE TO WS-STM-DATE
               MOVE SPACES TO WS-STM-IBAN
               MOVE WS-CAMT-NTRY-AMOUNT TO WS-STM-AMOUNT
               MOVE WS-CAMT-NTRY-LABEL TO WS-STM-LABEL
               MOVE WS-CAMT-NTRY-REF TO WS-STM-E2E-REF
               PERFORM MATCH-ONE-DEBIT THRU MATCH-ONE-DEBIT-FIN
           END-IF.

      *    [MF] Pointe un debit du releve contre nos remises de
      *    virements (TRANSFER_REMIT). Avec une reference de remise :
      *    inconnue, deja debitee ou de total different, c'est une
      *    anomalie ; sinon la remise passe au statut 'D'. Sans
      *    reference, la plus ancienne remise emise de meme total est
      *    retenue ; aucune, c'est un debit inexplique.
       MATCH-ONE-DEBIT.
           COMPUTE SQL-DEBIT-AMOUNT =
               FUNCTION ABS(FUNCTION NUMVAL(WS-STM-AMOUNT))
           MOVE SQL-DEBIT-AMOUNT TO WS-EDIT-DEBIT
           PERFORM FIND-DEBIT-REFERENCE

           IF WS-DEBIT-REF = SPACES
               MOVE SPACES TO SQL-TRF-REF
               EXEC SQL
                   SELECT COALESCE(MIN(TRANSFER_REMIT_REF), ' ')
                   INTO :SQL-TRF-REF
                   FROM TRANSFER_REMIT
                   WHERE TRANSFER_REMIT_STATUS = 'E'
                   AND TRANSFER_REMIT_TOTAL = :SQL-DEBIT-AMOUNT
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-TRF-REF = SPACES
                   MOVE SPACES TO WS-ANOMALY-DETAIL
                   STRING 'DEBIT SANS REMISE CONNUE : '
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-DEBIT)
                               DELIMITED BY SIZE
                           ' EUR LE ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-STM-DATE) DELIMITED BY SIZE
                           ' - ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-STM-LABEL) DELIMITED BY SIZE
                       INTO WS-ANOMALY-DETAIL
                   END-STRING
                   PERFORM RAISE-DEBIT-ANOMALY
                   GO TO MATCH-ONE-DEBIT-FIN
               END-IF
               MOVE SQL-TRF-REF TO WS-DEBIT-REF
           END-IF

           MOVE WS-DEBIT-REF TO SQL-TRF-REF
           EXEC SQL
               SELECT TRANSFER_REMIT_STATUS, TRANSFER_REMIT_TOTAL
               INTO :SQL-TRF-STATUS, :SQL-TRF-TOTAL
               FROM TRANSFER_REMIT
               WHERE TRANSFER_REMIT_REF = :SQL-TRF-REF
           END-EXEC

           IF SQLCODE = 100
               MOVE SPACES TO WS-ANOMALY-DETAIL
               STRING 'DEBIT SUR REMISE INCONNUE ' DELIMITED BY SIZE
                       WS-DEBIT-REF DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DEBIT) DELIMITED BY SIZE
                       ' EUR LE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STM-DATE) DELIMITED BY SIZE
                   INTO WS-ANOMALY-DETAIL
               END-STRING
               PERFORM RAISE-DEBIT-ANOMALY
               GO TO MATCH-ONE-DEBIT-FIN
           END-IF
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'rapbcust', 'FIND-TRANSFER-REMIT',
                   SQLCODE
               END-CALL
               GO TO MATCH-ONE-DEBIT-FIN
           END-IF

      *    [MF] Une remise deja debitee qui revient sur le releve est
      *    debitee deux fois : c'est a la banque de restituer.
           IF SQL-TRF-STATUS NOT = 'E'
               MOVE SPACES TO WS-ANOMALY-DETAIL
               STRING 'REMISE DEBITEE DEUX FOIS ' DELIMITED BY SIZE
                       WS-DEBIT-REF DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DEBIT) DELIMITED BY SIZE
                       ' EUR LE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STM-DATE) DELIMITED BY SIZE
                   INTO WS-ANOMALY-DETAIL
               END-STRING
               PERFORM RAISE-DEBIT-ANOMALY
               GO TO MATCH-ONE-DEBIT-FIN
           END-IF

           IF SQL-DEBIT-AMOUNT = SQL-TRF-TOTAL
               MOVE 'D' TO SQL-TRF-STATUS
           ELSE
               MOVE 'X' TO SQL-TRF-STATUS
           END-IF
           EXEC SQL
               UPDATE TRANSFER_REMIT
               SET TRANSFER_REMIT_STATUS = :SQL-TRF-STATUS,
                   TRANSFER_REMIT_DEBIT_AMOUNT = :SQL-DEBIT-AMOUNT,
                   TRANSFER_REMIT_DEBIT_DATE = CURRENT_DATE
               WHERE TRANSFER_REMIT_REF = :SQL-TRF-REF
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'rapbcust',
                   'STAMP-TRANSFER-REMIT', SQLCODE
               END-CALL
               GO TO MATCH-ONE-DEBIT-FIN
           END-IF

           IF SQL-TRF-STATUS = 'D'
               ADD 1 TO WS-DEBIT-MATCHED-COUNT
           ELSE
               MOVE SQL-TRF-TOTAL TO WS-EDIT-REMIT-TOTAL
               MOVE SPACES TO WS-ANOMALY-DETAIL
               STRING 'ECART SUR LA REMISE ' DELIMITED BY SIZE
                       WS-DEBIT-REF DELIMITED BY SIZE
                       ' : DEBITE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-DEBIT) DELIMITED BY SIZE
                       ' EUR POUR ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-REMIT-TOTAL)
                           DELIMITED BY SIZE
                       ' EUR EMIS' DELIMITED BY SIZE
                   INTO WS-ANOMALY-DETAIL
               END-STRING
               PERFORM RAISE-DEBIT-ANOMALY
           END-IF.

       MATCH-ONE-DEBIT-FIN.
           EXIT.

      *    [MF] Reference de remise de virements portee par le debit :
      *    reference de l'ecriture camt (PmtInfId, MsgId, ou
      *    EndToEndId qui commence par la reference de remise), sinon
      *    reference BOBOVIREM citee au libelle. A blanc si aucune.
       FIND-DEBIT-REFERENCE.
           MOVE SPACES TO WS-DEBIT-REF
           IF WS-STM-E2E-REF(1:9) = 'BOBOVIREM'
               MOVE WS-STM-E2E-REF(1:17) TO WS-DEBIT-REF
           ELSE
               MOVE 0 TO WS-DEBIT-REF-POS
               INSPECT WS-STM-LABEL TALLYING WS-DEBIT-REF-POS
                   FOR CHARACTERS BEFORE INITIAL 'BOBOVIREM'
               IF WS-DEBIT-REF-POS <= 33
                   MOVE WS-STM-LABEL(WS-DEBIT-REF-POS + 1:17)
                       TO WS-DEBIT-REF
               END-IF
           END-IF.

      *    [MF] Anomalie de debit : une ligne au rapport et une
      *    alerte pour le superviseur.
       RAISE-DEBIT-ANOMALY.
           ADD 1 TO WS-DEBIT-ANOMALY-COUNT
           MOVE SPACES TO RAPPROCH-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-ANOMALY-DETAIL DELIMITED BY SIZE
               INTO RAPPROCH-REPORT-RECORD
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD
           MOVE 'H' TO WS-ANOMALY-SEVERITY
           CALL 'logalert' USING 'rapbcust  ', WS-ANOMALY-SEVERITY,
               WS-ANOMALY-DETAIL
           END-CALL.

      *    [MF] L'encaissement regularise l'impaye, comme la relance
      *    de duncust le promettait : la sortie d'impaye elle-meme
      *    (controle que plus rien ne reste en souffrance, indicateur
               CLOSE CRSPENDING
           END-EXEC.

      *    [MF] Remises de cheques des clotures de caisse deposees et
      *    toujours sans credit sur le releve.
       LIST-PENDING-DEPOSITS.
           EXEC SQL
               DECLARE CRSPENDDEP CURSOR FOR
               SELECT CLOSING_DEPOSIT_REF, CLOSING_AGENCY,
                   CLOSING_CHEQUE_TOTAL, CLOSING_DATE
               FROM COUNTER_CLOSING
               WHERE CLOSING_DEPOSIT_STATUS = 'E'
               ORDER BY CLOSING_DATE, CLOSING_DEPOSIT_REF
           END-EXEC.

           EXEC SQL
               OPEN CRSPENDDEP
           END-EXEC.

           PERFORM UNTIL WS-DEPOSIT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPENDDEP
                   INTO :SQL-DEP-REF, :SQL-DEP-AGENCY,
                       :SQL-DEP-TOTAL, :SQL-DEP-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-PENDING-DEPOSIT-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-DEPOSIT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'rapbcust',
                           'FETCH-PENDDEP', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DEPOSIT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPENDDEP
           END-EXEC.

      *    [MF] Remises de virements emises ('E') et toujours pas
      *    debitees passe le delai VIREMENT-DELAI-DEBIT (table
      *    PARAMETER, 2 jours a defaut) apres leur emission.
       LIST-UNDEBITED-REMITS.
           MOVE 2 TO SQL-DEBIT-DELAY
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-DEBIT-DELAY
               FROM PARAMETER
               WHERE PARAM_NAME = 'VIREMENT-DELAI-DEBIT'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 2 TO SQL-DEBIT-DELAY
           END-IF.

           EXEC SQL
               DECLARE CRSUNDEBITED CURSOR FOR
               SELECT TRANSFER_REMIT_REF, TRANSFER_REMIT_TOTAL,
                   CAST(TRANSFER_REMIT_DATE AS TEXT)
               FROM TRANSFER_REMIT
               WHERE TRANSFER_REMIT_STATUS = 'E'
               AND TRANSFER_REMIT_DATE
                   + CAST(:SQL-DEBIT-DELAY AS INTEGER) < CURRENT_DATE
               ORDER BY TRANSFER_REMIT_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSUNDEBITED
           END-EXEC.

           PERFORM UNTIL WS-UNDEBITED-EOF = 'Y'
               EXEC SQL
                   FETCH CRSUNDEBITED
                   INTO :SQL-TRF-REF, :SQL-TRF-TOTAL, :SQL-TRF-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-UNDEBITED-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-UNDEBITED-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'rapbcust',
                           'FETCH-UNDEBITED', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-UNDEBITED-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSUNDEBITED
           END-EXEC.

      *    [MF] Une ligne et une alerte par remise non debitee.
       WRITE-UNDEBITED-LINE.
           ADD 1 TO WS-UNDEBITED-COUNT
           MOVE SQL-TRF-TOTAL TO WS-EDIT-REMIT-TOTAL
           MOVE SPACES TO WS-ANOMALY-DETAIL
           STRING 'REMISE DE VIREMENTS NON DEBITEE : '
                       DELIMITED BY SIZE
                   SQL-TRF-REF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-REMIT-TOTAL) DELIMITED BY SIZE
                   ' EUR EMISE LE ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TRF-DATE) DELIMITED BY SIZE
               INTO WS-ANOMALY-DETAIL
           END-STRING
           MOVE SPACES TO RAPPROCH-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-ANOMALY-DETAIL DELIMITED BY SIZE
               INTO RAPPROCH-REPORT-RECORD
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD
           MOVE 'H' TO WS-ANOMALY-SEVERITY
           CALL 'logalert' USING 'rapbcust  ', WS-ANOMALY-SEVERITY,
               WS-ANOMALY-DETAIL
           END-CALL.

      *    [MF] Une ligne par remise de cheques non creditee.
       WRITE-PENDING-DEPOSIT-LINE.
           ADD 1 TO WS-PENDING-DEPOSIT-COUNT
           MOVE SPACES TO RAPPROCH-REPORT-RECORD
           STRING '  REMISE CHEQUES NON CREDITEE : ' DELIMITED BY SIZE
                   SQL-DEP-REF DELIMITED BY SIZE
                   ' SECTION ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEP-AGENCY) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-DEP-TOTAL DELIMITED BY SIZE
                   ' EUR DU ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEP-DATE) DELIMITED BY SIZE
               INTO RAPPROCH-REPORT-RECORD
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD.

      *    [MF] Une ligne par prelevement emis non parvenu.
       WRITE-PENDING-LINE.
           ADD 1 TO WS-PENDING-DEBIT-COUNT
                   WS-CREDIT-UNMATCHED-COUNT DELIMITED BY SIZE
                   ' NON ATTRIBUABLE(S), ' DELIMITED BY SIZE
                   WS-PENDING-DEBIT-COUNT DELIMITED BY SIZE
                   ' NON PARVENU(S), ' DELIMITED BY SIZE
                   WS-PENDING-DEPOSIT-COUNT DELIMITED BY SIZE
                   ' REMISE(S) NON CREDITEE(S)' DELIMITED BY SIZE
               INTO RAPPROCH-REPORT-RECORD
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD.

           MOVE SPACES TO RAPPROCH-REPORT-RECORD
           STRING 'BILAN VIREMENTS : ' DELIMITED BY SIZE
                   WS-DEBIT-MATCHED-COUNT DELIMITED BY SIZE
                   ' DEBIT(S) POINTE(S), ' DELIMITED BY SIZE
                   WS-DEBIT-ANOMALY-COUNT DELIMITED BY SIZE
                   ' ANOMALIE(S) DE DEBIT, ' DELIMITED BY SIZE
                   WS-UNDEBITED-COUNT DELIMITED BY SIZE
                   ' REMISE(S) NON DEBITEE(S)' DELIMITED BY SIZE
               INTO RAPPROCH-REPORT-RECORD
           END-STRING
           WRITE RAPPROCH-REPORT-RECORD.
