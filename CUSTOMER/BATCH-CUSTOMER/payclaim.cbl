      *    demande payee est estampillee 'P' avec la reference de la
      *    remise pour la retrouver en cas de question de l'adherent.
      *
      *    Le virement part sur l'IBAN de remboursement de la fiche
      *    quand l'adherent en a saisi un (updacust, portalq), sinon
      *    sur son IBAN de prelevement.
      *    Les adherents sans IBAN en base sont comptes a part, leurs
      *    demandes restant au statut 'C' jusqu'a regularisation.
      *
      *    prestataire conventionne (provadm, table PROVIDER) et
      *    virees sur l'IBAN du prestataire dans la meme remise -
      *    l'adherent n'avance rien.
      *
      *    Les indus ouverts de l'adherent (registre OVERPAYMENT,
      *    constates par detindu ou inducust) sont imputes sur son
      *    virement, le plus ancien d'abord, jusqu'a extinction du
      *    solde : le virement part pour le net, chaque imputation
      *    est journalisee dans OVERPAY_MOVE (mouvement 'R', avec la
      *    reference de remise) pour le journal comptable de
      *    comptcust. Un net a zero solde les demandes sans virement.
      *
      *    Les adherents qui ont choisi le remboursement de leur
      *    trop-percu d'echeances (CUSTOMER_CREDIT_CHOICE a 'V',
      *    avoirs ouverts par doubcust) recoivent dans la meme remise
      *    un virement distinct du solde de leurs avoirs : chaque
      *    avoir rembourse est solde et journalise dans CREDIT_MOVE
      *    (mouvement 'V', avec la reference de remise).
      *
      *    La remise close, decoclaim edite le decompte de chaque
      *    adherent paye et le releve de chaque prestataire tiers
      *    payant, sous la reference de la remise.
      *
      *    La banque n'acceptant plus que le format ISO 20022, la
      *    remise est aussi produite en XML pain.001 (painvirt, a
      *    partir des demandes estampillees de la remise) ; le
      *    fichier plat SEPAVIREMENT reste la liste de controle
      *    interne, et ses totaux sont rapproches de ceux du fichier
      *    XML.
      *
      *    Les demandes retenues par un superviseur en revue
      *    d'anomalie (valifraud, CLAIM_FRAUD_HOLD a 'O') restent au
      *    statut 'C' et ne sont ni virees ni estampillees tant que
      *    la retenue n'est pas levee.
      *
      *    De meme, les demandes d'un adherent - ou d'un ayant
      *    droit - rapproche du registre des deces (impdeces) restent
      *    au statut 'C' tant que le candidat attend confirmation
      *    dans DEATH_MATCH (validece) ; le virement de son trop-percu
      *    attend aussi.
      *
      *    Comme sepacust, le traitement pose un point de reprise
      *    (fichier PAYCLAIMCKPT) toutes les WS-CHECKPOINT-INTERVAL
      *    lignes : COMMIT, puis reference de remise, dernier
      *    adherent - ou prestataire - committe, totaux de controle
      *    et nombre de lignes de la remise deja sur disque. Relance
      *    apres une interruption, il reconstruit SEPAVIREMENT a son
      *    dernier point de reprise, reprend apres le dernier
      *    adherent committe et termine la meme remise avec des
      *    totaux couvrant l'ensemble. Une remise menee a son terme
      *    est marquee 'TERMINE' : relance le meme jour, le
      *    traitement refuse d'en produire une seconde. Un premier
      *    point de reprise est pose des l'entete ecrite : une
      *    interruption avant le suivant ramene la remise a son
      *    entete, sans second bloc sous la meme reference.
      *
      *    Chaque adherent vire est prevenu par SMS (queuesms, type
      *    REMBOURSEMENT VERSE, montant et reference de remise) quand
      *    il a consenti au telephone, sans attendre le decompte.
      *
      *    Apres un changement d'IBAN (updacust, demande IBANREMB
      *    acceptee dans portalq, CUSTOMER_IBAN_CHANGE_DATE), les
      *    virements a l'adherent - soins et trop-percu - sont
      *    retenus pendant IBAN-DELAI-CARENCE jours (table PARAMETER,
      *    15 par defaut) tant qu'un rappel de confirmation n'a pas
      *    ete saisi dans journcust (CUSTOMER_IBAN_CONFIRM_DATE) :
      *    les demandes restent au statut 'C' et les montants
      *    retenus sont listes dans le rapport journalier
      *    IBANHOLDDAY. Un virement qui part moins de
      *    IBAN-DELAI-ALERTE jours (5) apres le changement, la
      *    confirmation obtenue, leve une alerte par logalert.
      *
      *    La remise close est inscrite dans la table TRANSFER_REMIT
      *    (reference, date d'emission, nombre de virements, total,
      *    statut 'E' emise) : le rapprochement bancaire (rapbcust)
      *    y pointe le debit de la remise sur le releve de compte.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payclaim.
           SELECT SEPA-TRANSFER ASSIGN TO "SEPAVIREMENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEPA-FILE-STATUS.
           SELECT SEPA-TRANSFER-WORK ASSIGN TO "SEPAVIREMENTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.
           SELECT HOLD-REPORT ASSIGN TO "IBANHOLDDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HOLD-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "PAYCLAIMCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.

      ******************************************************************

       FD  SEPA-TRANSFER.
       01  SEPA-TRANSFER-RECORD PIC X(150).

       FD  SEPA-TRANSFER-WORK.
       01  SEPA-TRANSFER-WORK-RECORD PIC X(150).

       FD  HOLD-REPORT.
       01  HOLD-REPORT-RECORD PIC X(132).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-PHASE          PIC X(11).
           05  CKPT-UUID           PIC X(36).
           05  CKPT-REMIT-REF      PIC X(17).
           05  CKPT-TRANSFER-COUNT PIC 9(07).
           05  CKPT-TOTAL-AMOUNT   PIC 9(09)V99.
           05  CKPT-REMIT-LINES    PIC 9(07).

       WORKING-STORAGE SECTION.

       01  WS-SEPA-FILE-STATUS        PIC X(02).
       01  WS-PAY-TOTAL-AMOUNT        PIC 9(09)V99 VALUE 0.
       01  WS-PAY-NO-IBAN-COUNT       PIC 9(07) VALUE 0.
       01  WS-PAY-PROVIDER-COUNT      PIC 9(07) VALUE 0.
       01  WS-DEDUCT-EOF              PIC X(01) VALUE 'N'.
       01  WS-PAY-DEDUCT-COUNT        PIC 9(07) VALUE 0.
       01  WS-PAY-DEDUCT-AMOUNT       PIC 9(09)V99 VALUE 0.
       01  WS-REFUND-EOF              PIC X(01) VALUE 'N'.
       01  WS-PAY-REFUND-COUNT        PIC 9(07) VALUE 0.

      *    [MF] Retenue des virements apres un changement d'IBAN :
      *    delais (table PARAMETER), compteurs et rapport IBANHOLDDAY.
       01  WS-HOLD-FILE-STATUS        PIC X(02).
       01  WS-PAY-HELD-COUNT          PIC 9(07) VALUE 0.
       01  WS-PAY-HELD-AMOUNT         PIC 9(09)V99 VALUE 0.
       01  WS-HOLD-KIND               PIC X(11).
       01  WS-IBAN-ALERT-DAYS         PIC 9(05).
       01  WS-PARAM-DEFAULT           PIC 9(07)V99.
       01  WS-EDIT-AMOUNT             PIC Z(6)9.99.
       01  WS-EDIT-HELD-AMOUNT        PIC Z(8)9.99.
       01  WS-EDIT-AGE                PIC Z(4)9.
       01  WS-ALERT-SEVERITY          PIC X(01) VALUE 'M'.
       01  WS-ALERT-DETAIL            PIC X(100).

      *    [MF] Avis SMS du virement a l'adherent (queuesms).
       01  WS-SMS-TYPE                PIC X(40)
           VALUE 'REMBOURSEMENT VERSE'.
       01  WS-SMS-DETAIL              PIC X(80).
       01  WS-SMS-AMOUNT              PIC Z(6)9.99.

      *    [MF] Point de reprise : phase en cours (ADHERENT,
      *    PRESTATAIRE, AVOIR, puis TERMINE), dernier adherent - ou
      *    prestataire - traite, et nombre de lignes de la remise
      *    ecrites.
       01  WS-CHECKPOINT-STATUS       PIC X(02).
       01  WS-WORK-FILE-STATUS        PIC X(02).
       01  WS-CHECKPOINT-INTERVAL     PIC 9(05) VALUE 50.
       01  WS-ROWS-SINCE-CHECKPOINT   PIC 9(05) VALUE 0.
       01  WS-CKPT-PHASE              PIC X(11).
       01  WS-LAST-UUID               PIC X(36) VALUE SPACES.
       01  WS-REMIT-LINES             PIC 9(07) VALUE 0.
       01  WS-RESTART                 PIC X(01) VALUE 'N'.
       01  WS-ALREADY-DONE            PIC X(01) VALUE 'N'.
       01  WS-REBUILD-OK              PIC X(01) VALUE 'Y'.
       01  WS-REBUILD-EOF             PIC X(01).
       01  WS-REBUILD-IN-REMIT        PIC X(01).
       01  WS-REBUILD-KEPT            PIC 9(07).
       01  WS-REMIT-HEADER-KEY        PIC X(24).

       01  WS-REMIT-REFERENCE.
           05  FILLER                 PIC X(09) VALUE 'BOBOVIREM'.
       01  SQL-PROVIDER-CODE        PIC X(10).
       01  SQL-PROVIDER-NAME        PIC X(40).
       01  SQL-PROVIDER-IBAN        PIC X(34).
       01  SQL-OVERPAY-CLAIM-ID     PIC 9(09).
       01  SQL-OVERPAY-BALANCE      PIC 9(07)V99.
       01  SQL-DEDUCT-AMOUNT        PIC 9(07)V99.
       01  SQL-RESUME-KEY           PIC X(36).
       01  SQL-REMIT-COUNT          PIC 9(07).
       01  SQL-IBAN-HOLD-FLAG       PIC X(01).
       01  SQL-IBAN-CHANGE-AGE      PIC 9(05).
       01  SQL-HOLD-DAYS            PIC 9(05).
       01  SQL-REMIT-TRANSFERS      PIC 9(07).
       01  SQL-REMIT-TOTAL          PIC 9(09)V99.
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

           PERFORM READ-CHECKPOINT.
           PERFORM CHECK-REMIT-STATE.
           IF WS-ALREADY-DONE = 'Y'
               DISPLAY 'REMISE ' WS-REMIT-REFERENCE
                   ' DEJA PRODUITE - AUCUNE NOUVELLE REMISE'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM READ-HOLD-DELAYS.
           PERFORM OPEN-HOLD-REPORT.

           IF WS-RESTART = 'Y'
               PERFORM REBUILD-TRANSFER-FILE
               IF WS-REBUILD-OK NOT = 'Y'
                   DISPLAY 'REMISE ' WS-REMIT-REFERENCE
                       ' NON RECONSTRUITE - REPRISE IMPOSSIBLE'
                   CLOSE HOLD-REPORT
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   GOBACK
               END-IF
               DISPLAY 'REPRISE DE LA REMISE ' WS-REMIT-REFERENCE
                   ' EN PHASE ' CKPT-PHASE
           ELSE
               PERFORM WRITE-TRANSFER-HEADER
           END-IF.

           IF CKPT-PHASE NOT = 'PRESTATAIRE'
               AND CKPT-PHASE NOT = 'AVOIR'
               PERFORM LIST-PAYABLE-CLAIMS
           END-IF.
           IF CKPT-PHASE NOT = 'AVOIR'
               PERFORM LIST-PROVIDER-CLAIMS
           END-IF.
           PERFORM LIST-CREDIT-REFUNDS.
           PERFORM WRITE-TRANSFER-FOOTER.
           PERFORM CLOSE-HOLD-REPORT.

           CALL 'decoclaim' USING WS-REMIT-REFERENCE
           END-CALL.

           CALL 'painvirt' USING WS-REMIT-REFERENCE,
               WS-PAY-TRANSFER-COUNT, WS-PAY-TOTAL-AMOUNT
           END-CALL.

           PERFORM RECORD-TRANSFER-REMIT
               THRU RECORD-TRANSFER-REMIT-FIN.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM MARK-REMIT-COMPLETE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-PAY-TRANSFER-COUNT ' VIREMENT(S) EMIS'.
           DISPLAY WS-PAY-NO-IBAN-COUNT ' ADHERENT(S) SANS IBAN'.
           DISPLAY WS-PAY-PROVIDER-COUNT
               ' VIREMENT(S) TIERS PAYANT'.
           DISPLAY WS-PAY-DEDUCT-COUNT ' IMPUTATION(S) D''INDU POUR '
               WS-PAY-DEDUCT-AMOUNT ' EUR'.
           DISPLAY WS-PAY-REFUND-COUNT
               ' VIREMENT(S) DE TROP-PERCU'.
           DISPLAY WS-PAY-HELD-COUNT ' VIREMENT(S) RETENU(S) POUR '
               WS-PAY-HELD-AMOUNT ' EUR (CHANGEMENT D''IBAN)'.
           GOBACK.

      *    [MF] Delais de la retenue apres changement d'IBAN (table
      *    PARAMETER), valeur par defaut a defaut de ligne.
       READ-HOLD-DELAYS.
           MOVE 'IBAN-DELAI-CARENCE' TO SQL-PARAM-NAME
           MOVE 15 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-DELAY
           MOVE SQL-PARAM-VALUE TO SQL-HOLD-DAYS

           MOVE 'IBAN-DELAI-ALERTE' TO SQL-PARAM-NAME
           MOVE 5 TO SQL-PARAM-VALUE
           PERFORM READ-ONE-DELAY
           MOVE SQL-PARAM-VALUE TO WS-IBAN-ALERT-DAYS.

      *    [MF] Un delai numerique : SQL-PARAM-VALUE porte la valeur
      *    par defaut en entree.
       READ-ONE-DELAY.
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-PARAM-VALUE = 0
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF.

      *    [MF] Entete du rapport des virements retenus, meme format
      *    que les autres rapports des traitements de nuit.
       OPEN-HOLD-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND HOLD-REPORT.
           IF WS-HOLD-FILE-STATUS = '35'
               OPEN OUTPUT HOLD-REPORT
           END-IF.

           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING 'VIREMENTS RETENUS APRES CHANGEMENT D''IBAN AU '
                   DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - REMISE ' DELIMITED BY SIZE
                   WS-REMIT-REFERENCE DELIMITED BY SIZE
               INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

      *    [MF] Une ligne par adherent retenu : nature du virement,
      *    adherent, IBAN, anciennete du changement, montant.
       WRITE-HELD-LINE.
           ADD 1 TO WS-PAY-HELD-COUNT
           ADD SQL-PAY-AMOUNT TO WS-PAY-HELD-AMOUNT
           MOVE SQL-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SQL-IBAN-CHANGE-AGE TO WS-EDIT-AGE
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-HOLD-KIND DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' IBAN ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CODE-IBAN) DELIMITED BY SIZE
                   ' CHANGE IL Y A ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AGE) DELIMITED BY SIZE
                   ' J : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD.

      *    [MF] Pied du rapport : nombre et total des virements
      *    retenus.
       CLOSE-HOLD-REPORT.
           MOVE WS-PAY-HELD-AMOUNT TO WS-EDIT-HELD-AMOUNT
           MOVE SPACES TO HOLD-REPORT-RECORD
           STRING 'TOTAL RETENU : ' DELIMITED BY SIZE
                   WS-PAY-HELD-COUNT DELIMITED BY SIZE
                   ' VIREMENT(S) POUR ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-HELD-AMOUNT)
                       DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO HOLD-REPORT-RECORD
           END-STRING
           WRITE HOLD-REPORT-RECORD
           CLOSE HOLD-REPORT.

      *    [MF] Virement parti peu apres un changement d'IBAN, la
      *    confirmation obtenue : l'alerte laisse au superviseur le
      *    soin de verifier que le rappel a bien joint l'adherent.
       ALERT-RECENT-IBAN.
           MOVE SQL-PAY-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SQL-IBAN-CHANGE-AGE TO WS-EDIT-AGE
           MOVE SPACES TO WS-ALERT-DETAIL
           STRING 'VIREMENT ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AGE) DELIMITED BY SIZE
                   ' J APRES CHANGEMENT D''IBAN ' DELIMITED BY SIZE
                   SQL-UUID DELIMITED BY SIZE
               INTO WS-ALERT-DETAIL
           END-STRING
           CALL 'logalert' USING 'payclaim  ', WS-ALERT-SEVERITY,
               WS-ALERT-DETAIL
           END-CALL.

      *    [MF] Relit le point de reprise laisse par une execution
      *    precedente. Si le fichier n'existe pas, la remise part du
      *    debut (CKPT-PHASE reste a espaces).
       READ-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = '00'
               READ CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
           END-IF.

      *    [MF] Une remise interrompue est reprise sous sa propre
      *    reference, avec ses totaux de controle committes. Sinon
      *    la remise du jour est refusee si elle a deja ete menee a
      *    son terme - par le point de reprise 'TERMINE', ou a
      *    defaut par les demandes ou les avoirs deja estampilles a
      *    sa reference si le point de reprise a disparu - et repart
      *    du debut dans le cas contraire.
       CHECK-REMIT-STATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REMIT-REF-DATE
           IF CKPT-PHASE NOT = SPACES AND CKPT-PHASE NOT = 'TERMINE'
               MOVE 'Y' TO WS-RESTART
               MOVE CKPT-REMIT-REF TO WS-REMIT-REFERENCE
               MOVE CKPT-TRANSFER-COUNT TO WS-PAY-TRANSFER-COUNT
               MOVE CKPT-TOTAL-AMOUNT TO WS-PAY-TOTAL-AMOUNT
               MOVE CKPT-REMIT-LINES TO WS-REMIT-LINES
           ELSE
               IF CKPT-PHASE = 'TERMINE'
                   AND CKPT-REMIT-REF = WS-REMIT-REFERENCE
                   MOVE 'Y' TO WS-ALREADY-DONE
               ELSE
                   MOVE WS-REMIT-REFERENCE TO SQL-REMIT-REFERENCE
                   MOVE ZERO TO SQL-REMIT-COUNT
                   EXEC SQL
                       SELECT COUNT(*) INTO :SQL-REMIT-COUNT
                       FROM CLAIM
                       WHERE CLAIM_REMIT_REF = :SQL-REMIT-REFERENCE
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       CALL 'logsqlerr' USING 'payclaim',
                           'CHECK-REMIT-DONE', SQLCODE
                       END-CALL
                   END-IF
                   IF SQL-REMIT-COUNT = 0
                       EXEC SQL
                           SELECT COUNT(*) INTO :SQL-REMIT-COUNT
                           FROM CREDIT_MOVE
                           WHERE MOVE_REF = :SQL-REMIT-REFERENCE
                           AND MOVE_TYPE = 'V'
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           CALL 'logsqlerr' USING 'payclaim',
                               'CHECK-REMIT-CREDIT', SQLCODE
                           END-CALL
                       END-IF
                   END-IF
                   IF SQL-REMIT-COUNT > 0
                       MOVE 'Y' TO WS-ALREADY-DONE
                   END-IF
               END-IF
               MOVE SPACES TO CHECKPOINT-RECORD
           END-IF.

      *    [MF] Reprise : la remise interrompue est reconstruite a
      *    son dernier point de reprise. Les remises precedentes du
      *    fichier sont recopiees telles quelles ; de la remise en
      *    cours ne sont gardees que les CKPT-REMIT-LINES premieres
      *    lignes, celles dont les demandes ont ete committees - les
      *    lignes ecrites apres, annulees en base par l'interruption,
      *    sont ecartees et seront re-emises. Un fichier plus court
      *    que le point de reprise ne peut pas etre reconstruit.
       REBUILD-TRANSFER-FILE.
           MOVE SPACES TO WS-REMIT-HEADER-KEY
           STRING 'REMISE;' DELIMITED BY SIZE
                   WS-REMIT-REFERENCE DELIMITED BY SIZE
               INTO WS-REMIT-HEADER-KEY
           END-STRING
           MOVE 'N' TO WS-REBUILD-EOF
           MOVE 'N' TO WS-REBUILD-IN-REMIT
           MOVE ZERO TO WS-REBUILD-KEPT

           OPEN INPUT SEPA-TRANSFER
           IF WS-SEPA-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-REBUILD-OK
           ELSE
               OPEN OUTPUT SEPA-TRANSFER-WORK
               PERFORM UNTIL WS-REBUILD-EOF = 'Y'
                   READ SEPA-TRANSFER
                       AT END
                           MOVE 'Y' TO WS-REBUILD-EOF
                       NOT AT END
                           PERFORM KEEP-TRANSFER-LINE
                   END-READ
               END-PERFORM
               CLOSE SEPA-TRANSFER
               CLOSE SEPA-TRANSFER-WORK
               IF WS-REBUILD-KEPT NOT = WS-REMIT-LINES
                   MOVE 'N' TO WS-REBUILD-OK
               END-IF
           END-IF

           IF WS-REBUILD-OK = 'Y'
               PERFORM COPY-BACK-TRANSFER-FILE
               OPEN EXTEND SEPA-TRANSFER
           END-IF.

      *    [MF] Recopie une ligne de l'ancien fichier, sauf au-dela
      *    du point de reprise dans la remise en cours.
       KEEP-TRANSFER-LINE.
           IF SEPA-TRANSFER-RECORD(1:24) = WS-REMIT-HEADER-KEY
               MOVE 'Y' TO WS-REBUILD-IN-REMIT
           END-IF
           IF WS-REBUILD-IN-REMIT = 'Y'
               IF WS-REBUILD-KEPT < WS-REMIT-LINES
                   ADD 1 TO WS-REBUILD-KEPT
                   WRITE SEPA-TRANSFER-WORK-RECORD
                       FROM SEPA-TRANSFER-RECORD
               END-IF
           ELSE
               WRITE SEPA-TRANSFER-WORK-RECORD
                   FROM SEPA-TRANSFER-RECORD
           END-IF.

      *    [MF] Le fichier de travail remplace la remise.
       COPY-BACK-TRANSFER-FILE.
           MOVE 'N' TO WS-REBUILD-EOF
           OPEN INPUT SEPA-TRANSFER-WORK
           OPEN OUTPUT SEPA-TRANSFER
           PERFORM UNTIL WS-REBUILD-EOF = 'Y'
               READ SEPA-TRANSFER-WORK
                   AT END
                       MOVE 'Y' TO WS-REBUILD-EOF
                   NOT AT END
                       WRITE SEPA-TRANSFER-RECORD
                           FROM SEPA-TRANSFER-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SEPA-TRANSFER-WORK
           CLOSE SEPA-TRANSFER.

      *    [MF] Point de reprise quand WS-CHECKPOINT-INTERVAL lignes
      *    ont ete traitees depuis le precedent.
       CHECKPOINT-IF-DUE.
           IF WS-LAST-UUID NOT = SPACES
               AND WS-ROWS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM TAKE-CHECKPOINT
           END-IF.

      *    [MF] La remise est fermee puis rouverte pour que ses lignes
      *    soient sur disque avant le COMMIT ; le point de reprise
      *    note ensuite ce qui est acquis en base et dans le fichier.
       TAKE-CHECKPOINT.
           CLOSE SEPA-TRANSFER
           EXEC SQL COMMIT WORK END-EXEC
           MOVE WS-CKPT-PHASE TO CKPT-PHASE
           MOVE WS-LAST-UUID TO CKPT-UUID
           MOVE WS-REMIT-REFERENCE TO CKPT-REMIT-REF
           MOVE WS-PAY-TRANSFER-COUNT TO CKPT-TRANSFER-COUNT
           MOVE WS-PAY-TOTAL-AMOUNT TO CKPT-TOTAL-AMOUNT
           MOVE WS-REMIT-LINES TO CKPT-REMIT-LINES
           PERFORM WRITE-CHECKPOINT
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT
           OPEN EXTEND SEPA-TRANSFER.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *    [MF] Inscrit la remise close dans TRANSFER_REMIT, au statut
      *    'E' (emise, debit attendu), pour le pointage du debit par
      *    rapbcust. Une remise sans virement n'a rien a debiter ;
      *    une remise deja inscrite (relance apres une coupure entre
      *    la validation et le point de reprise) ne l'est pas deux
      *    fois.
       RECORD-TRANSFER-REMIT.
           IF WS-PAY-TRANSFER-COUNT = 0
               GO TO RECORD-TRANSFER-REMIT-FIN
           END-IF

           MOVE WS-REMIT-REFERENCE TO SQL-REMIT-REFERENCE
           MOVE WS-PAY-TRANSFER-COUNT TO SQL-REMIT-TRANSFERS
           MOVE WS-PAY-TOTAL-AMOUNT TO SQL-REMIT-TOTAL
           MOVE ZERO TO SQL-REMIT-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-REMIT-COUNT
               FROM TRANSFER_REMIT
               WHERE TRANSFER_REMIT_REF = :SQL-REMIT-REFERENCE
           END-EXEC
           IF SQLCODE = ZERO AND SQL-REMIT-COUNT > 0
               GO TO RECORD-TRANSFER-REMIT-FIN
           END-IF

           EXEC SQL
               INSERT INTO TRANSFER_REMIT (
                   TRANSFER_REMIT_REF, TRANSFER_REMIT_DATE,
                   TRANSFER_REMIT_COUNT, TRANSFER_REMIT_TOTAL,
                   TRANSFER_REMIT_STATUS )
               VALUES ( :SQL-REMIT-REFERENCE, CURRENT_DATE,
                        :SQL-REMIT-TRANSFERS, :SQL-REMIT-TOTAL, 'E' )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'payclaim',
                   'INSERT-TRANSFER-REMIT', SQLCODE
               END-CALL
           END-IF.

       RECORD-TRANSFER-REMIT-FIN.
           EXIT.

      *    [MF] La remise est complete et committee : le point de
      *    reprise la marque 'TERMINE' sous sa reference, ce qui
      *    interdit d'en produire une seconde le meme jour.
       MARK-REMIT-COMPLETE.
           MOVE 'TERMINE' TO CKPT-PHASE
           MOVE SPACES TO CKPT-UUID
           MOVE WS-REMIT-REFERENCE TO CKPT-REMIT-REF
           MOVE WS-PAY-TRANSFER-COUNT TO CKPT-TRANSFER-COUNT
           MOVE WS-PAY-TOTAL-AMOUNT TO CKPT-TOTAL-AMOUNT
           MOVE WS-REMIT-LINES TO CKPT-REMIT-LINES
           PERFORM WRITE-CHECKPOINT.

      *    [MF] Entete de la remise de virements, avec la reference
      *    de remise et la date d'emission. Le point de reprise pose
      *    aussitot (premiere phase, aucun adherent, une ligne) fait
      *    qu'une relance reconstruit la remise a son entete au lieu
      *    d'en ajouter une seconde.
       WRITE-TRANSFER-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO SEPA-TRANSFER-RECORD
           END-STRING
           WRITE SEPA-TRANSFER-RECORD
           ADD 1 TO WS-REMIT-LINES

           MOVE 'ADHERENT' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] Un virement par adherent, regroupant toutes ses
      *    demandes pretes a payer. L'IBAN de remboursement, quand
      *    il est renseigne, passe devant l'IBAN de prelevement et
      *    l'invalidation de ce dernier ne le concerne pas.
       LIST-PAYABLE-CLAIMS.
           MOVE 'ADHERENT' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'ADHERENT'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSPAYCLAIM CURSOR FOR
               SELECT claim_customer_uuid, customer_lastname,
                   customer_firstname,
                   COALESCE(NULLIF(TRIM(customer_refund_iban), ''),
                       customer_code_iban),
                   CASE WHEN TRIM(COALESCE(customer_refund_iban, ''))
                             != '' THEN ' '
                        ELSE COALESCE(customer_iban_invalid_flag, ' ')
                   END,
                   CASE WHEN customer_iban_change_date IS NOT NULL
                        AND customer_iban_confirm_date IS NULL
                        AND customer_iban_change_date
                            > CURRENT_DATE - CAST(:SQL-HOLD-DAYS
                                                  AS INTEGER)
                        THEN 'O' ELSE ' '
                   END,
                   COALESCE(CURRENT_DATE - customer_iban_change_date,
                       99999),
                   SUM(claim_our_amount)
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_status = 'C'
               AND COALESCE(claim_fraud_hold, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_STATUS = 'A'
                   AND ( ( DEATH_MATCH_ENTITY = 'C'
                           AND DEATH_MATCH_CUSTOMER_UUID =
                               claim_customer_uuid )
                      OR ( DEATH_MATCH_ENTITY = 'B'
                           AND DEATH_MATCH_BENEFICIARY_ID =
                               claim_beneficiary_id ) ) )
               AND TRIM(COALESCE(claim_provider_code, '')) = ''
               AND claim_customer_uuid > :SQL-RESUME-KEY
               GROUP BY claim_customer_uuid, customer_lastname,
                   customer_firstname, customer_code_iban,
                   customer_refund_iban, customer_iban_invalid_flag,
                   customer_iban_change_date, customer_iban_confirm_date
               ORDER BY claim_customer_uuid
           END-EXEC.

           EXEC SQL
                   FETCH CRSPAYCLAIM
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-CODE-IBAN, :SQL-IBAN-INVALID-FLAG,
                       :SQL-IBAN-HOLD-FLAG, :SQL-IBAN-CHANGE-AGE,
                       :SQL-PAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CHECKPOINT-IF-DUE
                       MOVE SQL-UUID TO WS-LAST-UUID
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
      *    [MF] Un IBAN invalide par un retour de virement
      *    (rejvirt) vaut absence d'IBAN : la demande attend le
      *    nouveau RIB au lieu de rebondir une seconde fois.
                           OR SQL-IBAN-INVALID-FLAG = 'O'
                           ADD 1 TO WS-PAY-NO-IBAN-COUNT
                       ELSE
                           IF SQL-IBAN-HOLD-FLAG = 'O'
                               MOVE 'SOINS' TO WS-HOLD-KIND
                               PERFORM WRITE-HELD-LINE
                           ELSE
                               PERFORM PAY-ONE-CUSTOMER
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-PAY-EOF
               CLOSE CRSPAYCLAIM
           END-EXEC.

      *    [MF] Phase terminee : les prestataires repartent du debut.
           MOVE 'PRESTATAIRE' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] Ecrit la ligne de virement quand un montant est du,
      *    puis estampille les demandes payees avec la reference de
      *    la remise - un total a zero (demandes calculees sans part
      *    mutuelle, ou entierement impute sur un indu) est solde
      *    sans virement.
       PAY-ONE-CUSTOMER.
           IF SQL-PAY-AMOUNT > 0
               PERFORM DEDUCT-OVERPAYMENTS
           END-IF
           IF SQL-PAY-AMOUNT > 0
               ADD 1 TO WS-PAY-TRANSFER-COUNT
               ADD SQL-PAY-AMOUNT TO WS-PAY-TOTAL-AMOUNT
                   INTO SEPA-TRANSFER-RECORD
               END-STRING
               WRITE SEPA-TRANSFER-RECORD
               ADD 1 TO WS-REMIT-LINES
               PERFORM NOTIFY-TRANSFER-SMS
               IF SQL-IBAN-CHANGE-AGE <= WS-IBAN-ALERT-DAYS
                   PERFORM ALERT-RECENT-IBAN
               END-IF
           END-IF
           PERFORM STAMP-CLAIMS-PAID.

      *    [MF] Avis SMS du virement : montant net et reference de
      *    remise ; consentement et numero verifies par queuesms.
       NOTIFY-TRANSFER-SMS.
           MOVE SQL-PAY-AMOUNT TO WS-SMS-AMOUNT
           MOVE SPACES TO WS-SMS-DETAIL
           STRING FUNCTION TRIM(WS-SMS-AMOUNT) DELIMITED BY SIZE
                   ' EUR REMISE ' DELIMITED BY SIZE
                   WS-REMIT-REFERENCE DELIMITED BY SIZE
               INTO WS-SMS-DETAIL
           END-STRING
           CALL 'queuesms' USING SQL-UUID, WS-SMS-TYPE, WS-SMS-DETAIL
           END-CALL.

      *    [MF] Impute les indus ouverts de l'adherent, le plus
      *    ancien d'abord, sur le montant du virement ; SQL-PAY-AMOUNT
      *    en ressort net des imputations.
       DEDUCT-OVERPAYMENTS.
           EXEC SQL
               DECLARE CRSPAYINDU CURSOR FOR
               SELECT overpay_claim_id, overpay_balance
               FROM OVERPAYMENT
               WHERE overpay_customer_uuid = :SQL-UUID
               AND overpay_status = 'O'
               AND overpay_balance > 0
               ORDER BY overpay_create_date, overpay_claim_id
           END-EXEC.

           EXEC SQL
               OPEN CRSPAYINDU
           END-EXEC.

           MOVE 'N' TO WS-DEDUCT-EOF
           PERFORM UNTIL WS-DEDUCT-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPAYINDU
                   INTO :SQL-OVERPAY-CLAIM-ID, :SQL-OVERPAY-BALANCE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM DEDUCT-ONE-OVERPAYMENT
                       IF SQL-PAY-AMOUNT = 0
                           MOVE 'Y' TO WS-DEDUCT-EOF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-DEDUCT-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'payclaim',
                           'FETCH-PAYINDU', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-DEDUCT-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPAYINDU
           END-EXEC.

      *    [MF] Diminue le solde de l'indu (solde 'S' a zero) et
      *    journalise le mouvement de recuperation 'R'.
       DEDUCT-ONE-OVERPAYMENT.
           IF SQL-OVERPAY-BALANCE > SQL-PAY-AMOUNT
               MOVE SQL-PAY-AMOUNT TO SQL-DEDUCT-AMOUNT
           ELSE
               MOVE SQL-OVERPAY-BALANCE TO SQL-DEDUCT-AMOUNT
           END-IF
           MOVE WS-REMIT-REFERENCE TO SQL-REMIT-REFERENCE

           EXEC SQL
               UPDATE OVERPAYMENT
               SET OVERPAY_BALANCE = OVERPAY_BALANCE
                       - :SQL-DEDUCT-AMOUNT,
                   OVERPAY_STATUS = CASE
                       WHEN OVERPAY_BALANCE - :SQL-DEDUCT-AMOUNT <= 0
                       THEN 'S' ELSE 'O' END
               WHERE OVERPAY_CLAIM_ID = :SQL-OVERPAY-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'payclaim', 'UPDATE-OVERPAY',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   INSERT INTO OVERPAY_MOVE (
                       MOVE_CLAIM_ID, MOVE_CUSTOMER_UUID, MOVE_TYPE,
                       MOVE_AMOUNT, MOVE_DATE, MOVE_REF )
                   VALUES ( :SQL-OVERPAY-CLAIM-ID, :SQL-UUID, 'R',
                            :SQL-DEDUCT-AMOUNT, CURRENT_DATE,
                            :SQL-REMIT-REFERENCE )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'payclaim',
                       'INSERT-OVERPAY-MOVE', SQLCODE
                   END-CALL
               END-IF
               SUBTRACT SQL-DEDUCT-AMOUNT FROM SQL-PAY-AMOUNT
               ADD 1 TO WS-PAY-DEDUCT-COUNT
               ADD SQL-DEDUCT-AMOUNT TO WS-PAY-DEDUCT-AMOUNT
           END-IF.

      *    [MF] Passe les demandes de l'adherent au statut 'P' avec
      *    la reference de remise et la date de paiement.
       STAMP-CLAIMS-PAID.
                   CLAIM_PAY_DATE = CURRENT_DATE
               WHERE CLAIM_CUSTOMER_UUID = :SQL-UUID
               AND CLAIM_STATUS = 'C'
               AND COALESCE(CLAIM_FRAUD_HOLD, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_STATUS = 'A'
                   AND ( ( DEATH_MATCH_ENTITY = 'C'
                           AND DEATH_MATCH_CUSTOMER_UUID =
                               CLAIM_CUSTOMER_UUID )
                      OR ( DEATH_MATCH_ENTITY = 'B'
                           AND DEATH_MATCH_BENEFICIARY_ID =
                               CLAIM_BENEFICIARY_ID ) ) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
      *    l'IBAN vise est celui du prestataire, jamais celui de
      *    l'adherent.
       LIST-PROVIDER-CLAIMS.
           MOVE 'PRESTATAIRE' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'PRESTATAIRE'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSPAYPROV CURSOR FOR
               SELECT claim_provider_code, PROVIDER_NAME,
               FROM CLAIM, PROVIDER
               WHERE PROVIDER_CODE = TRIM(claim_provider_code)
               AND claim_status = 'C'
               AND COALESCE(claim_fraud_hold, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_STATUS = 'A'
                   AND ( ( DEATH_MATCH_ENTITY = 'C'
                           AND DEATH_MATCH_CUSTOMER_UUID =
                               claim_customer_uuid )
                      OR ( DEATH_MATCH_ENTITY = 'B'
                           AND DEATH_MATCH_BENEFICIARY_ID =
                               claim_beneficiary_id ) ) )
               AND TRIM(COALESCE(claim_provider_code, '')) != ''
               AND TRIM(claim_provider_code) > TRIM(:SQL-RESUME-KEY)
               GROUP BY claim_provider_code, PROVIDER_NAME,
                   PROVIDER_IBAN
               ORDER BY claim_provider_code
           END-EXEC.

           EXEC SQL

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CHECKPOINT-IF-DUE
                       PERFORM PAY-ONE-PROVIDER
                       MOVE SQL-PROVIDER-CODE TO WS-LAST-UUID
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
                   WHEN 100
                       MOVE 'Y' TO WS-PROV-EOF
                   WHEN OTHER
               CLOSE CRSPAYPROV
           END-EXEC.

      *    [MF] Phase terminee : les avoirs repartent du debut.
           MOVE 'AVOIR' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] Ecrit la ligne de virement du prestataire puis
      *    estampille ses demandes payees avec la reference de la
      *    remise, comme pour les adherents.
                   INTO SEPA-TRANSFER-RECORD
               END-STRING
               WRITE SEPA-TRANSFER-RECORD
               ADD 1 TO WS-REMIT-LINES
           END-IF
           PERFORM STAMP-PROVIDER-CLAIMS-PAID.

               WHERE TRIM(CLAIM_PROVIDER_CODE)
                   = TRIM(:SQL-PROVIDER-CODE)
               AND CLAIM_STATUS = 'C'
               AND COALESCE(CLAIM_FRAUD_HOLD, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_STATUS = 'A'
                   AND ( ( DEATH_MATCH_ENTITY = 'C'
                           AND DEATH_MATCH_CUSTOMER_UUID =
                               CLAIM_CUSTOMER_UUID )
                      OR ( DEATH_MATCH_ENTITY = 'B'
                           AND DEATH_MATCH_BENEFICIARY_ID =
                               CLAIM_BENEFICIARY_ID ) ) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               END-CALL
           END-IF.

      *    [MF] Un virement par adherent ayant choisi le
      *    remboursement de son trop-percu d'echeances, pour le solde
      *    de ses avoirs ouverts, sur le meme IBAN que ses
      *    remboursements de soins et avec la meme regle
      *    d'invalidation. Le trop-percu n'est pas impute sur les
      *    indus : c'est de l'argent de cotisation, pas une
      *    prestation.
       LIST-CREDIT-REFUNDS.
           MOVE 'AVOIR' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'AVOIR'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSPAYAVOIR CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   COALESCE(NULLIF(TRIM(customer_refund_iban), ''),
                       customer_code_iban),
                   CASE WHEN TRIM(COALESCE(customer_refund_iban, ''))
                             != '' THEN ' '
                        ELSE COALESCE(customer_iban_invalid_flag, ' ')
                   END,
                   CASE WHEN customer_iban_change_date IS NOT NULL
                        AND customer_iban_confirm_date IS NULL
                        AND customer_iban_change_date
                            > CURRENT_DATE - CAST(:SQL-HOLD-DAYS
                                                  AS INTEGER)
                        THEN 'O' ELSE ' '
                   END,
                   COALESCE(CURRENT_DATE - customer_iban_change_date,
                       99999),
                   SUM(credit_balance)
               FROM CUSTOMER_CREDIT, customer
               WHERE credit_customer_uuid = customer_uuid
               AND credit_status = 'O'
               AND credit_balance > 0
               AND COALESCE(customer_credit_choice, 'E') = 'V'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_ENTITY = 'C'
                   AND DEATH_MATCH_CUSTOMER_UUID = customer_uuid
                   AND DEATH_MATCH_STATUS = 'A' )
               AND customer_uuid > :SQL-RESUME-KEY
               GROUP BY customer_uuid, customer_lastname,
                   customer_firstname, customer_code_iban,
                   customer_refund_iban, customer_iban_invalid_flag,
                   customer_iban_change_date, customer_iban_confirm_date
               ORDER BY customer_uuid
           END-EXEC.

           EXEC SQL
               OPEN CRSPAYAVOIR
           END-EXEC.

           PERFORM UNTIL WS-REFUND-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPAYAVOIR
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-CODE-IBAN, :SQL-IBAN-INVALID-FLAG,
                       :SQL-IBAN-HOLD-FLAG, :SQL-IBAN-CHANGE-AGE,
                       :SQL-PAY-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CHECKPOINT-IF-DUE
                       MOVE SQL-UUID TO WS-LAST-UUID
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
                       IF SQL-CODE-IBAN = SPACES
                           OR SQL-IBAN-INVALID-FLAG = 'O'
                           ADD 1 TO WS-PAY-NO-IBAN-COUNT
                       ELSE
                           IF SQL-IBAN-HOLD-FLAG = 'O'
                               MOVE 'TROP-PERCU' TO WS-HOLD-KIND
                               PERFORM WRITE-HELD-LINE
                           ELSE
                               PERFORM REFUND-ONE-CUSTOMER
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-REFUND-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'payclaim',
                           'FETCH-PAYAVOIR', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-REFUND-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSPAYAVOIR
           END-EXEC.

      *    [MF] Ecrit la ligne de virement du trop-percu, journalise
      *    le remboursement de chaque avoir ouvert ('V') a la
      *    reference de la remise, puis solde ces avoirs.
       REFUND-ONE-CUSTOMER.
           ADD 1 TO WS-PAY-TRANSFER-COUNT
           ADD 1 TO WS-PAY-REFUND-COUNT
           ADD SQL-PAY-AMOUNT TO WS-PAY-TOTAL-AMOUNT
           MOVE SPACES TO SEPA-TRANSFER-RECORD
           STRING 'VIRT;' DELIMITED BY SIZE
                   WS-REMIT-REFERENCE DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CODE-IBAN) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ';TROP-PERCU;' DELIMITED BY SIZE
                   SQL-PAY-AMOUNT DELIMITED BY SIZE
               INTO SEPA-TRANSFER-RECORD
           END-STRING
           WRITE SEPA-TRANSFER-RECORD
           ADD 1 TO WS-REMIT-LINES
           IF SQL-IBAN-CHANGE-AGE <= WS-IBAN-ALERT-DAYS
               PERFORM ALERT-RECENT-IBAN
           END-IF

           MOVE WS-REMIT-REFERENCE TO SQL-REMIT-REFERENCE
           EXEC SQL
               INSERT INTO CREDIT_MOVE (
                   MOVE_COLLECTION_ID, MOVE_CUSTOMER_UUID, MOVE_TYPE,
                   MOVE_AMOUNT, MOVE_DATE, MOVE_REF )
               SELECT CREDIT_COLLECTION_ID, CREDIT_CUSTOMER_UUID, 'V',
                   CREDIT_BALANCE, CURRENT_DATE, :SQL-REMIT-REFERENCE
               FROM CUSTOMER_CREDIT
               WHERE CREDIT_CUSTOMER_UUID = :SQL-UUID
               AND CREDIT_STATUS = 'O'
               AND CREDIT_BALANCE > 0
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'payclaim', 'INSERT-CREDIT-MOVE',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   UPDATE CUSTOMER_CREDIT
                   SET CREDIT_BALANCE = 0,
                       CREDIT_STATUS = 'S'
                   WHERE CREDIT_CUSTOMER_UUID = :SQL-UUID
                   AND CREDIT_STATUS = 'O'
                   AND CREDIT_BALANCE > 0
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'payclaim',
                       'STAMP-CREDIT-PAID', SQLCODE
                   END-CALL
               END-IF
           END-IF.

      *    [MF] Ligne de totaux de controle a la suite du detail.
       WRITE-TRANSFER-FOOTER.
           MOVE SPACES TO SEPA-TRANSFER-RECORD
                   WS-PAY-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO SEPA-TRANSFER-RECORD
           END-STRING
           WRITE SEPA-TRANSFER-RECORD
           ADD 1 TO WS-REMIT-LINES.

           CLOSE SEPA-TRANSFER.
