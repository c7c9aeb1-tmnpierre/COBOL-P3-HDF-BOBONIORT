      *    ecartes de la remise et comptes a part, pour que l'accueil
      *    puisse reclamer les coordonnees bancaires manquantes.
      *
      *    Les echeances tombant dans la periode de suspension d'un
      *    contrat (suspcont) ne sont pas prelevees, meme deja
      *    facturees : reprcont les annule a la reprise.
      *
      *    Un adherent rapproche du registre des deces (impdeces) et
      *    dont le candidat attend confirmation dans DEATH_MATCH
      *    n'est pas preleve : ses echeances restent dues jusqu'a la
      *    decision de l'operateur (validece, deccust).
      *
      *    Chaque prelevement emis est egalement enregistre dans la
      *    table COLLECTION (statut 'E' emis) : c'est cette trace que
      *    le rapprochement bancaire (rapbcust) pointe ensuite contre
      *    le releve de compte pour confirmer les encaissements.
      *
      *    La banque n'acceptant plus que le format ISO 20022, la
      *    remise est aussi produite en XML pain.008 (painprlv, a
      *    partir des traces COLLECTION de la remise) ; le fichier
      *    plat SEPAREMIT reste la liste de controle interne, et ses
      *    totaux sont rapproches de ceux du fichier XML.
      *
      *    Le traitement pose un point de reprise (fichier
      *    SEPACUSTCKPT) toutes les WS-CHECKPOINT-INTERVAL lignes,
      *    a la frontiere entre deux adherents : COMMIT, puis
      *    reference de remise, dernier adherent committe, totaux de
      *    controle et nombre de lignes de la remise deja sur disque.
      *    Relance apres une interruption, il reconstruit la remise
      *    a son dernier point de reprise (les lignes ecrites apres,
      *    annulees en base, sont ecartees), reprend apres le
      *    dernier adherent committe et termine la meme remise avec
      *    des totaux couvrant l'ensemble. Une remise menee a son
      *    terme est marquee 'TERMINE' : relance le meme jour, le
      *    traitement refuse d'en produire une seconde. Un premier
      *    point de reprise est pose des l'entete ecrite : une
      *    interruption avant le suivant ramene la remise a son
      *    entete, sans second bloc sous la meme reference.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sepacust.
           SELECT SEPA-REMIT ASSIGN TO "SEPAREMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SEPA-FILE-STATUS.
           SELECT SEPA-REMIT-WORK ASSIGN TO "SEPAREMITWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-WORK-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SEPACUSTCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHECKPOINT-STATUS.

      ******************************************************************

       FD  SEPA-REMIT.
       01  SEPA-REMIT-RECORD PIC X(150).

       FD  SEPA-REMIT-WORK.
       01  SEPA-REMIT-WORK-RECORD PIC X(150).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-PHASE          PIC X(10).
           05  CKPT-UUID           PIC X(36).
           05  CKPT-REMIT-REF      PIC X(17).
           05  CKPT-DEBIT-COUNT    PIC 9(07).
           05  CKPT-TOTAL-AMOUNT   PIC 9(09)V99.
           05  CKPT-REMIT-LINES    PIC 9(07).

       WORKING-STORAGE SECTION.

       01  WS-SEPA-FILE-STATUS        PIC X(02).
       01  WS-MANDATE-FLAG            PIC X(01).
       01  WS-DEBIT-LINE-WORK         PIC X(150).

      *    [MF] Point de reprise : phase en cours (ECHEANCE, EMPLOYEUR,
      *    ANCIEN, puis TERMINE), dernier adherent - ou employeur -
      *    traite, et nombre de lignes de la remise ecrites.
       01  WS-CHECKPOINT-STATUS       PIC X(02).
       01  WS-WORK-FILE-STATUS        PIC X(02).
       01  WS-CHECKPOINT-INTERVAL     PIC 9(05) VALUE 50.
       01  WS-ROWS-SINCE-CHECKPOINT   PIC 9(05) VALUE 0.
       01  WS-CKPT-PHASE              PIC X(10).
       01  WS-LAST-UUID               PIC X(36) VALUE SPACES.
       01  WS-REMIT-LINES             PIC 9(07) VALUE 0.
       01  WS-RESTART                 PIC X(01) VALUE 'N'.
       01  WS-ALREADY-DONE            PIC X(01) VALUE 'N'.
       01  WS-REBUILD-OK              PIC X(01) VALUE 'Y'.
       01  WS-REBUILD-EOF             PIC X(01).
       01  WS-REBUILD-IN-REMIT        PIC X(01).
       01  WS-REBUILD-KEPT            PIC 9(07).
       01  WS-REMIT-HEADER-KEY        PIC X(24).

      *    [MF] Reference de remise : prefixe association + date du
      *    jour, identique sur l'entete et chaque ligne de detail pour
      *    que la banque rattache le tout a la meme remise.
       01  SQL-EMPLOYER-NAME        PIC X(40).
       01  SQL-EMPLOYER-IBAN        PIC X(34).
       01  SQL-EMPLOYER-AMOUNT      PIC 9(09)V99.
       01  SQL-RESUME-KEY           PIC X(36).
       01  SQL-REMIT-COUNT          PIC 9(07).
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

           IF WS-RESTART = 'Y'
               PERFORM REBUILD-REMIT-FILE
               IF WS-REBUILD-OK NOT = 'Y'
                   DISPLAY 'REMISE ' WS-REMIT-REFERENCE
                       ' NON RECONSTRUITE - REPRISE IMPOSSIBLE'
                   MOVE 8 TO RETURN-CODE
                   EXEC SQL DISCONNECT ALL END-EXEC
                   GOBACK
               END-IF
               DISPLAY 'REPRISE DE LA REMISE ' WS-REMIT-REFERENCE
                   ' EN PHASE ' CKPT-PHASE
           ELSE
               PERFORM WRITE-REMIT-HEADER
           END-IF.

           IF CKPT-PHASE = SPACES OR CKPT-PHASE = 'ECHEANCE'
               PERFORM LIST-DEBIT-ECHEANCES
           END-IF.
           IF CKPT-PHASE NOT = 'ANCIEN'
               PERFORM LIST-EMPLOYER-DEBITS
           END-IF.
           PERFORM LIST-LEGACY-CONTRACTS.
           PERFORM WRITE-REMIT-FOOTER.

           CALL 'painprlv' USING WS-REMIT-REFERENCE,
               WS-SEPA-DEBIT-COUNT, WS-SEPA-TOTAL-AMOUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM MARK-REMIT-COMPLETE.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-SEPA-DEBIT-COUNT ' PRELEVEMENT(S) EMIS'.
               ' CONTRAT(S) SANS MANDAT VALIDE'.
           GOBACK.

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
      *    defaut par ses traces COLLECTION si le point de reprise
      *    a disparu - et repart du debut dans le cas contraire.
       CHECK-REMIT-STATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REMIT-REF-DATE
           IF CKPT-PHASE NOT = SPACES AND CKPT-PHASE NOT = 'TERMINE'
               MOVE 'Y' TO WS-RESTART
               MOVE CKPT-REMIT-REF TO WS-REMIT-REFERENCE
               MOVE CKPT-DEBIT-COUNT TO WS-SEPA-DEBIT-COUNT
               MOVE CKPT-TOTAL-AMOUNT TO WS-SEPA-TOTAL-AMOUNT
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
                       FROM COLLECTION
                       WHERE COLLECTION_REMIT_REF =
                           :SQL-REMIT-REFERENCE
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       CALL 'logsqlerr' USING 'sepacust',
                           'CHECK-REMIT-DONE', SQLCODE
                       END-CALL
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
      *    lignes, celles dont les echeances ont ete committees - les
      *    lignes ecrites apres, annulees en base par l'interruption,
      *    sont ecartees et seront re-emises. Un fichier plus court
      *    que le point de reprise ne peut pas etre reconstruit.
       REBUILD-REMIT-FILE.
           MOVE SPACES TO WS-REMIT-HEADER-KEY
           STRING 'REMISE;' DELIMITED BY SIZE
                   WS-REMIT-REFERENCE DELIMITED BY SIZE
               INTO WS-REMIT-HEADER-KEY
           END-STRING
           MOVE 'N' TO WS-REBUILD-EOF
           MOVE 'N' TO WS-REBUILD-IN-REMIT
           MOVE ZERO TO WS-REBUILD-KEPT

           OPEN INPUT SEPA-REMIT
           IF WS-SEPA-FILE-STATUS NOT = '00'
               MOVE 'N' TO WS-REBUILD-OK
           ELSE
               OPEN OUTPUT SEPA-REMIT-WORK
               PERFORM UNTIL WS-REBUILD-EOF = 'Y'
                   READ SEPA-REMIT
                       AT END
                           MOVE 'Y' TO WS-REBUILD-EOF
                       NOT AT END
                           PERFORM KEEP-REMIT-LINE
                   END-READ
               END-PERFORM
               CLOSE SEPA-REMIT
               CLOSE SEPA-REMIT-WORK
               IF WS-REBUILD-KEPT NOT = WS-REMIT-LINES
                   MOVE 'N' TO WS-REBUILD-OK
               END-IF
           END-IF

           IF WS-REBUILD-OK = 'Y'
               PERFORM COPY-BACK-REMIT-FILE
               OPEN EXTEND SEPA-REMIT
           END-IF.

      *    [MF] Recopie une ligne de l'ancien fichier, sauf au-dela
      *    du point de reprise dans la remise en cours.
       KEEP-REMIT-LINE.
           IF SEPA-REMIT-RECORD(1:24) = WS-REMIT-HEADER-KEY
               MOVE 'Y' TO WS-REBUILD-IN-REMIT
           END-IF
           IF WS-REBUILD-IN-REMIT = 'Y'
               IF WS-REBUILD-KEPT < WS-REMIT-LINES
                   ADD 1 TO WS-REBUILD-KEPT
                   WRITE SEPA-REMIT-WORK-RECORD FROM SEPA-REMIT-RECORD
               END-IF
           ELSE
               WRITE SEPA-REMIT-WORK-RECORD FROM SEPA-REMIT-RECORD
           END-IF.

      *    [MF] Le fichier de travail remplace la remise.
       COPY-BACK-REMIT-FILE.
           MOVE 'N' TO WS-REBUILD-EOF
           OPEN INPUT SEPA-REMIT-WORK
           OPEN OUTPUT SEPA-REMIT
           PERFORM UNTIL WS-REBUILD-EOF = 'Y'
               READ SEPA-REMIT-WORK
                   AT END
                       MOVE 'Y' TO WS-REBUILD-EOF
                   NOT AT END
                       WRITE SEPA-REMIT-RECORD
                           FROM SEPA-REMIT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SEPA-REMIT-WORK
           CLOSE SEPA-REMIT.

      *    [MF] Point de reprise a la frontiere entre deux adherents,
      *    quand WS-CHECKPOINT-INTERVAL lignes ont ete traitees depuis
      *    le precedent.
       CHECKPOINT-IF-DUE.
           IF WS-LAST-UUID NOT = SPACES
               AND WS-ROWS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               PERFORM TAKE-CHECKPOINT
           END-IF.

      *    [MF] La remise est fermee puis rouverte pour que ses lignes
      *    soient sur disque avant le COMMIT ; le point de reprise
      *    note ensuite ce qui est acquis en base et dans le fichier.
       TAKE-CHECKPOINT.
           CLOSE SEPA-REMIT
           EXEC SQL COMMIT WORK END-EXEC
           MOVE WS-CKPT-PHASE TO CKPT-PHASE
           MOVE WS-LAST-UUID TO CKPT-UUID
           MOVE WS-REMIT-REFERENCE TO CKPT-REMIT-REF
           MOVE WS-SEPA-DEBIT-COUNT TO CKPT-DEBIT-COUNT
           MOVE WS-SEPA-TOTAL-AMOUNT TO CKPT-TOTAL-AMOUNT
           MOVE WS-REMIT-LINES TO CKPT-REMIT-LINES
           PERFORM WRITE-CHECKPOINT
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT
           OPEN EXTEND SEPA-REMIT.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *    [MF] La remise est complete et committee : le point de
      *    reprise la marque 'TERMINE' sous sa reference, ce qui
      *    interdit d'en produire une seconde le meme jour.
       MARK-REMIT-COMPLETE.
           MOVE 'TERMINE' TO CKPT-PHASE
           MOVE SPACES TO CKPT-UUID
           MOVE WS-REMIT-REFERENCE TO CKPT-REMIT-REF
           MOVE WS-SEPA-DEBIT-COUNT TO CKPT-DEBIT-COUNT
           MOVE WS-SEPA-TOTAL-AMOUNT TO CKPT-TOTAL-AMOUNT
           MOVE WS-REMIT-LINES TO CKPT-REMIT-LINES
           PERFORM WRITE-CHECKPOINT.

      *    [MF] Entete de la remise, avec la reference de remise et la
      *    date d'emission, meme format de date que les autres
      *    rapports journaliers de ce traitement. Le point de reprise
      *    pose aussitot (premiere phase, aucun adherent, une ligne)
      *    fait qu'une relance reconstruit la remise a son entete au
      *    lieu d'en ajouter une seconde.
       WRITE-REMIT-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
           STRING WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO SEPA-REMIT-RECORD
           END-STRING
           WRITE SEPA-REMIT-RECORD
           ADD 1 TO WS-REMIT-LINES

           MOVE 'ECHEANCE' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] Un prelevement par echeance arrivee a date sur un
      *    contrat actif - le meme echeancier que l'extrait de
      *    (rejcust, AC04) sont ecartees : presenter un prelevement
      *    sur un compte mort est sans objet.
       LIST-DEBIT-ECHEANCES.
           MOVE 'ECHEANCE' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'ECHEANCE'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSSEPAECH CURSOR FOR
               SELECT echeancier_id, customer_uuid,
               AND ( echeancier_status = 'P'
                  OR echeancier_status = 'F' )
               AND echeancier_due_date <= CURRENT_DATE
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND echeancier_due_date >= contract_suspend_start
                   AND echeancier_due_date <= contract_suspend_end )
               AND COALESCE(customer_iban_invalid_flag, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_ENTITY = 'C'
                   AND DEATH_MATCH_CUSTOMER_UUID = customer_uuid
                   AND DEATH_MATCH_STATUS = 'A' )
               AND customer_uuid > :SQL-RESUME-KEY
               ORDER BY customer_uuid, echeancier_id
           END-EXEC.

           EXEC SQL

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-UUID NOT = WS-LAST-UUID
                           PERFORM CHECKPOINT-IF-DUE
                           MOVE SQL-UUID TO WS-LAST-UUID
                       END-IF
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
                       IF SQL-CODE-IBAN = SPACES
                           ADD 1 TO WS-SEPA-NO-IBAN-COUNT
                       ELSE
               CLOSE CRSSEPAECH
           END-EXEC.

      *    [MF] Phase terminee : la suivante repart du debut.
           MOVE 'EMPLOYEUR' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] Marque l'echeance comme prelevee : elle ne sera plus
      *    jamais presentee dans une remise.
       STAMP-ECHEANCE-DEBITED.
      *    La trace COLLECTION du groupe est posee au nom de
      *    l'employeur - son code tient lieu d'identifiant - pour
      *    que le rapprochement bancaire (rapbcust) pointe le credit
      *    unique de l'employeur contre cette ligne unique. Le
      *    detail par salarie de ce prelevement a ete adresse a
      *    l'employeur en debut de mois (appel de cotisations,
      *    appelemp).
       LIST-EMPLOYER-DEBITS.
           MOVE 'EMPLOYEUR' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'EMPLOYEUR'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSSEPAEMP CURSOR FOR
               SELECT EMPLOYER_CODE, EMPLOYER_NAME, EMPLOYER_IBAN,
               AND ( echeancier_status = 'P'
                  OR echeancier_status = 'F' )
               AND echeancier_due_date <= CURRENT_DATE
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND echeancier_due_date >= contract_suspend_start
                   AND echeancier_due_date <= contract_suspend_end )
               AND TRIM(EMPLOYER_CODE) > TRIM(:SQL-RESUME-KEY)
               GROUP BY EMPLOYER_CODE, EMPLOYER_NAME, EMPLOYER_IBAN
               ORDER BY EMPLOYER_CODE
           END-EXEC.

           EXEC SQL

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CHECKPOINT-IF-DUE
                       PERFORM DEBIT-ONE-EMPLOYER
                       MOVE SQL-EMPLOYER-CODE TO WS-LAST-UUID
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
                   WHEN 100
                       MOVE 'Y' TO WS-EMPLOYER-EOF
                   WHEN OTHER
               CLOSE CRSSEPAEMP
           END-EXEC.

           MOVE 'ANCIEN' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           PERFORM TAKE-CHECKPOINT.

      *    [MF] La ligne de prelevement du groupe, le passage 'D' de
      *    ses echeances et la trace COLLECTION au nom de
      *    l'employeur.
               INTO SEPA-REMIT-RECORD
           END-STRING
           WRITE SEPA-REMIT-RECORD
           ADD 1 TO WS-REMIT-LINES

           EXEC SQL
               UPDATE ECHEANCIER
                       ECHEANCIER_PRODUCT_CODE
                   AND CONTRACT_STATUS = 'A'
                   AND TRIM(COALESCE(CONTRACT_EMPLOYER_CODE, ''))
                       = TRIM(:SQL-EMPLOYER-CODE)
                   AND NOT ( COALESCE(CONTRACT_SUSPEND_STATUS, ' ')
                           = 'S'
                       AND ECHEANCIER_DUE_DATE >=
                           CONTRACT_SUSPEND_START
                       AND ECHEANCIER_DUE_DATE <=
                           CONTRACT_SUSPEND_END ) )
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'sepacust', 'STAMP-EMPLOYER',
      *    n'est pas re-presente, la prime est annuelle.
       LIST-LEGACY-CONTRACTS.
      *    [MF] Pas d'echeancier, donc jamais de seconde
      *    presentation sur ces contrats, ni d'echeance a rattacher
      *    a la trace COLLECTION.
           MOVE 1 TO SQL-PRESENT-COUNT
           MOVE 0 TO SQL-ECHEANCIER-ID
           MOVE 'ANCIEN' TO WS-CKPT-PHASE
           MOVE SPACES TO WS-LAST-UUID
           MOVE SPACES TO SQL-RESUME-KEY
           IF CKPT-PHASE = 'ANCIEN'
               MOVE CKPT-UUID TO SQL-RESUME-KEY
           END-IF
           MOVE ZERO TO WS-ROWS-SINCE-CHECKPOINT

           EXEC SQL
               DECLARE CRSSEPACUST CURSOR FOR
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status = 'A'
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND CURRENT_DATE >= contract_suspend_start
                   AND CURRENT_DATE <= contract_suspend_end )
               AND NOT EXISTS (
                   SELECT 1 FROM ECHEANCIER
                   WHERE echeancier_customer_uuid =
                   AND COLLECTION_ISSUE_DATE >
                       CURRENT_DATE - INTERVAL '12 months' )
               AND COALESCE(customer_iban_invalid_flag, ' ') != 'O'
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_ENTITY = 'C'
                   AND DEATH_MATCH_CUSTOMER_UUID = customer_uuid
                   AND DEATH_MATCH_STATUS = 'A' )
               AND customer_uuid > :SQL-RESUME-KEY
               ORDER BY customer_uuid, contract_product_code
           END-EXEC.

           EXEC SQL

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-UUID NOT = WS-LAST-UUID
                           PERFORM CHECKPOINT-IF-DUE
                           MOVE SQL-UUID TO WS-LAST-UUID
                       END-IF
                       ADD 1 TO WS-ROWS-SINCE-CHECKPOINT
                       IF SQL-CODE-IBAN = SPACES
                           ADD 1 TO WS-SEPA-NO-IBAN-COUNT
                       ELSE

      *    [MF] Aucun prelevement ne doit etre emis sans mandat SEPA
      *    valide : c'est le mandat, pas l'IBAN, qui prouve
      *    l'autorisation de debit en cas de contestation. Les
      *    echeances ainsi ecartees sont appelees par un avis de
      *    paiement (avispaie), reglable par cheque ou virement.
       CHECK-DEBIT-MANDATE.
           MOVE 2 TO WS-MANDATE-REQUEST
           MOVE 'N' TO WS-MANDATE-FLAG
               END-STRING
           END-IF
           WRITE SEPA-REMIT-RECORD
           ADD 1 TO WS-REMIT-LINES
           PERFORM RECORD-COLLECTION.

      *    [MF] Trace le prelevement emis dans la table COLLECTION
      *    (statut 'E' emis) pour le rapprochement bancaire : sans
      *    cette trace, impossible de confirmer ensuite quels
      *    prelevements ont reellement ete credites. La trace porte
      *    l'echeance prelevee (COLLECTION_ECHEANCIER_ID) : le
      *    controle des doubles paiements (doubcust) y retrouve une
      *    echeance encaissee deux fois.
       RECORD-COLLECTION.
           MOVE WS-REMIT-REFERENCE TO SQL-REMIT-REFERENCE
           EXEC SQL
                   COLLECTION_CUSTOMER_UUID, COLLECTION_REMIT_REF,
                   COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                   COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                   COLLECTION_STATUS, COLLECTION_ECHEANCIER_ID )
               VALUES ( :SQL-UUID, :SQL-REMIT-REFERENCE,
                        :SQL-CODE-IBAN, :SQL-PRODUCT-CODE,
                        :SQL-PREMIUM-AMOUNT, CURRENT_DATE, 'E',
                        NULLIF(:SQL-ECHEANCIER-ID, 0) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
                   WS-SEPA-TOTAL-AMOUNT DELIMITED BY SIZE
               INTO SEPA-REMIT-RECORD
           END-STRING
           WRITE SEPA-REMIT-RECORD
           ADD 1 TO WS-REMIT-LINES.

           CLOSE SEPA-REMIT.
