      *      un mail, fichier courrier sinon), envoye une seule fois
      *      grace a l'indicateur CONTRACT_RENEW_NOTICE ;
      *    - au jour de l'echeance, le contrat est reconduit d'un an
      *      au tarif en vigueur du foyer (calcprem, comme la
      *      retarification) avec un nouvel echeancier, sauf si
      *      l'adherent a decline (CONTRACT_RENEW_DECLINED = 'O',
      *      positionne par l'ecran d'avenant) auquel cas il est
      *      cloture.
      *    - un contrat de groupe en portabilite (statut 'P', ouvert
      *      par impemply au depart du salarie) est clos au lendemain
      *      de sa date de fin, sans reconduction ni avis.
      *    Chaque mouvement est trace par logaudit.
      *    Un adherent sous mesure de protection (table LEGAL_REP)
      *    recoit l'avis par courrier, adresse a son representant
      *    legal (getlegrep).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. renewcont.

       01  WS-NOTICE-EOF               PIC X(01) VALUE 'N'.
       01  WS-EXPIRED-EOF              PIC X(01) VALUE 'N'.
       01  WS-PORTABILITY-EOF          PIC X(01) VALUE 'N'.
       01  WS-PORTABILITY-COUNT        PIC 9(07) VALUE 0.
       01  WS-NOTICE-COUNT             PIC 9(07) VALUE 0.
       01  WS-RENEWED-COUNT            PIC 9(07) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(07) VALUE 0.

       01  WS-TODAY-ISO                PIC X(10).
       01  WS-TARIF-FOUND              PIC X(01).
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
       01  WS-CONSENT-CHANNEL          PIC X(01).
       01  WS-CONSENT-FLAG             PIC X(01).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE            PIC X(80).
       01  WS-REP-TYPE                 PIC X(01).
       01  WS-REP-FOUND                PIC X(01).

      *    [MF] Gabarit externalise du courrier (gettmpl, table
      *    TEMPLATE maintenue par tmpladm) : a defaut de gabarit
      *    actif, la lettre garde sa forme historique.
       01  WS-LETTER-SUBJECT           PIC X(40).
       01  WS-COURRIER-WORK            PIC X(120).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-NEW-END-DATE         PIC X(10).
       01  SQL-RENEW-DECLINED       PIC X(01).
       01  SQL-TARIF-AMOUNT         PIC 9(07)V99.
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW.

           PERFORM PROCESS-RENEWAL-NOTICES.
           PERFORM PROCESS-EXPIRED-CONTRACTS.
           PERFORM PROCESS-ENDED-PORTABILITY.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           DISPLAY WS-NOTICE-COUNT ' AVIS DE RENOUVELLEMENT'.
           DISPLAY WS-RENEWED-COUNT ' CONTRAT(S) RECONDUIT(S)'.
           DISPLAY WS-CLOSED-COUNT ' CONTRAT(S) CLOTURE(S)'.
           DISPLAY WS-PORTABILITY-COUNT ' PORTABILITE(S) ECHUE(S)'.
           GOBACK.

      *    [MF] Avis de renouvellement pour les contrats actifs
      *    contrat comme prevenu et trace le mouvement.
       SEND-RENEWAL-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM APPLY-LEGAL-REP

      *    [MF] Le canal mail reste soumis au consentement de
      *    l'adherent (chkconsent) ; a defaut l'avis part par
      *    courrier, information contractuelle due a l'adherent.
      *    Sous mesure de protection, l'avis va toujours au
      *    representant, par courrier.
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
           ELSE
      *    [MF] Une adresse invalidee par un retour NPAI (npaicust)
      *    ne recoit plus de pli, en attendant la nouvelle adresse.
      *    Le retour NPAI ne vise pas l'adresse du representant.
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
                   PERFORM WRITE-RENEWAL-COURRIER
                   FUNCTION TRIM(SQL-END-DATE) DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
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

      *    [MF] Au jour de l'echeance : reconduction d'un an au tarif
      *    en vigueur, ou cloture si l'adherent a decline. Les
      *    contrats des produits en fin de vie (prodadm) ne sont pas
               CLOSE CRSRENEXP
           END-EXEC.

      *    [MF] Fin de la portabilite : le contrat de groupe de
      *    l'ancien salarie est clos, sa date de fin passee. Il
      *    n'est jamais reconduit - le contrat individuel propose
      *    au depart prend le relais s'il a ete souscrit.
       PROCESS-ENDED-PORTABILITY.
           EXEC SQL
               DECLARE CRSRENPORT CURSOR FOR
               SELECT contract_customer_uuid, contract_product_code,
                   contract_end_date
               FROM CONTRACT
               WHERE contract_status = 'P'
               AND contract_end_date < CURRENT_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSRENPORT
           END-EXEC.

           PERFORM UNTIL WS-PORTABILITY-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRENPORT
                   INTO :SQL-UUID, :SQL-PRODUCT-CODE, :SQL-END-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM CLOSE-ONE-PORTABILITY
                   WHEN 100
                       MOVE 'Y' TO WS-PORTABILITY-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'renewcont',
                           'FETCH-RENPORT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-PORTABILITY-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSRENPORT
           END-EXEC.

      *    [MF] Clot un contrat en portabilite et trace la fin de
      *    couverture.
       CLOSE-ONE-PORTABILITY.
           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_STATUS = 'R'
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
               AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND CONTRACT_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'renewcont', 'CLOSE-PORTABILITY',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-PORTABILITY-COUNT
               MOVE 'PORTABILITE-FIN' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-PRODUCT-CODE)
                       DELIMITED BY SIZE
                       ' FIN ' DELIMITED BY SIZE
                       SQL-END-DATE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
           END-IF.

      *    [MF] L'adherent a decline le renouvellement : le contrat
      *    est cloture a son echeance, sans toucher a la date de fin.
       CLOSE-DECLINED-CONTRACT.
                   END-CALL
           END-EVALUATE.

      *    [MF] Tarif en vigueur du foyer pour le produit (calcprem :
      *    adherent et ayants droit couverts a leur tranche d'age),
      *    meme calcul que la retarification annuelle.
       LOOKUP-CURRENT-TARIF.
           MOVE SPACES TO WS-TODAY-ISO
           STRING WS-TODAY-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY-DAY DELIMITED BY SIZE
               INTO WS-TODAY-ISO
           END-STRING

           CALL 'calcprem' USING SQL-UUID, SQL-PRODUCT-CODE,
               WS-TODAY-ISO, SQL-TARIF-AMOUNT, WS-TARIF-FOUND
           END-CALL

           IF WS-TARIF-FOUND = 'Y'
               MOVE SQL-TARIF-AMOUNT TO SQL-PREMIUM-AMOUNT
           END-IF.

      *    [MF] Echeancier du nouvel exercice : douze mois a partir de
      *    l'ancienne echeance, au pas de la periodicite du contrat,
