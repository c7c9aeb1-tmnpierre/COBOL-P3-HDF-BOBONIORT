      *    totaux de l'annee, au lieu de la reconstitution manuelle
      *    depuis trois fichiers. Un rapport de controle (RELEVECTRL)
      *    recapitule les totaux emis, pour le service comptabilite.
      *    Sous mesure de protection (table LEGAL_REP), le releve est
      *    adresse au representant legal de l'adherent (getlegrep).
      *    Chaque releve emis est inscrit au registre des courriers
      *    (logcorr, canal courrier), comme l'attestation fiscale.
      *    Quand une echeance a ete encaissee deux fois (doubcust), le
      *    releve montre le trop-percu rembourse par virement dans
      *    l'annee et le solde d'avoir restant a restituer ; une
      *    echeance soldee sur avoir (mode 'AVO') n'est pas comptee
      *    une seconde fois dans les encaissements.
      *
      *    Un releve deja emis se rejoue en positionnant la variable
      *    d'environnement BOBONIORT_RELEVE_YEAR (AAAA). Pour une
      *    annee dont les lignes ont ete deplacees par l'archivage
      *    annuel (archfin), BOBONIORT_RELEVE_HISTORIQUE a 'O' ajoute
      *    aux totaux les tables ECHEANCIER_HIST, COLLECTION_HIST et
      *    CLAIM_HIST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. relevcust.
       01  WS-RELEVE-EOF              PIC X(01) VALUE 'N'.

       01  WS-CLOSED-YEAR             PIC 9(04).
       01  WS-YEAR-ENV                PIC X(04).
       01  WS-HISTORY-ENV             PIC X(01).
       01  WS-YEAR-START              PIC X(10).
       01  WS-YEAR-END                PIC X(10).

       01  WS-BALANCE                 PIC S9(09)V99.
       01  WS-BALANCE-ABS             PIC 9(09)V99.

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    releve sont ceux du representant.
       01  WS-REP-ADDRESSEE           PIC X(80).
       01  WS-REP-TYPE                PIC X(01).
       01  WS-REP-FOUND               PIC X(01).

      *    [MF] Ligne transmise au registre des courriers envoyes
      *    (logcorr).
       01  WS-CORR-RECORD             PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-BILLED-TOTAL         PIC 9(09)V99.
       01  SQL-COLLECTED-TOTAL      PIC 9(09)V99.
       01  SQL-REFUNDED-TOTAL       PIC 9(09)V99.
       01  SQL-CREDIT-REFUNDED      PIC 9(09)V99.
       01  SQL-CREDIT-BALANCE       PIC 9(09)V99.
       01  SQL-YEAR-START           PIC X(10).
       01  SQL-YEAR-END             PIC X(10).
      *    [MF] 'O' quand les tables d'historique sont totalisees.
       01  SQL-WITH-HISTORY         PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           END-IF.

      *    [MF] L'annee relevee est l'annee civile ecoulee, comme
      *    l'attestation fiscale, ou l'annee demandee par
      *    BOBONIORT_RELEVE_YEAR pour rejouer un releve.
           COMPUTE WS-CLOSED-YEAR =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:4)) - 1.
           MOVE SPACES TO WS-YEAR-ENV
           ACCEPT WS-YEAR-ENV FROM ENVIRONMENT "BOBONIORT_RELEVE_YEAR"
           IF WS-YEAR-ENV IS NUMERIC
               MOVE WS-YEAR-ENV TO WS-CLOSED-YEAR
           END-IF.
           MOVE SPACES TO WS-HISTORY-ENV
           ACCEPT WS-HISTORY-ENV
               FROM ENVIRONMENT "BOBONIORT_RELEVE_HISTORIQUE"
           IF WS-HISTORY-ENV = 'O'
               MOVE 'O' TO SQL-WITH-HISTORY
           ELSE
               MOVE 'N' TO SQL-WITH-HISTORY
           END-IF.
           MOVE SPACES TO WS-YEAR-START WS-YEAR-END
           STRING WS-CLOSED-YEAR DELIMITED BY SIZE
                   '-01-01' DELIMITED BY SIZE
      *    (COLLECTION statut 'C', date de credit dans l'annee) et
      *    les remboursements verses (CLAIM statut 'P', date de
      *    paiement dans l'annee). Un adherent sans aucun mouvement
      *    n'emet pas de releve. A la demande, les lignes archivees
      *    des memes tables s'ajoutent a chaque total.
       LIST-ACCOUNT-TOTALS.
           EXEC SQL
               DECLARE CRSRELEVCUST CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   customer_code_secu,
                   ( SELECT COALESCE(SUM(echeancier_amount), 0)
                     AND ( echeancier_status = 'F'
                        OR echeancier_status = 'D' )
                     AND echeancier_due_date >= :SQL-YEAR-START
                     AND echeancier_due_date <= :SQL-YEAR-END )
                   + ( SELECT COALESCE(SUM(echeancier_amount), 0)
                     FROM ECHEANCIER_HIST
                     WHERE echeancier_customer_uuid = customer_uuid
                     AND ( echeancier_status = 'F'
                        OR echeancier_status = 'D' )
                     AND echeancier_due_date >= :SQL-YEAR-START
                     AND echeancier_due_date <= :SQL-YEAR-END
                     AND :SQL-WITH-HISTORY = 'O' ),
                   ( SELECT COALESCE(SUM(COLLECTION_AMOUNT), 0)
                     FROM COLLECTION
                     WHERE COLLECTION_CUSTOMER_UUID = customer_uuid
                     AND COLLECTION_STATUS = 'C'
                     AND COALESCE(COLLECTION_PAY_MODE, 'PRL') != 'AVO'
                     AND COLLECTION_CREDIT_DATE >= :SQL-YEAR-START
                     AND COLLECTION_CREDIT_DATE <= :SQL-YEAR-END )
                   + ( SELECT COALESCE(SUM(COLLECTION_AMOUNT), 0)
                     FROM COLLECTION_HIST
                     WHERE COLLECTION_CUSTOMER_UUID = customer_uuid
                     AND COLLECTION_STATUS = 'C'
                     AND COALESCE(COLLECTION_PAY_MODE, 'PRL') != 'AVO'
                     AND COLLECTION_CREDIT_DATE >= :SQL-YEAR-START
                     AND COLLECTION_CREDIT_DATE <= :SQL-YEAR-END
                     AND :SQL-WITH-HISTORY = 'O' ),
                   ( SELECT COALESCE(SUM(CLAIM_OUR_AMOUNT), 0)
                     FROM CLAIM
                     WHERE CLAIM_CUSTOMER_UUID = customer_uuid
                     AND CLAIM_STATUS = 'P'
                     AND CLAIM_PAY_DATE >= :SQL-YEAR-START
                     AND CLAIM_PAY_DATE <= :SQL-YEAR-END )
                   + ( SELECT COALESCE(SUM(CLAIM_OUR_AMOUNT), 0)
                     FROM CLAIM_HIST
                     WHERE CLAIM_CUSTOMER_UUID = customer_uuid
                     AND CLAIM_STATUS = 'P'
                     AND CLAIM_PAY_DATE >= :SQL-YEAR-START
                     AND CLAIM_PAY_DATE <= :SQL-YEAR-END
                     AND :SQL-WITH-HISTORY = 'O' ),
                   ( SELECT COALESCE(SUM(MOVE_AMOUNT), 0)
                     FROM CREDIT_MOVE
                     WHERE MOVE_CUSTOMER_UUID = customer_uuid
                     AND MOVE_TYPE = 'V'
                     AND MOVE_DATE >= :SQL-YEAR-START
                     AND MOVE_DATE <= :SQL-YEAR-END ),
                   ( SELECT COALESCE(SUM(CREDIT_BALANCE), 0)
                     FROM CUSTOMER_CREDIT
                     WHERE CREDIT_CUSTOMER_UUID = customer_uuid
                     AND CREDIT_STATUS = 'O' )
               FROM customer
               ORDER BY customer_lastname, customer_firstname
           END-EXEC.
           PERFORM UNTIL WS-RELEVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSRELEVCUST
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-ADRESS1,
                       :SQL-ZIPCODE, :SQL-TOWN, :SQL-CODE-SECU,
                       :SQL-BILLED-TOTAL, :SQL-COLLECTED-TOTAL,
                       :SQL-REFUNDED-TOTAL, :SQL-CREDIT-REFUNDED,
                       :SQL-CREDIT-BALANCE
               END-EXEC

               EVALUATE SQLCODE
                       IF SQL-BILLED-TOTAL > 0
                           OR SQL-COLLECTED-TOTAL > 0
                           OR SQL-REFUNDED-TOTAL > 0
                           OR SQL-CREDIT-BALANCE > 0
                           PERFORM WRITE-ONE-RELEVE
                       END-IF
                   WHEN 100
           ADD SQL-BILLED-TOTAL    TO WS-TOTAL-BILLED
           ADD SQL-COLLECTED-TOTAL TO WS-TOTAL-COLLECTED
           ADD SQL-REFUNDED-TOTAL  TO WS-TOTAL-REFUNDED
           PERFORM APPLY-LEGAL-REP

           MOVE ALL '-' TO RELEVE-RECORD
           WRITE RELEVE-RECORD.
           END-STRING
           WRITE RELEVE-RECORD.

           IF WS-REP-FOUND = 'Y'
               MOVE SPACES TO RELEVE-RECORD
               STRING 'A L''ATTENTION DE     : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REP-ADDRESSEE)
                       DELIMITED BY SIZE
                   INTO RELEVE-RECORD
               END-STRING
               WRITE RELEVE-RECORD
           END-IF

           MOVE SPACES TO RELEVE-RECORD
           STRING 'ADRESSE              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
           END-STRING
           WRITE RELEVE-RECORD.

           IF SQL-CREDIT-REFUNDED > 0
               MOVE SPACES TO RELEVE-RECORD
               STRING 'TROP-PERCU REMBOURSE : ' DELIMITED BY SIZE
                       SQL-CREDIT-REFUNDED DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO RELEVE-RECORD
               END-STRING
               WRITE RELEVE-RECORD
           END-IF

           PERFORM WRITE-RELEVE-BALANCE.

           IF SQL-CREDIT-BALANCE > 0
               MOVE SPACES TO RELEVE-RECORD
               STRING 'TROP-PERCU A RESTITUER : ' DELIMITED BY SIZE
                       SQL-CREDIT-BALANCE DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO RELEVE-RECORD
               END-STRING
               WRITE RELEVE-RECORD
           END-IF

           MOVE ALL '-' TO RELEVE-RECORD
           WRITE RELEVE-RECORD.

           MOVE SPACES TO WS-CORR-RECORD
           STRING 'RELEVE DE COMPTE;ANNEE ' DELIMITED BY SIZE
                   WS-CLOSED-YEAR DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
               INTO WS-CORR-RECORD
           END-STRING
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

      *    [MF] Destinataire du releve : l'adherent, ou son
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

      *    [MF] Solde des cotisations : ce que la banque a credite,
      *    net du trop-percu deja rembourse, moins ce que l'echeancier
      *    a appele. Un solde negatif est un reste du par l'adherent,
      *    un solde positif un trop-percu.
       WRITE-RELEVE-BALANCE.
           COMPUTE WS-BALANCE =
               SQL-COLLECTED-TOTAL - SQL-CREDIT-REFUNDED
               - SQL-BILLED-TOTAL
           MOVE WS-BALANCE TO WS-BALANCE-ABS
           IF WS-BALANCE < 0
               COMPUTE WS-BALANCE-ABS = 0 - WS-BALANCE
