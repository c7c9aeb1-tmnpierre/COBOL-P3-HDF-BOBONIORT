      ******************************************************************
      *    [MF] Le programme 'Serveur Vocal Adherent' repond aux
      *    questions les plus frequentes de l'accueil telephonique
      *    sans operateur : le serveur vocal de l'operateur telecom
      *    depose ses demandes dans le fichier IVRREQUEST, une ligne
      *    par appel :
      *        reference appel;code_secu;date naissance AAAA-MM-JJ
      *    et relit les reponses dans le fichier IVRANSWER, une
      *    ligne par demande, dans le meme ordre :
      *        reference;OK;impaye O/N;carte V/I;nombre de soins;
      *        statut;date paiement;montant (jusqu'a 3 soins)
      *    Le statut est celui de la table CLAIM (N, C, P, R, S, J),
      *    le montant la part mutuelle ; la date de paiement est a
      *    blanc tant que le soin n'est pas paye. La carte est
      *    valide (V) si l'adherent a un contrat actif a la date du
      *    jour, comme pour l'edition des cartes (cartcust).
      *
      *    Autres reponses :
      *    - INCONNU : code_secu inconnu ou date de naissance qui ne
      *      correspond pas - rien n'est dit de la fiche ;
      *    - CONTACT : fiche archivee ou en attente de validation,
      *      l'appelant est invite a contacter un conseiller ;
      *    - ERREUR  : ligne de demande mal formee.
      *    Chaque consultation est tracee par logaudit (action
      *    SVI-CONSULTATION, ou SVI-ECHEC sans adherent reconnu).
      *
      *    Lance a intervalle court par l'ordonnanceur, hors chaine
      *    de nuit : pas de fichier de demandes, pas de reponse.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ivrcust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVR-REQUEST-FILE ASSIGN TO "IVRREQUEST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REQUEST-FILE-STATUS.
           SELECT IVR-ANSWER-FILE ASSIGN TO "IVRANSWER"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ANSWER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  IVR-REQUEST-FILE.
       01  IVR-REQUEST-RECORD PIC X(100).

       FD  IVR-ANSWER-FILE.
       01  IVR-ANSWER-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-FILE-STATUS       PIC X(02).
       01  WS-ANSWER-FILE-STATUS        PIC X(02).
       01  WS-REQUEST-EOF               PIC X(01) VALUE 'N'.

       01  WS-LINE-COUNT                PIC 9(07) VALUE 0.
       01  WS-OK-COUNT                  PIC 9(07) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(07) VALUE 0.

       01  WS-IVR-CALL-REF              PIC X(20).
       01  WS-IVR-CODE-SECU             PIC X(15).
       01  WS-IVR-BIRTH-DATE            PIC X(10).
       01  WS-IVR-ANSWER                PIC X(07).
       01  WS-IVR-CARD-FLAG             PIC X(01).
       01  WS-IVR-UNPAID-FLAG           PIC X(01).

      *    [MF] Les trois derniers soins, assembles a la suite de la
      *    ligne de reponse.
       01  WS-CLAIM-COUNT               PIC 9(01).
       01  WS-CLAIM-PART-ALL            PIC X(120).
       01  WS-CLAIM-PTR                 PIC 9(03).
       01  WS-EDIT-AMOUNT               PIC Z(06)9.99.

       01  WS-AUDIT-UUID                PIC X(36).
       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CODE-SECU            PIC X(15).
       01  SQL-BIRTH-DATE           PIC X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-ACTIVE               PIC X(01).
       01  SQL-UNPAID-FLAG          PIC X(01).
       01  SQL-CONTRACT-COUNT       PIC 9(05).
       01  SQL-CLAIM-STATUS         PIC X(01).
       01  SQL-PAY-DATE             PIC X(10).
       01  SQL-OUR-AMOUNT           PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
      *    [MF] Sans fichier de demandes depose depuis le dernier
      *    passage, il n'y a rien a faire : ce n'est pas une erreur.
           OPEN INPUT IVR-REQUEST-FILE.
           IF WS-REQUEST-FILE-STATUS NOT = '00'
               GOBACK
           END-IF.

           OPEN OUTPUT IVR-ANSWER-FILE.
           IF WS-ANSWER-FILE-STATUS NOT = '00'
               DISPLAY 'FICHIER IVRANSWER NON OUVERT : '
                   WS-ANSWER-FILE-STATUS
               CLOSE IVR-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ivrcust', 'CONNECT', SQLCODE
               END-CALL
               CLOSE IVR-REQUEST-FILE
               CLOSE IVR-ANSWER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           READ IVR-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQUEST-EOF
           END-READ.
           PERFORM PROCESS-ONE-IVR-REQUEST
               UNTIL WS-REQUEST-EOF = 'Y'.

           CLOSE IVR-REQUEST-FILE.
           CLOSE IVR-ANSWER-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-LINE-COUNT ' DEMANDE(S) SERVEUR VOCAL, '
               WS-OK-COUNT ' REPONDUE(S), '
               WS-REFUSED-COUNT ' SANS REPONSE DETAILLEE'.
           GOBACK.

      *    [MF] Decoupe une demande, identifie l'adherent, ecrit la
      *    reponse et trace la consultation, puis lit la suivante.
       PROCESS-ONE-IVR-REQUEST.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-IVR-CALL-REF WS-IVR-CODE-SECU
               WS-IVR-BIRTH-DATE WS-CLAIM-PART-ALL WS-AUDIT-UUID
           MOVE 'N' TO WS-IVR-UNPAID-FLAG
           MOVE 'I' TO WS-IVR-CARD-FLAG
           MOVE 0 TO WS-CLAIM-COUNT
           UNSTRING IVR-REQUEST-RECORD DELIMITED BY ';'
               INTO WS-IVR-CALL-REF, WS-IVR-CODE-SECU,
                   WS-IVR-BIRTH-DATE
           END-UNSTRING

           IF WS-IVR-CODE-SECU = SPACES
               OR WS-IVR-BIRTH-DATE(1:4) IS NOT NUMERIC
               OR WS-IVR-BIRTH-DATE(5:1) NOT = '-'
               OR WS-IVR-BIRTH-DATE(6:2) IS NOT NUMERIC
               OR WS-IVR-BIRTH-DATE(8:1) NOT = '-'
               OR WS-IVR-BIRTH-DATE(9:2) IS NOT NUMERIC
               MOVE 'ERREUR' TO WS-IVR-ANSWER
           ELSE
               PERFORM IDENTIFY-IVR-CALLER
           END-IF

           IF WS-IVR-ANSWER = 'OK'
               ADD 1 TO WS-OK-COUNT
               PERFORM LOAD-CARD-AND-CLAIMS
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF

           PERFORM WRITE-IVR-ANSWER
           PERFORM AUDIT-IVR-LOOKUP

           READ IVR-REQUEST-FILE
               AT END MOVE 'Y' TO WS-REQUEST-EOF
           END-READ.

      *    [MF] L'appelant est reconnu par le code_secu ET la date
      *    de naissance ; une fiche archivee ou en attente de
      *    validation ne donne aucun detail.
       IDENTIFY-IVR-CALLER.
           MOVE WS-IVR-CODE-SECU  TO SQL-CODE-SECU
           MOVE WS-IVR-BIRTH-DATE TO SQL-BIRTH-DATE

           EXEC SQL
               SELECT customer_uuid, customer_active,
                   COALESCE(customer_unpaid_flag, ' ')
               INTO :SQL-UUID, :SQL-ACTIVE, :SQL-UNPAID-FLAG
               FROM customer
               WHERE customer_code_secu = TRIM(:SQL-CODE-SECU)
               AND customer_birth_date = CAST(:SQL-BIRTH-DATE AS DATE)
               ORDER BY customer_active
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQL-UUID TO WS-AUDIT-UUID
                   IF SQL-ACTIVE = 'A' OR SQL-ACTIVE = 'P'
                       MOVE 'CONTACT' TO WS-IVR-ANSWER
                   ELSE
                       MOVE 'OK' TO WS-IVR-ANSWER
                       IF SQL-UNPAID-FLAG = 'O'
                           MOVE 'O' TO WS-IVR-UNPAID-FLAG
                       END-IF
                   END-IF
               WHEN 100
                   MOVE 'INCONNU' TO WS-IVR-ANSWER
               WHEN OTHER
                   CALL 'logsqlerr' USING 'ivrcust', 'SELECT-CUSTOMER',
                       SQLCODE
                   END-CALL
                   MOVE 'CONTACT' TO WS-IVR-ANSWER
           END-EVALUATE.

      *    [MF] Validite de la carte d'adherent et trois derniers
      *    soins, le plus recent d'abord.
       LOAD-CARD-AND-CLAIMS.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CONTRACT-COUNT
               FROM CONTRACT
               WHERE contract_customer_uuid = :SQL-UUID
               AND contract_status IN ('A', 'P')
               AND contract_start_date <= CURRENT_DATE
               AND ( contract_end_date IS NULL
                  OR contract_end_date >= CURRENT_DATE )
           END-EXEC.
           IF SQLCODE = ZERO AND SQL-CONTRACT-COUNT > 0
               MOVE 'V' TO WS-IVR-CARD-FLAG
           END-IF

           MOVE 1 TO WS-CLAIM-PTR
           EXEC SQL
               DECLARE CRSIVRCLAIM CURSOR FOR
               SELECT claim_status,
                   COALESCE(TO_CHAR(CLAIM_PAY_DATE, 'YYYY-MM-DD'),
                       ' '),
                   COALESCE(claim_our_amount, 0)
               FROM CLAIM
               WHERE claim_customer_uuid = :SQL-UUID
               ORDER BY claim_care_date DESC, claim_id DESC
               LIMIT 3
           END-EXEC.

           EXEC SQL OPEN CRSIVRCLAIM END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSIVRCLAIM
                   INTO :SQL-CLAIM-STATUS, :SQL-PAY-DATE,
                        :SQL-OUR-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CLAIM-COUNT
                       PERFORM APPEND-ONE-CLAIM
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'ivrcust',
                           'FETCH-CLAIM', SQLCODE
                       END-CALL
                       MOVE 100 TO SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSIVRCLAIM END-EXEC.

      *    [MF] Un soin : ;statut;date de paiement;montant - la
      *    date reste vide tant que le soin n'est pas paye.
       APPEND-ONE-CLAIM.
           MOVE SQL-OUR-AMOUNT TO WS-EDIT-AMOUNT
           STRING ';' DELIMITED BY SIZE
                   SQL-CLAIM-STATUS DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
               INTO WS-CLAIM-PART-ALL
               WITH POINTER WS-CLAIM-PTR
           END-STRING
           IF SQL-PAY-DATE NOT = SPACES
               STRING SQL-PAY-DATE DELIMITED BY SIZE
                   INTO WS-CLAIM-PART-ALL
                   WITH POINTER WS-CLAIM-PTR
               END-STRING
           END-IF
           STRING ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
               INTO WS-CLAIM-PART-ALL
               WITH POINTER WS-CLAIM-PTR
           END-STRING.

      *    [MF] Ligne de reponse : le detail ne suit que pour OK.
       WRITE-IVR-ANSWER.
           MOVE SPACES TO IVR-ANSWER-RECORD
           IF WS-IVR-ANSWER = 'OK'
               STRING FUNCTION TRIM(WS-IVR-CALL-REF) DELIMITED BY SIZE
                       ';OK;' DELIMITED BY SIZE
                       WS-IVR-UNPAID-FLAG DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-IVR-CARD-FLAG DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-CLAIM-COUNT DELIMITED BY SIZE
                       WS-CLAIM-PART-ALL DELIMITED BY SPACE
                   INTO IVR-ANSWER-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-IVR-CALL-REF) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IVR-ANSWER) DELIMITED BY SIZE
                   INTO IVR-ANSWER-RECORD
               END-STRING
           END-IF
           WRITE IVR-ANSWER-RECORD.

      *    [MF] Toute consultation est tracee, reconnue ou non : un
      *    echec repete sur un meme code_secu doit se voir.
       AUDIT-IVR-LOOKUP.
           IF WS-IVR-ANSWER = 'OK' OR WS-IVR-ANSWER = 'CONTACT'
               MOVE 'SVI-CONSULTATION' TO WS-AUDIT-ACTION
           ELSE
               MOVE 'SVI-ECHEC' TO WS-AUDIT-ACTION
           END-IF
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'APPEL ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVR-CALL-REF) DELIMITED BY SIZE
                   ' CODE SECU ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVR-CODE-SECU) DELIMITED BY SIZE
                   ' REPONSE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IVR-ANSWER) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
