      ******************************************************************
      *    [MF] Le programme 'Mes Taches' est la corbeille de travail
      *    de l'operateur connecte : au lieu d'ouvrir chaque matin
      *    huit ecrans pour savoir ce qui l'attend, il voit sur un
      *    seul ecran, pour chaque file de travail, le nombre
      *    d'elements en attente et le plus ancien d'entre eux :
      *    1 - adhesions a valider (valicust, SUPERVISOR) ;
      *    2 - numeros provisoires a regulariser (niaqueue) ;
      *    3 - demandes du portail (portalq) ;
      *    4 - doublons de soins suspects (valiclaim, SUPERVISOR) ;
      *    5 - prospects a rappeler (prospcust) ;
      *    6 - rappels du journal des contacts dus a l'operateur
      *        lui-meme (CONTACT_LOG, comme rappelcust) ;
      *    7 - reclamations hors delai (COMPLAINT, comme reclarep) ;
      *    8 - pieces obligatoires manquantes (DOCUMENT, comme
      *        docrep).
      *    Seules les files que le role de l'operateur autorise
      *    (chkrole) sont proposees ; les files rattachees a un
      *    adherent sont restreintes a la section de l'operateur
      *    (getagency), les prospects n'ont pas de section.
      *
      *    L'operateur saisit le numero d'une file et y entre
      *    directement : les files 6 a 8 ouvrent l'ecran de
      *    l'adherent le plus ancien (journcust, reclacust, doccust)
      *    sur sa fiche, comme la selection de searcust ; les files
      *    1 a 5 ouvrent leur ecran, qui deroule les elements du plus
      *    ancien au plus recent. Pendant la chaine de nuit
      *    (chkbatch), les files qui ecrivent sont bloquees comme au
      *    tableau de bord.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mestache.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-SUPERVISOR-FLAG       PIC X(01) VALUE 'N'.
       01  WS-BATCH-RUNNING-FLAG    PIC X(01) VALUE 'N'.
       01  WS-PICK-QUEUE            PIC 9(01) VALUE 0.
       01  WS-QUEUE-IDX             PIC 9(02).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

      *    [MF] Une ligne par file : libelle, habilitation, nombre
      *    d'elements et plus ancien element (date, nom, uuid de
      *    l'adherent pour les files rattachees a une fiche).
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 8 TIMES.
               10  WS-QUEUE-LABEL       PIC X(26).
               10  WS-QUEUE-ALLOWED     PIC X(01).
               10  WS-QUEUE-WRITES      PIC X(01).
               10  WS-QUEUE-COUNT       PIC 9(05).
               10  WS-QUEUE-OLDEST-DATE PIC X(10).
               10  WS-QUEUE-OLDEST-NAME PIC X(30).
               10  WS-QUEUE-OLDEST-FIRST PIC X(14).
               10  WS-QUEUE-OLDEST-LAST PIC X(14).
               10  WS-QUEUE-OLDEST-UUID PIC X(36).

      *    [MF] Adherent preselectionne transmis a l'ecran de la
      *    fiche, meme disposition que la selection de searcust.
       01  WS-CUSTOMER-NAME.
           05  WS-SEL-FIRSTNAME     PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SEL-LASTNAME      PIC X(14).
           05  WS-SEL-UUID          PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-AGENCY-FILTER        PIC X(10).
       01  SQL-OPERATOR-LOGIN       PIC X(10).
       01  SQL-QUEUE-COUNT          PIC 9(05).
       01  SQL-OLDEST-DATE          PIC X(10).
       01  SQL-OLDEST-LASTNAME      PIC X(50).
       01  SQL-OLDEST-FIRSTNAME     PIC X(50).
       01  SQL-OLDEST-UUID          PIC X(36).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  TASK-PICK-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) VALUE 'Numero de la file (0 = retour)'
           LINE 34 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X VALUE ':' LINE 34 COL 53.
           05 FILLER PIC 9(01) TO WS-PICK-QUEUE LINE 34 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    [MF] Variante 80 colonnes, pour les terminaux standards des
      *    antennes locales.
       01  TASK-PICK-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(30) VALUE 'Numero de la file (0 = retour)'
           LINE 23 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X VALUE ':' LINE 23 COL 33.
           05 FILLER PIC 9(01) TO WS-PICK-QUEUE LINE 23 COL 35
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : connexion a la base de donnees '
                   'impossible.'
               GOBACK
           END-IF.

           CALL 'gettermp' USING WS-TERM-PROFILE
           END-CALL.
           CALL 'chkrole' USING 'SUPERVISOR', WS-SUPERVISOR-FLAG
           END-CALL.
           CALL 'getagency' USING SQL-AGENCY-FILTER
           END-CALL.
           ACCEPT SQL-OPERATOR-LOGIN FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN".
           CALL 'chkbatch' USING WS-BATCH-RUNNING-FLAG
           END-CALL.

           PERFORM INIT-QUEUE-TABLE.
           PERFORM COUNT-PENDING-CUSTOMERS.
           PERFORM COUNT-PROVISIONAL-NIR.
           PERFORM COUNT-PORTAL-REQUESTS.
           PERFORM COUNT-SUSPECT-CLAIMS.
           PERFORM COUNT-PROSPECTS.
           PERFORM COUNT-CALLBACKS.
           PERFORM COUNT-LATE-COMPLAINTS.
           PERFORM COUNT-MISSING-DOCUMENTS.

           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM DISPLAY-QUEUES.

           IF WS-TERM-PROFILE = '80COL'
               ACCEPT TASK-PICK-SCREEN-80
           ELSE
               ACCEPT TASK-PICK-SCREEN
           END-IF.

           PERFORM OPEN-PICKED-QUEUE
           THRU OPEN-PICKED-QUEUE-FIN.

           GOBACK.

      *    [MF] Libelles des files et habilitations : les files de
      *    validation a quatre yeux restent reservees aux
      *    superviseurs, comme leurs ecrans.
       INIT-QUEUE-TABLE.
           INITIALIZE WS-QUEUE-TABLE
           MOVE 'ADHESIONS A VALIDER'       TO WS-QUEUE-LABEL(1)
           MOVE 'NUMEROS PROVISOIRES'       TO WS-QUEUE-LABEL(2)
           MOVE 'DEMANDES DU PORTAIL'       TO WS-QUEUE-LABEL(3)
           MOVE 'DOUBLONS DE SOINS'         TO WS-QUEUE-LABEL(4)
           MOVE 'PROSPECTS A RAPPELER'      TO WS-QUEUE-LABEL(5)
           MOVE 'MES RAPPELS DU JOUR'       TO WS-QUEUE-LABEL(6)
           MOVE 'RECLAMATIONS HORS DELAI'   TO WS-QUEUE-LABEL(7)
           MOVE 'PIECES MANQUANTES'         TO WS-QUEUE-LABEL(8)

           MOVE WS-SUPERVISOR-FLAG TO WS-QUEUE-ALLOWED(1)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(2)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(3)
           MOVE WS-SUPERVISOR-FLAG TO WS-QUEUE-ALLOWED(4)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(5)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(6)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(7)
           MOVE 'Y' TO WS-QUEUE-ALLOWED(8)

      *    [MF] Files dont l'ecran ecrit dans les tables que la
      *    chaine de nuit traverse.
           MOVE 'Y' TO WS-QUEUE-WRITES(1)
           MOVE 'Y' TO WS-QUEUE-WRITES(2)
           MOVE 'Y' TO WS-QUEUE-WRITES(3)
           MOVE 'Y' TO WS-QUEUE-WRITES(4)
           MOVE 'N' TO WS-QUEUE-WRITES(5)
           MOVE 'N' TO WS-QUEUE-WRITES(6)
           MOVE 'Y' TO WS-QUEUE-WRITES(7)
           MOVE 'Y' TO WS-QUEUE-WRITES(8).

      *    [MF] 1 - fiches creees en attente du controle a quatre
      *    yeux (valicust).
       COUNT-PENDING-CUSTOMERS.
           MOVE 1 TO WS-QUEUE-IDX
           IF WS-QUEUE-ALLOWED(WS-QUEUE-IDX) = 'Y'
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
                   FROM customer
                   WHERE customer_active = 'P'
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
               END-EXEC
               PERFORM CHECK-QUEUE-COUNT
               IF SQL-QUEUE-COUNT > 0
                   EXEC SQL
                       SELECT customer_create_date, customer_lastname,
                           customer_firstname, customer_uuid
                       INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                           :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                       FROM customer
                       WHERE customer_active = 'P'
                       AND (:SQL-AGENCY-FILTER = SPACES
                           OR customer_agency =
                               TRIM(:SQL-AGENCY-FILTER))
                       ORDER BY customer_create_date,
                           customer_lastname
                       LIMIT 1
                   END-EXEC
               END-IF
               PERFORM STORE-QUEUE-ENTRY
           END-IF.

      *    [MF] 2 - adherents encore sur numero provisoire
      *    (niaqueue).
       COUNT-PROVISIONAL-NIR.
           MOVE 2 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM customer
               WHERE customer_nir_provisoire = 'O'
               AND customer_active != 'A'
               AND (:SQL-AGENCY-FILTER = SPACES
                   OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT customer_create_date, customer_lastname,
                       customer_firstname, customer_uuid
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                   FROM customer
                   WHERE customer_nir_provisoire = 'O'
                   AND customer_active != 'A'
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
                   ORDER BY customer_create_date, customer_lastname
                   LIMIT 1
               END-EXEC
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] 3 - demandes du portail en attente (portalq).
       COUNT-PORTAL-REQUESTS.
           MOVE 3 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM PORTAL_REQUEST R, customer C
               WHERE R.PORTAL_CUSTOMER_UUID = C.customer_uuid
               AND R.PORTAL_REQ_STATUS = 'N'
               AND (:SQL-AGENCY-FILTER = SPACES
                   OR C.customer_agency = TRIM(:SQL-AGENCY-FILTER))
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT R.PORTAL_REQ_DATE, C.customer_lastname,
                       C.customer_firstname, C.customer_uuid
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                   FROM PORTAL_REQUEST R, customer C
                   WHERE R.PORTAL_CUSTOMER_UUID = C.customer_uuid
                   AND R.PORTAL_REQ_STATUS = 'N'
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR C.customer_agency = TRIM(:SQL-AGENCY-FILTER))
                   ORDER BY R.PORTAL_REQ_DATE, R.PORTAL_REQ_ID
                   LIMIT 1
               END-EXEC
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] 4 - demandes de remboursement suspectes de doublon
      *    (valiclaim).
       COUNT-SUSPECT-CLAIMS.
           MOVE 4 TO WS-QUEUE-IDX
           IF WS-QUEUE-ALLOWED(WS-QUEUE-IDX) = 'Y'
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
                   FROM CLAIM, customer
                   WHERE claim_customer_uuid = customer_uuid
                   AND claim_status = 'S'
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
               END-EXEC
               PERFORM CHECK-QUEUE-COUNT
               IF SQL-QUEUE-COUNT > 0
                   EXEC SQL
                       SELECT claim_care_date, customer_lastname,
                           customer_firstname, customer_uuid
                       INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                           :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                       FROM CLAIM, customer
                       WHERE claim_customer_uuid = customer_uuid
                       AND claim_status = 'S'
                       AND (:SQL-AGENCY-FILTER = SPACES
                           OR customer_agency =
                               TRIM(:SQL-AGENCY-FILTER))
                       ORDER BY claim_care_date, customer_lastname
                       LIMIT 1
                   END-EXEC
               END-IF
               PERFORM STORE-QUEUE-ENTRY
           END-IF.

      *    [MF] 5 - prospects des associations partenaires a
      *    rappeler (prospcust) ; un prospect n'a pas de section.
       COUNT-PROSPECTS.
           MOVE 5 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM PROSPECT
               WHERE PROSPECT_STATUS = 'N' OR PROSPECT_STATUS = 'A'
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT PROSPECT_RECEIVED_DATE, PROSPECT_LASTNAME,
                       PROSPECT_FIRSTNAME
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME
                   FROM PROSPECT
                   WHERE PROSPECT_STATUS = 'N' OR PROSPECT_STATUS = 'A'
                   ORDER BY PROSPECT_RECEIVED_DATE, PROSPECT_ID
                   LIMIT 1
               END-EXEC
               MOVE SPACES TO SQL-OLDEST-UUID
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] 6 - rappels du journal des contacts dus a
      *    l'operateur connecte, date de rappel atteinte.
       COUNT-CALLBACKS.
           MOVE 6 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM CONTACT_LOG, customer
               WHERE contact_customer_uuid = customer_uuid
               AND contact_operator = TRIM(:SQL-OPERATOR-LOGIN)
               AND contact_followup_date IS NOT NULL
               AND contact_followup_date <= CURRENT_DATE
               AND customer_active != 'A'
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT contact_followup_date, customer_lastname,
                       customer_firstname, customer_uuid
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                   FROM CONTACT_LOG, customer
                   WHERE contact_customer_uuid = customer_uuid
                   AND contact_operator = TRIM(:SQL-OPERATOR-LOGIN)
                   AND contact_followup_date IS NOT NULL
                   AND contact_followup_date <= CURRENT_DATE
                   AND customer_active != 'A'
                   ORDER BY contact_followup_date
                   LIMIT 1
               END-EXEC
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] 7 - reclamations dont l'accuse ou la reponse est hors
      *    delai, memes regles que reclarep.
       COUNT-LATE-COMPLAINTS.
           MOVE 7 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM COMPLAINT, customer
               WHERE complaint_customer_uuid = customer_uuid
               AND ( ( complaint_status = 'N'
                       AND complaint_ack_deadline < CURRENT_DATE )
                  OR ( complaint_status != 'C'
                       AND complaint_resp_deadline < CURRENT_DATE ) )
               AND (:SQL-AGENCY-FILTER = SPACES
                   OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT complaint_resp_deadline, customer_lastname,
                       customer_firstname, customer_uuid
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                   FROM COMPLAINT, customer
                   WHERE complaint_customer_uuid = customer_uuid
                   AND ( ( complaint_status = 'N'
                           AND complaint_ack_deadline < CURRENT_DATE )
                      OR ( complaint_status != 'C'
                           AND complaint_resp_deadline
                               < CURRENT_DATE ) )
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
                   ORDER BY complaint_resp_deadline
                   LIMIT 1
               END-EXEC
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] 8 - adherents actifs sans l'une des trois pieces
      *    obligatoires (RIB, CNI, ATT), memes regles que docrep.
       COUNT-MISSING-DOCUMENTS.
           MOVE 8 TO WS-QUEUE-IDX
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-QUEUE-COUNT
               FROM customer
               WHERE customer_active != 'A'
               AND (:SQL-AGENCY-FILTER = SPACES
                   OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
               AND ( NOT EXISTS ( SELECT 1 FROM DOCUMENT
                         WHERE document_customer_uuid = customer_uuid
                         AND document_type = 'RIB' )
                  OR NOT EXISTS ( SELECT 1 FROM DOCUMENT
                         WHERE document_customer_uuid = customer_uuid
                         AND document_type = 'CNI' )
                  OR NOT EXISTS ( SELECT 1 FROM DOCUMENT
                         WHERE document_customer_uuid = customer_uuid
                         AND document_type = 'ATT' ) )
           END-EXEC
           PERFORM CHECK-QUEUE-COUNT
           IF SQL-QUEUE-COUNT > 0
               EXEC SQL
                   SELECT customer_create_date, customer_lastname,
                       customer_firstname, customer_uuid
                   INTO :SQL-OLDEST-DATE, :SQL-OLDEST-LASTNAME,
                       :SQL-OLDEST-FIRSTNAME, :SQL-OLDEST-UUID
                   FROM customer
                   WHERE customer_active != 'A'
                   AND (:SQL-AGENCY-FILTER = SPACES
                       OR customer_agency = TRIM(:SQL-AGENCY-FILTER))
                   AND ( NOT EXISTS ( SELECT 1 FROM DOCUMENT
                       WHERE document_customer_uuid = customer_uuid
                       AND document_type = 'RIB' )
                      OR NOT EXISTS ( SELECT 1 FROM DOCUMENT
                       WHERE document_customer_uuid = customer_uuid
                       AND document_type = 'CNI' )
                      OR NOT EXISTS ( SELECT 1 FROM DOCUMENT
                       WHERE document_customer_uuid = customer_uuid
                       AND document_type = 'ATT' ) )
                   ORDER BY customer_create_date, customer_lastname
                   LIMIT 1
               END-EXEC
           END-IF
           PERFORM STORE-QUEUE-ENTRY.

      *    [MF] Un comptage en erreur laisse la file a zero, les
      *    autres files restent affichees.
       CHECK-QUEUE-COUNT.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'mestache', 'COUNT-QUEUE',
                   SQLCODE
               END-CALL
               MOVE ZERO TO SQL-QUEUE-COUNT
           END-IF.
           MOVE SPACES TO SQL-OLDEST-DATE SQL-OLDEST-LASTNAME
               SQL-OLDEST-FIRSTNAME SQL-OLDEST-UUID.

      *    [MF] Range le comptage et le plus ancien element de la
      *    file courante.
       STORE-QUEUE-ENTRY.
           MOVE SQL-QUEUE-COUNT TO WS-QUEUE-COUNT(WS-QUEUE-IDX)
           MOVE SQL-OLDEST-DATE TO WS-QUEUE-OLDEST-DATE(WS-QUEUE-IDX)
           MOVE SPACES TO WS-QUEUE-OLDEST-NAME(WS-QUEUE-IDX)
           STRING FUNCTION TRIM(SQL-OLDEST-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-OLDEST-FIRSTNAME)
                       DELIMITED BY SIZE
               INTO WS-QUEUE-OLDEST-NAME(WS-QUEUE-IDX)
           END-STRING
           MOVE SQL-OLDEST-FIRSTNAME
               TO WS-QUEUE-OLDEST-FIRST(WS-QUEUE-IDX)
           MOVE SQL-OLDEST-LASTNAME
               TO WS-QUEUE-OLDEST-LAST(WS-QUEUE-IDX)
           MOVE SQL-OLDEST-UUID TO WS-QUEUE-OLDEST-UUID(WS-QUEUE-IDX).

      *    [MF] Une ligne par file autorisee : numero, libelle,
      *    nombre d'elements et plus ancien element.
       DISPLAY-QUEUES.
           DISPLAY 'MES TACHES - ' FUNCTION TRIM(SQL-OPERATOR-LOGIN)
           IF SQL-AGENCY-FILTER NOT = SPACES
               DISPLAY 'SECTION ' SQL-AGENCY-FILTER
           END-IF
           IF WS-BATCH-RUNNING-FLAG = 'Y'
               DISPLAY 'TRAITEMENT DE NUIT EN COURS : FILES DE MISE A '
                   'JOUR BLOQUEES.'
           END-IF
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > 8
               IF WS-QUEUE-ALLOWED(WS-QUEUE-IDX) = 'Y'
                   IF WS-QUEUE-COUNT(WS-QUEUE-IDX) = 0
                       DISPLAY WS-QUEUE-IDX(2:1) ' '
                           WS-QUEUE-LABEL(WS-QUEUE-IDX) ' '
                           WS-QUEUE-COUNT(WS-QUEUE-IDX)
                   ELSE
                       DISPLAY WS-QUEUE-IDX(2:1) ' '
                           WS-QUEUE-LABEL(WS-QUEUE-IDX) ' '
                           WS-QUEUE-COUNT(WS-QUEUE-IDX)
                           ' DEPUIS LE '
                           WS-QUEUE-OLDEST-DATE(WS-QUEUE-IDX) ' '
                           WS-QUEUE-OLDEST-NAME(WS-QUEUE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    [MF] Entre dans la file choisie : l'ecran de la fiche de
      *    l'adherent le plus ancien pour les files 6 a 8, l'ecran
      *    de la file pour les autres.
       OPEN-PICKED-QUEUE.
           IF WS-PICK-QUEUE = 0 OR WS-PICK-QUEUE > 8
               GO TO OPEN-PICKED-QUEUE-FIN
           END-IF.
           MOVE WS-PICK-QUEUE TO WS-QUEUE-IDX.

           IF WS-QUEUE-ALLOWED(WS-QUEUE-IDX) NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'cette file.'
               GO TO OPEN-PICKED-QUEUE-FIN
           END-IF.

           IF WS-BATCH-RUNNING-FLAG = 'Y'
               AND WS-QUEUE-WRITES(WS-QUEUE-IDX) = 'Y'
               DISPLAY 'TRAITEMENT DE NUIT EN COURS : MISES A JOUR '
                   'BLOQUEES, CONSULTATION SEULE.'
               GO TO OPEN-PICKED-QUEUE-FIN
           END-IF.

           IF WS-QUEUE-IDX > 5
               AND WS-QUEUE-OLDEST-UUID(WS-QUEUE-IDX) = SPACES
               DISPLAY 'Aucun element en attente dans cette file.'
               GO TO OPEN-PICKED-QUEUE-FIN
           END-IF.

           MOVE WS-QUEUE-OLDEST-FIRST(WS-QUEUE-IDX)
               TO WS-SEL-FIRSTNAME
           MOVE WS-QUEUE-OLDEST-LAST(WS-QUEUE-IDX) TO WS-SEL-LASTNAME
           MOVE WS-QUEUE-OLDEST-UUID(WS-QUEUE-IDX) TO WS-SEL-UUID

           EVALUATE WS-QUEUE-IDX
               WHEN 1
                   CALL 'valicust'
               WHEN 2
                   CALL 'niaqueue'
               WHEN 3
                   CALL 'portalq'
               WHEN 4
                   CALL 'valiclaim'
               WHEN 5
                   CALL 'prospcust'
               WHEN 6
                   CALL 'journcust' USING WS-CUSTOMER-NAME
               WHEN 7
                   CALL 'reclacust' USING WS-CUSTOMER-NAME
               WHEN 8
                   CALL 'doccust'   USING WS-CUSTOMER-NAME
           END-EVALUATE.

       OPEN-PICKED-QUEUE-FIN.
           EXIT.
