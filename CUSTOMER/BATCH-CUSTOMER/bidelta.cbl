      ******************************************************************
      *    [MF] Le programme 'Extraction Differentielle Decisionnel'
      *    est l'etape de nuit qui alimente l'entrepot decisionnel :
      *    pour chaque domaine - CUSTOMER, CONTRACT, ECHEANCIER,
      *    COLLECTION, CLAIM, BENEFICIARY, COMPLAINT, PRODUCT,
      *    GUARANTEE et la vue par section (AGENCY) - un fichier
      *    BIDELTA.<domaine> ne porte que les lignes creees ou
      *    modifiees depuis le passage precedent, au lieu des
      *    requetes directes sur la production qui ralentissaient
      *    l'accueil en journee.
      *
      *    La plupart des tables n'ont pas de date de modification :
      *    chaque ligne est donc reduite a une signature (MD5 de ses
      *    champs extraits), gardee dans BI_ROW_SIGNATURE sous sa
      *    cle technique stable (uuid, identifiant, code produit,
      *    produit/acte/date d'effet...). Une ligne sans signature
      *    ou de signature differente part dans le fichier en 'M'
      *    (mouvement) ; les lignes supprimees par purgarch (purge)
      *    ou par fusioncust (doublon fusionne, avec la cle du
      *    survivant) sont deposees par ces etapes dans
      *    BI_DELETE_LOG et partent en 'S' (suppression).
      *
      *    Comme pour ecolcust, aucune donnee identifiante ne sort :
      *    nom, prenom, adresse, telephone, mail, NIR, IBAN,
      *    medecin et objet des reclamations ne sont jamais extraits
      *    ; la date de naissance est ramenee a l'annee et le code
      *    postal au departement. La cle uuid, deja technique, sert
      *    de pseudonyme stable.
      *
      *    Chaque fichier commence par une ligne ENTETE (domaine,
      *    fenetre d'extraction) et se termine par une ligne FIN de
      *    controle (mouvements, suppressions, lignes du fichier).
      *    La table BI_WATERMARK garde par domaine l'horodatage et
      *    les compteurs du dernier passage : chaque domaine est
      *    committe avec sa marque, si bien qu'au relancement apres
      *    un echec les domaines deja extraits ce jour sont sautes
      *    (leur fichier reste en place) et l'extraction reprend au
      *    domaine en echec.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bidelta.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BI-EXTRACT ASSIGN TO WS-BI-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-BI-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  BI-EXTRACT.
       01  BI-EXTRACT-RECORD PIC X(500).

       WORKING-STORAGE SECTION.

       01  WS-BI-FILE-NAME            PIC X(40).
       01  WS-BI-FILE-STATUS          PIC X(02).
       01  WS-BI-EOF                  PIC X(01).
       01  WS-BI-ERROR                PIC X(01) VALUE 'N'.
       01  WS-BI-IDX                  PIC 9(02).

      *    [MF] Les domaines extraits, dans l'ordre du passage.
       01  WS-BI-ENTITY-LIST.
           05  FILLER                 PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                 PIC X(12) VALUE 'CONTRACT'.
           05  FILLER                 PIC X(12) VALUE 'ECHEANCIER'.
           05  FILLER                 PIC X(12) VALUE 'COLLECTION'.
           05  FILLER                 PIC X(12) VALUE 'CLAIM'.
           05  FILLER                 PIC X(12) VALUE 'BENEFICIARY'.
           05  FILLER                 PIC X(12) VALUE 'COMPLAINT'.
           05  FILLER                 PIC X(12) VALUE 'PRODUCT'.
           05  FILLER                 PIC X(12) VALUE 'GUARANTEE'.
           05  FILLER                 PIC X(12) VALUE 'AGENCY'.
       01  WS-BI-ENTITY-TABLE REDEFINES WS-BI-ENTITY-LIST.
           05  WS-BI-ENTITY-NAME      PIC X(12) OCCURS 10 TIMES.

      *    [MF] Compteurs du domaine en cours (ligne FIN, marque) et
      *    de l'ensemble du passage (logbatch).
       01  WS-CHANGE-COUNT            PIC 9(07).
       01  WS-DELETE-COUNT            PIC 9(07).
       01  WS-LINE-COUNT              PIC 9(07).
       01  WS-ENTITY-DONE-COUNT       PIC 9(02) VALUE 0.
       01  WS-ENTITY-SKIP-COUNT       PIC 9(02) VALUE 0.
       01  WS-TOTAL-CHANGE-COUNT      PIC 9(07) VALUE 0.
       01  WS-TOTAL-DELETE-COUNT      PIC 9(07) VALUE 0.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-BI-ENTITY              PIC X(12).
       01  SQL-BI-ROW-KEY             PIC X(80).
       01  SQL-BI-PAYLOAD             PIC X(400).
       01  SQL-BI-SIGNATURE           PIC X(32).
       01  SQL-BI-RUN-TS              PIC X(19).
       01  SQL-BI-PREV-TS             PIC X(19).
       01  SQL-BI-DONE-TODAY          PIC 9(01).
       01  SQL-BI-CHANGE-COUNT        PIC 9(07).
       01  SQL-BI-DELETE-COUNT        PIC 9(07).
       01  SQL-DEL-REASON             PIC X(10).
       01  SQL-DEL-SURVIVOR-KEY       PIC X(80).
       01  SQL-DEL-DATE               PIC X(10).
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
               CALL 'logsqlerr' USING 'bidelta', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    [MF] Horodatage du passage : borne haute de la fenetre de
      *    chaque domaine et marque posee en fin de domaine.
           EXEC SQL
               SELECT SUBSTR(CAST(LOCALTIMESTAMP(0) AS TEXT), 1, 19)
               INTO :SQL-BI-RUN-TS
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'bidelta', 'RUN-TS', SQLCODE
               END-CALL
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM EXTRACT-ONE-ENTITY
               THRU EXTRACT-ONE-ENTITY-FIN
               VARYING WS-BI-IDX FROM 1 BY 1
               UNTIL WS-BI-IDX > 10
               OR WS-BI-ERROR = 'Y'.

           COMPUTE WS-BATCH-ROW-COUNT =
               WS-TOTAL-CHANGE-COUNT + WS-TOTAL-DELETE-COUNT
           CALL 'logbatch' USING 'bidelta   ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-ENTITY-DONE-COUNT ' DOMAINE(S) EXTRAIT(S), '
               WS-ENTITY-SKIP-COUNT ' DEJA EXTRAIT(S) CE JOUR'.
           DISPLAY WS-TOTAL-CHANGE-COUNT ' LIGNE(S) EN MOUVEMENT'.
           DISPLAY WS-TOTAL-DELETE-COUNT ' LIGNE(S) SUPPRIMEE(S)'.
           IF WS-BI-ERROR = 'Y'
               DISPLAY 'EXTRACTION DECISIONNELLE ARRETEE SUR LE '
                   'DOMAINE ' FUNCTION TRIM(SQL-BI-ENTITY)
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    [MF] Un domaine : saute s'il porte deja sa marque du jour
      *    (reprise apres echec), sinon fichier ecrit de l'entete a
      *    la ligne FIN, signatures et marque committees ensemble -
      *    un echec annule le domaine entier, qui repartira au
      *    prochain passage.
       EXTRACT-ONE-ENTITY.
           MOVE WS-BI-ENTITY-NAME(WS-BI-IDX) TO SQL-BI-ENTITY
           PERFORM READ-WATERMARK

           IF SQL-BI-DONE-TODAY = 1
               DISPLAY 'DOMAINE DEJA EXTRAIT CE JOUR, SAUTE : '
                   FUNCTION TRIM(SQL-BI-ENTITY)
               ADD 1 TO WS-ENTITY-SKIP-COUNT
               GO TO EXTRACT-ONE-ENTITY-FIN
           END-IF

           MOVE SPACES TO WS-BI-FILE-NAME
           STRING 'BIDELTA.' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-ENTITY) DELIMITED BY SIZE
               INTO WS-BI-FILE-NAME
           END-STRING
           OPEN OUTPUT BI-EXTRACT
           IF WS-BI-FILE-STATUS NOT = '00'
               DISPLAY 'FICHIER ' FUNCTION TRIM(WS-BI-FILE-NAME)
                   ' IMPOSSIBLE A OUVRIR'
               MOVE 'Y' TO WS-BI-ERROR
               GO TO EXTRACT-ONE-ENTITY-FIN
           END-IF

           MOVE 0 TO WS-CHANGE-COUNT WS-DELETE-COUNT WS-LINE-COUNT
           PERFORM WRITE-ENTITY-HEADER

           EVALUATE SQL-BI-ENTITY
               WHEN 'CUSTOMER'
                   PERFORM EXTRACT-CUSTOMER-CHANGES
               WHEN 'CONTRACT'
                   PERFORM EXTRACT-CONTRACT-CHANGES
               WHEN 'ECHEANCIER'
                   PERFORM EXTRACT-ECHEANCIER-CHANGES
               WHEN 'COLLECTION'
                   PERFORM EXTRACT-COLLECTION-CHANGES
               WHEN 'CLAIM'
                   PERFORM EXTRACT-CLAIM-CHANGES
               WHEN 'BENEFICIARY'
                   PERFORM EXTRACT-BENEFICIARY-CHANGES
               WHEN 'COMPLAINT'
                   PERFORM EXTRACT-COMPLAINT-CHANGES
               WHEN 'PRODUCT'
                   PERFORM EXTRACT-PRODUCT-CHANGES
               WHEN 'GUARANTEE'
                   PERFORM EXTRACT-GUARANTEE-CHANGES
               WHEN 'AGENCY'
                   PERFORM EXTRACT-AGENCY-CHANGES
           END-EVALUATE

           IF WS-BI-ERROR = 'N'
               PERFORM EXTRACT-ENTITY-DELETES
           END-IF

           PERFORM WRITE-ENTITY-TRAILER
           CLOSE BI-EXTRACT

           IF WS-BI-ERROR = 'Y'
               EXEC SQL ROLLBACK WORK END-EXEC
               GO TO EXTRACT-ONE-ENTITY-FIN
           END-IF

           PERFORM WRITE-WATERMARK
           IF WS-BI-ERROR = 'Y'
               EXEC SQL ROLLBACK WORK END-EXEC
               GO TO EXTRACT-ONE-ENTITY-FIN
           END-IF

           EXEC SQL COMMIT WORK END-EXEC
           ADD 1 TO WS-ENTITY-DONE-COUNT
           ADD WS-CHANGE-COUNT TO WS-TOTAL-CHANGE-COUNT
           ADD WS-DELETE-COUNT TO WS-TOTAL-DELETE-COUNT
           DISPLAY FUNCTION TRIM(WS-BI-FILE-NAME) ' : '
               WS-CHANGE-COUNT ' MOUVEMENT(S), '
               WS-DELETE-COUNT ' SUPPRESSION(S)'.

       EXTRACT-ONE-ENTITY-FIN.
           EXIT.

      *    [MF] Marque du domaine : horodatage du passage precedent
      *    (borne basse de la fenetre, a blanc au premier passage)
      *    et passage deja fait ce jour.
       READ-WATERMARK.
           MOVE SPACES TO SQL-BI-PREV-TS
           MOVE 0 TO SQL-BI-DONE-TODAY
           EXEC SQL
               SELECT SUBSTR(CAST(BI_LAST_RUN_TS AS TEXT), 1, 19),
                   CASE WHEN BI_LAST_RUN_DATE = CURRENT_DATE
                        THEN 1 ELSE 0 END
               INTO :SQL-BI-PREV-TS, :SQL-BI-DONE-TODAY
               FROM BI_WATERMARK
               WHERE BI_ENTITY = :SQL-BI-ENTITY
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-BI-PREV-TS
               MOVE 0 TO SQL-BI-DONE-TODAY
           END-IF.

      *    [MF] Pose la marque du domaine avec ses compteurs, dans
      *    la meme unite de travail que ses signatures.
       WRITE-WATERMARK.
           MOVE WS-CHANGE-COUNT TO SQL-BI-CHANGE-COUNT
           MOVE WS-DELETE-COUNT TO SQL-BI-DELETE-COUNT
           EXEC SQL
               DELETE FROM BI_WATERMARK
               WHERE BI_ENTITY = :SQL-BI-ENTITY
           END-EXEC.
           EXEC SQL
               INSERT INTO BI_WATERMARK (
                   BI_ENTITY, BI_LAST_RUN_DATE, BI_LAST_RUN_TS,
                   BI_CHANGE_COUNT, BI_DELETE_COUNT )
               VALUES ( :SQL-BI-ENTITY, CURRENT_DATE,
                   CAST(:SQL-BI-RUN-TS AS TIMESTAMP),
                   :SQL-BI-CHANGE-COUNT, :SQL-BI-DELETE-COUNT )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'bidelta', 'WATERMARK', SQLCODE
               END-CALL
               MOVE 'Y' TO WS-BI-ERROR
           END-IF.

      *    [MF] L'entete porte le domaine et la fenetre d'extraction
      *    - a blanc au premier passage, qui est une photo complete.
       WRITE-ENTITY-HEADER.
           MOVE SPACES TO BI-EXTRACT-RECORD
           STRING 'ENTETE;BIDELTA;' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-ENTITY) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-PREV-TS) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-BI-RUN-TS DELIMITED BY SIZE
               INTO BI-EXTRACT-RECORD
           END-STRING
           WRITE BI-EXTRACT-RECORD
           ADD 1 TO WS-LINE-COUNT.

      *    [MF] Ligne FIN de controle : mouvements, suppressions et
      *    nombre de lignes du fichier, entete et FIN comprises.
      *    Un domaine en echec porte ECHEC a la place des compteurs
      *    pour que l'entrepot ne charge pas un fichier incomplet.
       WRITE-ENTITY-TRAILER.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO BI-EXTRACT-RECORD
           IF WS-BI-ERROR = 'Y'
               STRING 'FIN;' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-BI-ENTITY) DELIMITED BY SIZE
                       ';ECHEC' DELIMITED BY SIZE
                   INTO BI-EXTRACT-RECORD
               END-STRING
           ELSE
               STRING 'FIN;' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-BI-ENTITY) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-CHANGE-COUNT DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-DELETE-COUNT DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                   INTO BI-EXTRACT-RECORD
               END-STRING
           END-IF
           WRITE BI-EXTRACT-RECORD.

      *    [MF] Adherents : la cle uuid sert de pseudonyme ; ni nom,
      *    ni adresse, ni contact, ni NIR, ni IBAN - annee de
      *    naissance et departement seulement.
       EXTRACT-CUSTOMER-CHANGES.
           EXEC SQL
               DECLARE CRSBICUSTOMER CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(customer_uuid AS TEXT) AS ROW_KEY,
                   COALESCE(CAST(customer_gender AS TEXT), '')
                   || ';' || SUBSTR(COALESCE(
                       CAST(customer_birth_date AS TEXT), ''), 1, 4)
                   || ';' || SUBSTR(TRIM(COALESCE(
                       customer_zipcode, '')), 1, 2)
                   || ';' || TRIM(COALESCE(customer_country, ''))
                   || ';' || TRIM(COALESCE(customer_agency, ''))
                   || ';' || COALESCE(customer_active, '')
                   || ';' || COALESCE(
                       CAST(customer_nbchildren AS TEXT), '')
                   || ';' || TRIM(COALESCE(customer_couple, ''))
                   || ';' || COALESCE(
                       CAST(customer_create_date AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(customer_update_date AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(customer_close_date AS TEXT), '')
                   || ';' || COALESCE(customer_consent_mail, '')
                   || ';' || COALESCE(customer_consent_postal, '')
                   || ';' || COALESCE(customer_consent_phone, '')
                   || ';' || COALESCE(
                       CAST(customer_dunning_level AS TEXT), '')
                   || ';' || COALESCE(customer_unpaid_flag, '')
                   || ';' || TRIM(COALESCE(customer_exit_reason, ''))
                   AS PAYLOAD
                   FROM customer ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'CUSTOMER'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBICUSTOMER END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBICUSTOMER
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBICUSTOMER END-EXEC.

      *    [MF] Contrats : cle adherent/produit.
       EXTRACT-CONTRACT-CHANGES.
           EXEC SQL
               DECLARE CRSBICONTRACT CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(CONTRACT_CUSTOMER_UUID AS TEXT)
                   || '/' || TRIM(CONTRACT_PRODUCT_CODE) AS ROW_KEY,
                   CAST(CONTRACT_CUSTOMER_UUID AS TEXT)
                   || ';' || TRIM(CONTRACT_PRODUCT_CODE)
                   || ';' || COALESCE(
                       CAST(CONTRACT_START_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CONTRACT_END_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CONTRACT_PREMIUM_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(CONTRACT_PAY_FREQ, '')
                   || ';' || COALESCE(CONTRACT_STATUS, '')
                   || ';' || TRIM(COALESCE(
                       CONTRACT_EMPLOYER_CODE, ''))
                   || ';' || COALESCE(CONTRACT_SUSPEND_STATUS, '')
                   || ';' || COALESCE(
                       CAST(CONTRACT_EXIT_DATE AS TEXT), '')
                   || ';' || TRIM(COALESCE(CONTRACT_EXIT_REASON, ''))
                   || ';' || COALESCE(
                       CAST(CONTRACT_REFUND_AMOUNT AS TEXT), '')
                   AS PAYLOAD
                   FROM CONTRACT ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'CONTRACT'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBICONTRACT END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBICONTRACT
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBICONTRACT END-EXEC.

      *    [MF] Echeances : cle ECHEANCIER_ID.
       EXTRACT-ECHEANCIER-CHANGES.
           EXEC SQL
               DECLARE CRSBIECHEANCIER CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(ECHEANCIER_ID AS TEXT) AS ROW_KEY,
                   CAST(ECHEANCIER_CUSTOMER_UUID AS TEXT)
                   || ';' || TRIM(COALESCE(
                       ECHEANCIER_PRODUCT_CODE, ''))
                   || ';' || COALESCE(
                       CAST(ECHEANCIER_DUE_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(ECHEANCIER_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(ECHEANCIER_STATUS, '')
                   || ';' || COALESCE(
                       CAST(ECHEANCIER_PRESENT_COUNT AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(ECHEANCIER_WRITEOFF_ID AS TEXT), '')
                   AS PAYLOAD
                   FROM ECHEANCIER ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'ECHEANCIER'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIECHEANCIER END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIECHEANCIER
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBIECHEANCIER END-EXEC.

      *    [MF] Encaissements : cle COLLECTION_ID ; ni IBAN, ni
      *    numero de cheque, ni operateur.
       EXTRACT-COLLECTION-CHANGES.
           EXEC SQL
               DECLARE CRSBICOLLECTION CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(COLLECTION_ID AS TEXT) AS ROW_KEY,
                   CAST(COLLECTION_CUSTOMER_UUID AS TEXT)
                   || ';' || COALESCE(
                       CAST(COLLECTION_ECHEANCIER_ID AS TEXT), '')
                   || ';' || TRIM(COALESCE(
                       COLLECTION_PRODUCT_CODE, ''))
                   || ';' || COALESCE(
                       CAST(COLLECTION_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(COLLECTION_PAY_MODE, '')
                   || ';' || COALESCE(
                       CAST(COLLECTION_ISSUE_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COLLECTION_CREDIT_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COLLECTION_REJECT_DATE AS TEXT), '')
                   || ';' || COALESCE(COLLECTION_STATUS, '')
                   || ';' || TRIM(COALESCE(COLLECTION_REMIT_REF, ''))
                   || ';' || TRIM(COALESCE(COLLECTION_AGENCY, ''))
                   || ';' || COALESCE(
                       CAST(COLLECTION_WRITEOFF_ID AS TEXT), '')
                   AS PAYLOAD
                   FROM COLLECTION ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'COLLECTION'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBICOLLECTION END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBICOLLECTION
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBICOLLECTION END-EXEC.

      *    [MF] Demandes de soins : cle CLAIM_ID, montants et devise.
       EXTRACT-CLAIM-CHANGES.
           EXEC SQL
               DECLARE CRSBICLAIM CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(CLAIM_ID AS TEXT) AS ROW_KEY,
                   CAST(CLAIM_CUSTOMER_UUID AS TEXT)
                   || ';' || COALESCE(
                       CAST(CLAIM_BENEFICIARY_ID AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CLAIM_CARE_DATE AS TEXT), '')
                   || ';' || TRIM(COALESCE(CLAIM_ACT_CODE, ''))
                   || ';' || TRIM(COALESCE(CLAIM_PROVIDER_CODE, ''))
                   || ';' || COALESCE(
                       CAST(CLAIM_EXPENSE_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CLAIM_RO_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CLAIM_OUR_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(CLAIM_STATUS, '')
                   || ';' || COALESCE(
                       CAST(CLAIM_CREATE_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CLAIM_PAY_DATE AS TEXT), '')
                   || ';' || TRIM(COALESCE(CLAIM_REMIT_REF, ''))
                   || ';' || TRIM(COALESCE(CLAIM_CURRENCY, ''))
                   || ';' || COALESCE(
                       CAST(CLAIM_FOREIGN_AMOUNT AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(CLAIM_EXCHANGE_RATE AS TEXT), '')
                   || ';' || TRIM(COALESCE(CLAIM_REJECT_REASON, ''))
                   || ';' || COALESCE(CLAIM_FRAUD_HOLD, '')
                   AS PAYLOAD
                   FROM CLAIM ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'CLAIM'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBICLAIM END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBICLAIM
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBICLAIM END-EXEC.

      *    [MF] Ayants droit : cle BENEFICIARY_ID ; ni nom, ni
      *    prenom, ni NIR - annee de naissance seulement.
       EXTRACT-BENEFICIARY-CHANGES.
           EXEC SQL
               DECLARE CRSBIBENEFICIARY CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(BENEFICIARY_ID AS TEXT) AS ROW_KEY,
                   CAST(BENEFICIARY_CUSTOMER_UUID AS TEXT)
                   || ';' || SUBSTR(COALESCE(
                       CAST(BENEFICIARY_BIRTH_DATE AS TEXT), ''),
                       1, 4)
                   || ';' || COALESCE(BENEFICIARY_OVERAGE, '')
                   || ';' || COALESCE(
                       CAST(BENEFICIARY_CREATE_DATE AS TEXT), '')
                   AS PAYLOAD
                   FROM BENEFICIARY ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'BENEFICIARY'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIBENEFICIARY END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIBENEFICIARY
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBIBENEFICIARY END-EXEC.

      *    [MF] Reclamations : cle COMPLAINT_ID, delais et statut ;
      *    l'objet, texte libre, peut nommer des personnes et ne
      *    sort pas.
       EXTRACT-COMPLAINT-CHANGES.
           EXEC SQL
               DECLARE CRSBICOMPLAINT CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT CAST(COMPLAINT_ID AS TEXT) AS ROW_KEY,
                   CAST(COMPLAINT_CUSTOMER_UUID AS TEXT)
                   || ';' || COALESCE(
                       CAST(COMPLAINT_RECEIVED_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COMPLAINT_ACK_DEADLINE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COMPLAINT_ACK_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COMPLAINT_RESP_DEADLINE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(COMPLAINT_RESP_DATE AS TEXT), '')
                   || ';' || COALESCE(COMPLAINT_STATUS, '')
                   AS PAYLOAD
                   FROM COMPLAINT ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'COMPLAINT'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBICOMPLAINT END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBICOMPLAINT
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBICOMPLAINT END-EXEC.

      *    [MF] Produits : cle PRODUCT_CODE.
       EXTRACT-PRODUCT-CHANGES.
           EXEC SQL
               DECLARE CRSBIPRODUCT CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT TRIM(PRODUCT_CODE) AS ROW_KEY,
                   TRIM(COALESCE(PRODUCT_LABEL, ''))
                   || ';' || COALESCE(PRODUCT_ACTIVE, '')
                   || ';' || TRIM(COALESCE(
                       CAST(PRODUCT_GUARANTEE AS TEXT), ''))
                   || ';' || COALESCE(
                       CAST(PRODUCT_FAMILY_CAP AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(PRODUCT_AGE_MIN AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(PRODUCT_AGE_MAX AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(PRODUCT_WAIT_DAYS AS TEXT), '')
                   || ';' || COALESCE(PRODUCT_SALE_OPEN, '')
                   || ';' || COALESCE(
                       CAST(PRODUCT_SALE_END_DATE AS TEXT), '')
                   || ';' || COALESCE(PRODUCT_EOL_FLAG, '')
                   || ';' || TRIM(COALESCE(PRODUCT_REPLACE_CODE, ''))
                   AS PAYLOAD
                   FROM PRODUCT ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'PRODUCT'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIPRODUCT END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIPRODUCT
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBIPRODUCT END-EXEC.

      *    [MF] Garanties : cle produit/acte/date d'effet.
       EXTRACT-GUARANTEE-CHANGES.
           EXEC SQL
               DECLARE CRSBIGUARANTEE CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT TRIM(GUARANTEE_PRODUCT_CODE)
                   || '/' || TRIM(GUARANTEE_ACT_CODE)
                   || '/' || COALESCE(
                       CAST(GUARANTEE_EFFECT_DATE AS TEXT), '')
                   AS ROW_KEY,
                   TRIM(GUARANTEE_PRODUCT_CODE)
                   || ';' || TRIM(GUARANTEE_ACT_CODE)
                   || ';' || COALESCE(
                       CAST(GUARANTEE_EFFECT_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(GUARANTEE_END_DATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(GUARANTEE_RATE AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(GUARANTEE_CEILING AS TEXT), '')
                   || ';' || COALESCE(
                       CAST(GUARANTEE_ANNUAL_CEILING AS TEXT), '')
                   || ';' || COALESCE(GUARANTEE_ACTIVE, '')
                   AS PAYLOAD
                   FROM GUARANTEE ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'GUARANTEE'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIGUARANTEE END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIGUARANTEE
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBIGUARANTEE END-EXEC.

      *    [MF] Vue par section : pas de table des sections, la
      *    section est portee par la fiche adherent (comme dans
      *    agenrep). Une ligne par section - la section a blanc est
      *    le siege - avec l'effectif par statut ; elle repart des
      *    que l'un des compteurs bouge.
       EXTRACT-AGENCY-CHANGES.
           EXEC SQL
               DECLARE CRSBIAGENCY CURSOR FOR
               SELECT T.ROW_KEY, T.PAYLOAD, MD5(T.PAYLOAD)
               FROM ( SELECT COALESCE(NULLIF(TRIM(customer_agency),
                       ''), 'SIEGE') AS ROW_KEY,
                   CAST(COUNT(*) AS TEXT)
                   || ';' || CAST(SUM(CASE WHEN customer_active = 'N'
                       THEN 1 ELSE 0 END) AS TEXT)
                   || ';' || CAST(SUM(CASE WHEN customer_active = 'P'
                       THEN 1 ELSE 0 END) AS TEXT)
                   || ';' || CAST(SUM(CASE WHEN customer_active = 'A'
                       THEN 1 ELSE 0 END) AS TEXT)
                   AS PAYLOAD
                   FROM customer
                   GROUP BY COALESCE(NULLIF(TRIM(customer_agency),
                       ''), 'SIEGE') ) T
               LEFT JOIN BI_ROW_SIGNATURE S
                   ON S.BI_ENTITY = 'AGENCY'
                   AND S.BI_ROW_KEY = T.ROW_KEY
               WHERE S.BI_SIGNATURE IS NULL
               OR S.BI_SIGNATURE <> MD5(T.PAYLOAD)
               ORDER BY T.ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIAGENCY END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIAGENCY
                   INTO :SQL-BI-ROW-KEY, :SQL-BI-PAYLOAD,
                       :SQL-BI-SIGNATURE
               END-EXEC
               PERFORM HANDLE-CHANGE-FETCH
           END-PERFORM.
           EXEC SQL CLOSE CRSBIAGENCY END-EXEC.

      *    [MF] Resultat d'un FETCH de mouvement, commun a tous les
      *    domaines.
       HANDLE-CHANGE-FETCH.
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM WRITE-CHANGE-LINE
               WHEN 100
                   MOVE 'Y' TO WS-BI-EOF
               WHEN OTHER
                   CALL 'logsqlerr' USING 'bidelta', 'FETCH-CHANGES',
                       SQLCODE
                   END-CALL
                   MOVE 'Y' TO WS-BI-ERROR
                   MOVE 'Y' TO WS-BI-EOF
           END-EVALUATE.

      *    [MF] Ligne 'M' : cle technique puis champs extraits ; la
      *    signature de la ligne est remplacee pour le prochain
      *    passage.
       WRITE-CHANGE-LINE.
           MOVE SPACES TO BI-EXTRACT-RECORD
           STRING 'M;' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-ROW-KEY) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-PAYLOAD) DELIMITED BY SIZE
               INTO BI-EXTRACT-RECORD
           END-STRING
           WRITE BI-EXTRACT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-CHANGE-COUNT

           EXEC SQL
               DELETE FROM BI_ROW_SIGNATURE
               WHERE BI_ENTITY = :SQL-BI-ENTITY
               AND BI_ROW_KEY = :SQL-BI-ROW-KEY
           END-EXEC.
           EXEC SQL
               INSERT INTO BI_ROW_SIGNATURE (
                   BI_ENTITY, BI_ROW_KEY, BI_SIGNATURE,
                   BI_EXTRACT_DATE )
               VALUES ( :SQL-BI-ENTITY, :SQL-BI-ROW-KEY,
                   :SQL-BI-SIGNATURE, CURRENT_DATE )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'bidelta', 'SIGNATURE', SQLCODE
               END-CALL
               MOVE 'Y' TO WS-BI-ERROR
               MOVE 'Y' TO WS-BI-EOF
           END-IF.

      *    [MF] Lignes 'S' du domaine : suppressions deposees par
      *    purgarch et fusioncust jusqu'a l'horodatage du passage,
      *    pas encore extraites.
       EXTRACT-ENTITY-DELETES.
           EXEC SQL
               DECLARE CRSBIDELETE CURSOR FOR
               SELECT BI_ROW_KEY, BI_DELETE_REASON,
                   COALESCE(BI_SURVIVOR_KEY, ' '),
                   SUBSTR(CAST(BI_DELETE_TS AS TEXT), 1, 10)
               FROM BI_DELETE_LOG
               WHERE BI_ENTITY = :SQL-BI-ENTITY
               AND BI_EXTRACT_DATE IS NULL
               AND BI_DELETE_TS <= CAST(:SQL-BI-RUN-TS AS TIMESTAMP)
               ORDER BY BI_DELETE_TS, BI_ROW_KEY
           END-EXEC.

           EXEC SQL OPEN CRSBIDELETE END-EXEC.
           MOVE 'N' TO WS-BI-EOF
           PERFORM UNTIL WS-BI-EOF = 'Y'
               EXEC SQL
                   FETCH CRSBIDELETE
                   INTO :SQL-BI-ROW-KEY, :SQL-DEL-REASON,
                       :SQL-DEL-SURVIVOR-KEY, :SQL-DEL-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-DELETE-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-BI-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'bidelta',
                           'FETCH-DELETE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-BI-ERROR
                       MOVE 'Y' TO WS-BI-EOF
               END-EVALUATE
           END-PERFORM.
           EXEC SQL CLOSE CRSBIDELETE END-EXEC.

           IF WS-BI-ERROR = 'N'
               EXEC SQL
                   UPDATE BI_DELETE_LOG
                   SET BI_EXTRACT_DATE = CURRENT_DATE
                   WHERE BI_ENTITY = :SQL-BI-ENTITY
                   AND BI_EXTRACT_DATE IS NULL
                   AND BI_DELETE_TS
                       <= CAST(:SQL-BI-RUN-TS AS TIMESTAMP)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   CALL 'logsqlerr' USING 'bidelta', 'STAMP-DELETE',
                       SQLCODE
                   END-CALL
                   MOVE 'Y' TO WS-BI-ERROR
               END-IF
           END-IF.

      *    [MF] Ligne 'S' : cle supprimee, motif (PURGE, FUSION),
      *    cle du survivant d'une fusion, date de suppression. La
      *    signature de la ligne disparait avec elle.
       WRITE-DELETE-LINE.
           MOVE SPACES TO BI-EXTRACT-RECORD
           STRING 'S;' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-BI-ROW-KEY) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEL-REASON) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-DEL-SURVIVOR-KEY)
                       DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   SQL-DEL-DATE DELIMITED BY SIZE
               INTO BI-EXTRACT-RECORD
           END-STRING
           WRITE BI-EXTRACT-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-DELETE-COUNT

           EXEC SQL
               DELETE FROM BI_ROW_SIGNATURE
               WHERE BI_ENTITY = :SQL-BI-ENTITY
               AND BI_ROW_KEY = :SQL-BI-ROW-KEY
           END-EXEC.
