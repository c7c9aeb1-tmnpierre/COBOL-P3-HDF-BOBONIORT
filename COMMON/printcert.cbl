      ******************************************************************
      *    [MF] Le programme 'Certificat d'Adhesion' edite le
      *    certificat remis a l'adherent pour un contrat actif :
      *    produit (PRODUCT_LABEL) et garanties
      *    (PRODUCT_GUARANTEE), dates de debut et de fin, prime
      *    annuelle et part CSS eventuelle, periodicite de paiement
      *    et echeancier (ECHEANCIER hors echeances annulees). Le
      *    certificat est ajoute au fichier d'impression CERTIFADH,
      *    au format de la fiche adherent de ccback, et l'emission
      *    est tracee par logaudit.
      *
      *    Emis a la souscription (creacont, evenement 'S') puis
      *    reemis a chaque avenant (avencont, evenement 'A', avec la
      *    date d'effet) : la version du certificat est 1 + le
      *    nombre de versions archivees du contrat dans
      *    CONTRACT_HISTORY.
      *
      *    Pas de CONNECT/DISCONNECT ici : printcert est appele par
      *    un programme qui detient deja une connexion ouverte, meme
      *    convention que logaudit.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. printcert.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIF-FILE ASSIGN TO "CERTIFADH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CERTIF-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  CERTIF-FILE.
       01  CERTIF-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-CERTIF-FILE-STATUS    PIC X(02).
       01  WS-CERTIF-TODAY          PIC X(10).
       01  WS-CERTIF-TODAY-RAW.
           05  WS-CERTIF-TODAY-YEAR  PIC 9(04).
           05  WS-CERTIF-TODAY-MONTH PIC 9(02).
           05  WS-CERTIF-TODAY-DAY   PIC 9(02).
       01  WS-CERTIF-VERSION        PIC 9(03).
       01  WS-CERTIF-FREQ-LABEL     PIC X(13).
       01  WS-ECH-EOF               PIC X(01).
       01  WS-ECH-TOTAL             PIC 9(07)V99.
       01  WS-EDIT-AMOUNT           PIC Z(06)9.99.
       01  WS-EDIT-VERSION          PIC ZZ9.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

      *    [MF] Ligne transmise au registre des courriers envoyes
      *    (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID                 PIC X(36).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-PRODUCT-LABEL        PIC X(40).
       01  SQL-PRODUCT-GUARANTEE    PIC X(60).
       01  SQL-START-DATE           PIC X(10).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-CSS-SHARE            PIC 9(07)V99.
       01  SQL-PAY-FREQUENCY        PIC X(01).
       01  SQL-HISTORY-COUNT        PIC 9(05).
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CERT-UUID             PIC X(36).
       01  LK-CERT-PRODUCT-CODE     PIC X(10).
       01  LK-CERT-EVENT            PIC X(01).
       01  LK-CERT-EFFECT-DATE      PIC X(10).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CERT-UUID, LK-CERT-PRODUCT-CODE,
           LK-CERT-EVENT, LK-CERT-EFFECT-DATE.
       0000-START-MAIN.
           MOVE LK-CERT-UUID TO SQL-UUID.
           MOVE LK-CERT-PRODUCT-CODE TO SQL-PRODUCT-CODE.

           EXEC SQL
               SELECT customer_lastname, customer_firstname,
                   COALESCE(customer_adress1, ' '),
                   COALESCE(customer_zipcode, ' '),
                   COALESCE(customer_town, ' '),
                   COALESCE(PRODUCT_LABEL, ' '),
                   COALESCE(PRODUCT_GUARANTEE, ' '),
                   contract_start_date, contract_end_date,
                   contract_premium_amount,
                   COALESCE(contract_css_share, 0),
                   COALESCE(contract_pay_freq, 'A')
               INTO :SQL-LASTNAME, :SQL-FIRSTNAME, :SQL-ADRESS1,
                   :SQL-ZIPCODE, :SQL-TOWN, :SQL-PRODUCT-LABEL,
                   :SQL-PRODUCT-GUARANTEE, :SQL-START-DATE,
                   :SQL-END-DATE, :SQL-PREMIUM-AMOUNT,
                   :SQL-CSS-SHARE, :SQL-PAY-FREQUENCY
               FROM customer, CONTRACT LEFT OUTER JOIN PRODUCT
                   ON PRODUCT_CODE = contract_product_code
               WHERE contract_customer_uuid = customer_uuid
               AND customer_uuid = :SQL-UUID
               AND contract_product_code = :SQL-PRODUCT-CODE
               AND contract_status IN ('A', 'P')
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'printcert', 'SELECT-CONTRACT',
                   SQLCODE
               END-CALL
               GOBACK
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-HISTORY-COUNT
               FROM CONTRACT_HISTORY
               WHERE HISTORY_CUSTOMER_UUID = :SQL-UUID
               AND HISTORY_START_DATE = :SQL-START-DATE
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-HISTORY-COUNT
           END-IF.
           COMPUTE WS-CERTIF-VERSION = SQL-HISTORY-COUNT + 1.

           EVALUATE SQL-PAY-FREQUENCY
               WHEN 'M'
                   MOVE 'MENSUELLE' TO WS-CERTIF-FREQ-LABEL
               WHEN 'T'
                   MOVE 'TRIMESTRIELLE' TO WS-CERTIF-FREQ-LABEL
               WHEN OTHER
                   MOVE 'ANNUELLE' TO WS-CERTIF-FREQ-LABEL
           END-EVALUATE.

           PERFORM PRINT-CERTIFICATE-HEADER.
           PERFORM PRINT-CERTIFICATE-CONTRACT.
           PERFORM PRINT-CERTIFICATE-SCHEDULE.

           CLOSE CERTIF-FILE.

           MOVE 'CERTIFICAT-EMIS' TO WS-AUDIT-ACTION
           MOVE WS-CERTIF-VERSION TO WS-EDIT-VERSION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' VERSION ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-VERSION) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

           MOVE SPACES TO WS-CORR-RECORD
           STRING 'CERTIFICAT D''ADHESION;' DELIMITED BY SIZE
                   WS-AUDIT-DETAIL DELIMITED BY SIZE
               INTO WS-CORR-RECORD
           END-STRING
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

           GOBACK.

      *    [MF] Entete du certificat, meme presentation que la fiche
      *    adherent ; l'avenant porte sa date d'effet.
       PRINT-CERTIFICATE-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CERTIF-TODAY-RAW
           STRING WS-CERTIF-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CERTIF-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-CERTIF-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-CERTIF-TODAY
           END-STRING.

           OPEN EXTEND CERTIF-FILE.
           IF WS-CERTIF-FILE-STATUS = '35'
               OPEN OUTPUT CERTIF-FILE
           END-IF.

           MOVE ALL '-' TO CERTIF-RECORD
           WRITE CERTIF-RECORD.

           MOVE WS-CERTIF-VERSION TO WS-EDIT-VERSION
           MOVE SPACES TO CERTIF-RECORD
           STRING 'CERTIFICAT D''ADHESION - VERSION ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-VERSION) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-CERTIF-TODAY DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           IF LK-CERT-EVENT = 'A'
               MOVE SPACES TO CERTIF-RECORD
               STRING 'AVENANT - EFFET AU ' DELIMITED BY SIZE
                       LK-CERT-EFFECT-DATE DELIMITED BY SIZE
                   INTO CERTIF-RECORD
               END-STRING
               WRITE CERTIF-RECORD
           END-IF.

           MOVE ALL '-' TO CERTIF-RECORD
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'ADHERENT             : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'ADRESSE              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING '                       ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

      *    [MF] Le contrat : produit, garanties, dates, prime et
      *    periodicite.
       PRINT-CERTIFICATE-CONTRACT.
           MOVE SPACES TO CERTIF-RECORD
           STRING 'PRODUIT              : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-LABEL) DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'GARANTIES            : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-GUARANTEE)
                       DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'DATE DE DEBUT        : ' DELIMITED BY SIZE
                   SQL-START-DATE DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'DATE DE FIN          : ' DELIMITED BY SIZE
                   SQL-END-DATE DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE SQL-PREMIUM-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO CERTIF-RECORD
           STRING 'PRIME ANNUELLE       : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           IF SQL-CSS-SHARE > 0
               MOVE SQL-CSS-SHARE TO WS-EDIT-AMOUNT
               MOVE SPACES TO CERTIF-RECORD
               STRING 'DONT PART CSS        : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO CERTIF-RECORD
               END-STRING
               WRITE CERTIF-RECORD
           END-IF.

           MOVE SPACES TO CERTIF-RECORD
           STRING 'PERIODICITE          : ' DELIMITED BY SIZE
                   WS-CERTIF-FREQ-LABEL DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

      *    [MF] L'echeancier du contrat, echeances annulees exclues,
      *    et son total.
       PRINT-CERTIFICATE-SCHEDULE.
           MOVE 'ECHEANCIER           :' TO CERTIF-RECORD
           WRITE CERTIF-RECORD.

           EXEC SQL
               DECLARE CRSCERTECH CURSOR FOR
               SELECT ECHEANCIER_DUE_DATE, ECHEANCIER_AMOUNT
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND ECHEANCIER_STATUS != 'X'
               AND ECHEANCIER_DUE_DATE >= :SQL-START-DATE
               ORDER BY ECHEANCIER_DUE_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSCERTECH
           END-EXEC.

           MOVE 0 TO WS-ECH-TOTAL
           MOVE 'N' TO WS-ECH-EOF
           PERFORM UNTIL WS-ECH-EOF = 'Y'
               EXEC SQL
                   FETCH CRSCERTECH
                   INTO :SQL-DUE-DATE, :SQL-DUE-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD SQL-DUE-AMOUNT TO WS-ECH-TOTAL
                       MOVE SQL-DUE-AMOUNT TO WS-EDIT-AMOUNT
                       MOVE SPACES TO CERTIF-RECORD
                       STRING '                       '
                               DELIMITED BY SIZE
                               SQL-DUE-DATE DELIMITED BY SIZE
                               '  ' DELIMITED BY SIZE
                               WS-EDIT-AMOUNT DELIMITED BY SIZE
                               ' EUR' DELIMITED BY SIZE
                           INTO CERTIF-RECORD
                       END-STRING
                       WRITE CERTIF-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-ECH-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'printcert',
                           'FETCH-CERTECH', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-ECH-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSCERTECH
           END-EXEC.

           MOVE WS-ECH-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO CERTIF-RECORD
           STRING 'TOTAL DES ECHEANCES  : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO CERTIF-RECORD
           END-STRING
           WRITE CERTIF-RECORD.

           MOVE ALL '-' TO CERTIF-RECORD
           WRITE CERTIF-RECORD.
