      ******************************************************************
      *    [MF] Le programme 'Appel de Cotisations Employeur' dresse
      *    chaque mois, pour chaque employeur en contrat collectif
      *    (table EMPLOYER, empladm), le document qui detaille ce que
      *    sepacust prelevera sur son IBAN - factcust et sepacust ne
      *    portent qu'une ligne par employeur, et les services du
      *    personnel contestaient le total tous les mois faute de
      *    savoir quels salaries il couvrait.
      *
      *    L'appel du mois en cours liste :
      *    - chaque salarie couvert (contrat de groupe actif) avec
      *      son contrat et sa quote-part, c'est-a-dire les echeances
      *      du groupe tombant dans le mois ;
      *    - les entrees du mois (contrat de groupe ouvert dans le
      *      mois, impemply ou creacont) marquees ENTREE ;
      *    - les sorties du mois (date de sortie posee par impemply,
      *      portabilite ou cloture) marquees SORTIE, sans
      *      quote-part ;
      *    - en pied, le total appele face au tarif negocie
      *      (EMPLOYER_GROUP_RATE annuel par salarie, ramene au
      *      mois) multiplie par l'effectif couvert, et l'ecart.
      *    Le document est depose dans le fichier APPELCOTIS pour
      *    envoi a l'employeur ; l'ordonnanceur (BATCH_CALENDAR) le
      *    lance en debut de mois, avant le prelevement de fin de
      *    mois de sepacust.
      *
      *    L'appel est conserve (tables CONTRIB_CALL pour l'en-tete,
      *    CONTRIB_CALL_LINE pour le detail) et consultable par
      *    employeur depuis le tableau de bord (situempl). Un appel
      *    deja emis pour l'employeur et le mois n'est pas refait :
      *    une relance de l'etape ne double aucun envoi.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. appelemp.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-FILE ASSIGN TO "APPELCOTIS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CALL-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-FILE.
       01  CALL-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CALL-FILE-STATUS        PIC X(02).
       01  WS-EMPLOYER-EOF            PIC X(01) VALUE 'N'.
       01  WS-LINE-EOF                PIC X(01).
       01  WS-CALL-COUNT              PIC 9(05) VALUE 0.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch).
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       01  WS-MOVE-LABEL              PIC X(06).
       01  WS-GAP-SIGN                PIC X(01).
       01  WS-GAP-AMOUNT              PIC 9(09)V99.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR          PIC 9(04).
           05  WS-TODAY-MONTH         PIC 9(02).
           05  WS-TODAY-DAY           PIC 9(02).
       01  WS-NEXT-YEAR               PIC 9(04).
       01  WS-NEXT-MONTH              PIC 9(02).

       01  WS-AUDIT-KEY               PIC X(36).
       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CALL-PERIOD          PIC X(07).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-NEXT-MONTH-START     PIC X(10).
       01  SQL-EMPLOYER-CODE        PIC X(10).
       01  SQL-EMPLOYER-NAME        PIC X(40).
       01  SQL-EMPL-RATE            PIC 9(07)V99.
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-LINE-AMOUNT          PIC 9(07)V99.
       01  SQL-LINE-MOVE            PIC X(01).
       01  SQL-EMPLOYEE-COUNT       PIC 9(05).
       01  SQL-ENTRY-COUNT          PIC 9(05).
       01  SQL-EXIT-COUNT           PIC 9(05).
       01  SQL-CALL-AMOUNT          PIC 9(09)V99.
       01  SQL-EXPECTED-AMOUNT      PIC 9(09)V99.
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
               CALL 'logsqlerr' USING 'appelemp', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM COMPUTE-CALL-PERIOD.

           OPEN EXTEND CALL-FILE.
           IF WS-CALL-FILE-STATUS = '35'
               OPEN OUTPUT CALL-FILE
           END-IF.

           PERFORM LIST-EMPLOYERS-TO-CALL.

           CLOSE CALL-FILE.

           MOVE WS-CALL-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'appelemp  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-CALL-COUNT ' APPEL(S) DE COTISATIONS EMIS'.
           GOBACK.

      *    [MF] Le mois appele est le mois en cours : bornes du
      *    premier du mois (inclus) au premier du mois suivant
      *    (exclu), et date du jour pour l'en-tete du document.
       COMPUTE-CALL-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING

           MOVE SPACES TO SQL-CALL-PERIOD SQL-MONTH-START
               SQL-NEXT-MONTH-START
           STRING WS-TODAY-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
               INTO SQL-CALL-PERIOD
           END-STRING
           STRING SQL-CALL-PERIOD DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO SQL-MONTH-START
           END-STRING

           MOVE WS-TODAY-YEAR TO WS-NEXT-YEAR
           IF WS-TODAY-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-TODAY-MONTH + 1
           END-IF
           STRING WS-NEXT-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-NEXT-MONTH DELIMITED BY SIZE
                   '-01' DELIMITED BY SIZE
               INTO SQL-NEXT-MONTH-START
           END-STRING.

      *    [MF] Employeurs actifs ayant au moins un salarie couvert
      *    ou une sortie dans le mois, et pas encore appeles pour ce
      *    mois.
       LIST-EMPLOYERS-TO-CALL.
           EXEC SQL
               DECLARE CRSAPPELEMP CURSOR FOR
               SELECT EMPLOYER_CODE, EMPLOYER_NAME,
                   COALESCE(EMPLOYER_GROUP_RATE, 0)
               FROM EMPLOYER
               WHERE EMPLOYER_ACTIVE != 'A'
               AND EXISTS (
                   SELECT 1 FROM CONTRACT
                   WHERE TRIM(COALESCE(contract_employer_code, ''))
                       = TRIM(EMPLOYER_CODE)
                   AND ( contract_status = 'A'
                      OR ( contract_exit_date >= :SQL-MONTH-START
                           AND contract_exit_date <
                               :SQL-NEXT-MONTH-START ) ) )
               AND NOT EXISTS (
                   SELECT 1 FROM CONTRIB_CALL
                   WHERE CALL_EMPLOYER_CODE = EMPLOYER_CODE
                   AND CALL_PERIOD = :SQL-CALL-PERIOD )
               ORDER BY EMPLOYER_CODE
           END-EXEC.

           EXEC SQL
               OPEN CRSAPPELEMP
           END-EXEC.

           PERFORM UNTIL WS-EMPLOYER-EOF = 'Y'
               EXEC SQL
                   FETCH CRSAPPELEMP
                   INTO :SQL-EMPLOYER-CODE, :SQL-EMPLOYER-NAME,
                       :SQL-EMPL-RATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM BUILD-ONE-CALL
                   WHEN 100
                       MOVE 'Y' TO WS-EMPLOYER-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'appelemp',
                           'FETCH-APPELEMP', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-EMPLOYER-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAPPELEMP
           END-EXEC.

      *    [MF] Un appel : en-tete du document, une ligne par salarie
      *    couvert, entre ou sorti, puis le pied et l'en-tete
      *    conserve dans CONTRIB_CALL.
       BUILD-ONE-CALL.
           ADD 1 TO WS-CALL-COUNT
           MOVE ZERO TO SQL-EMPLOYEE-COUNT SQL-ENTRY-COUNT
               SQL-EXIT-COUNT SQL-CALL-AMOUNT

           MOVE SPACES TO CALL-RECORD
           STRING 'APPEL DE COTISATIONS ' DELIMITED BY SIZE
                   SQL-CALL-PERIOD DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - EMPLOYEUR ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-EMPLOYER-CODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-EMPLOYER-NAME) DELIMITED BY SIZE
               INTO CALL-RECORD
           END-STRING
           WRITE CALL-RECORD

           PERFORM LIST-CALL-LINES

      *    [MF] Attendu au tarif negocie : tarif annuel par salarie
      *    ramene au mois, pour l'effectif couvert.
           COMPUTE SQL-EXPECTED-AMOUNT ROUNDED =
               SQL-EMPL-RATE * SQL-EMPLOYEE-COUNT / 12
           IF SQL-CALL-AMOUNT < SQL-EXPECTED-AMOUNT
               MOVE '-' TO WS-GAP-SIGN
               COMPUTE WS-GAP-AMOUNT =
                   SQL-EXPECTED-AMOUNT - SQL-CALL-AMOUNT
           ELSE
               MOVE '+' TO WS-GAP-SIGN
               COMPUTE WS-GAP-AMOUNT =
                   SQL-CALL-AMOUNT - SQL-EXPECTED-AMOUNT
           END-IF

           MOVE SPACES TO CALL-RECORD
           STRING '  ' DELIMITED BY SIZE
                   SQL-EMPLOYEE-COUNT DELIMITED BY SIZE
                   ' SALARIE(S) COUVERT(S), ' DELIMITED BY SIZE
                   SQL-ENTRY-COUNT DELIMITED BY SIZE
                   ' ENTREE(S), ' DELIMITED BY SIZE
                   SQL-EXIT-COUNT DELIMITED BY SIZE
                   ' SORTIE(S) - TARIF NEGOCIE ' DELIMITED BY SIZE
                   SQL-EMPL-RATE DELIMITED BY SIZE
                   ' EUR/AN/SALARIE' DELIMITED BY SIZE
               INTO CALL-RECORD
           END-STRING
           WRITE CALL-RECORD

           MOVE SPACES TO CALL-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   SQL-CALL-AMOUNT DELIMITED BY SIZE
                   ' EUR APPELE(S), ' DELIMITED BY SIZE
                   SQL-EXPECTED-AMOUNT DELIMITED BY SIZE
                   ' EUR AU TARIF NEGOCIE, ECART ' DELIMITED BY SIZE
                   WS-GAP-SIGN DELIMITED BY SIZE
                   WS-GAP-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO CALL-RECORD
           END-STRING
           WRITE CALL-RECORD

           EXEC SQL
               INSERT INTO CONTRIB_CALL (
                   CALL_EMPLOYER_CODE, CALL_PERIOD, CALL_ISSUE_DATE,
                   CALL_EMPLOYEE_COUNT, CALL_ENTRY_COUNT,
                   CALL_EXIT_COUNT, CALL_GROUP_RATE,
                   CALL_EXPECTED_AMOUNT, CALL_AMOUNT )
               VALUES ( :SQL-EMPLOYER-CODE, :SQL-CALL-PERIOD,
                        CURRENT_DATE, :SQL-EMPLOYEE-COUNT,
                        :SQL-ENTRY-COUNT, :SQL-EXIT-COUNT,
                        :SQL-EMPL-RATE, :SQL-EXPECTED-AMOUNT,
                        :SQL-CALL-AMOUNT )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'appelemp', 'INSERT-CALL',
                   SQLCODE
               END-CALL
           END-IF

      *    [MF] L'emission est tracee au nom de l'employeur, son code
      *    tenant lieu d'identifiant comme pour son prelevement.
           MOVE SQL-EMPLOYER-CODE TO WS-AUDIT-KEY
           MOVE 'APPEL-COTISATIONS' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING SQL-CALL-PERIOD DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-EMPLOYEE-COUNT DELIMITED BY SIZE
                   ' SALARIE(S) ' DELIMITED BY SIZE
                   SQL-CALL-AMOUNT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

      *    [MF] Salaries couverts avec leur quote-part du mois (les
      *    echeances du contrat de groupe tombant dans le mois, hors
      *    echeances annulees), entrees du mois reperees par la date
      *    d'ouverture du contrat, puis sorties du mois.
       LIST-CALL-LINES.
           EXEC SQL
               DECLARE CRSAPPELLIG CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname, contract_product_code,
                   COALESCE(( SELECT SUM(echeancier_amount)
                       FROM ECHEANCIER
                       WHERE echeancier_customer_uuid = customer_uuid
                       AND echeancier_product_code =
                           contract_product_code
                       AND echeancier_status != 'X'
                       AND echeancier_due_date >= :SQL-MONTH-START
                       AND echeancier_due_date <
                           :SQL-NEXT-MONTH-START ), 0),
                   CASE WHEN contract_start_date >= :SQL-MONTH-START
                        THEN 'E' ELSE ' ' END
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND TRIM(COALESCE(contract_employer_code, ''))
                   = TRIM(:SQL-EMPLOYER-CODE)
               AND contract_status = 'A'
               AND contract_start_date < :SQL-NEXT-MONTH-START
               UNION ALL
               SELECT customer_uuid, customer_lastname,
                   customer_firstname, contract_product_code,
                   0, 'S'
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND TRIM(COALESCE(contract_employer_code, ''))
                   = TRIM(:SQL-EMPLOYER-CODE)
               AND contract_status IN ('P', 'R')
               AND contract_exit_date >= :SQL-MONTH-START
               AND contract_exit_date < :SQL-NEXT-MONTH-START
               ORDER BY 2, 3
           END-EXEC.

           EXEC SQL
               OPEN CRSAPPELLIG
           END-EXEC.

           MOVE 'N' TO WS-LINE-EOF
           PERFORM UNTIL WS-LINE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSAPPELLIG
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-PRODUCT-CODE, :SQL-LINE-AMOUNT,
                       :SQL-LINE-MOVE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-ONE-CALL-LINE
                   WHEN 100
                       MOVE 'Y' TO WS-LINE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'appelemp',
                           'FETCH-APPELLIG', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-LINE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAPPELLIG
           END-EXEC.

      *    [MF] Une ligne du document, conservee dans
      *    CONTRIB_CALL_LINE pour la consultation.
       WRITE-ONE-CALL-LINE.
           EVALUATE SQL-LINE-MOVE
               WHEN 'E'
                   MOVE 'ENTREE' TO WS-MOVE-LABEL
                   ADD 1 TO SQL-ENTRY-COUNT
                   ADD 1 TO SQL-EMPLOYEE-COUNT
               WHEN 'S'
                   MOVE 'SORTIE' TO WS-MOVE-LABEL
                   ADD 1 TO SQL-EXIT-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-MOVE-LABEL
                   ADD 1 TO SQL-EMPLOYEE-COUNT
           END-EVALUATE
           ADD SQL-LINE-AMOUNT TO SQL-CALL-AMOUNT

           MOVE SPACES TO CALL-RECORD
           STRING '  ' DELIMITED BY SIZE
                   SQL-LASTNAME(1:30) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-FIRSTNAME(1:20) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-PRODUCT-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SQL-LINE-AMOUNT DELIMITED BY SIZE
                   ' EUR ' DELIMITED BY SIZE
                   WS-MOVE-LABEL DELIMITED BY SIZE
               INTO CALL-RECORD
           END-STRING
           WRITE CALL-RECORD

           EXEC SQL
               INSERT INTO CONTRIB_CALL_LINE (
                   LINE_EMPLOYER_CODE, LINE_PERIOD,
                   LINE_CUSTOMER_UUID, LINE_LASTNAME,
                   LINE_FIRSTNAME, LINE_PRODUCT_CODE, LINE_AMOUNT,
                   LINE_MOVE )
               VALUES ( :SQL-EMPLOYER-CODE, :SQL-CALL-PERIOD,
                        :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-PRODUCT-CODE, :SQL-LINE-AMOUNT,
                        :SQL-LINE-MOVE )
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'appelemp', 'INSERT-CALL-LINE',
                   SQLCODE
               END-CALL
           END-IF.
