      ******************************************************************
      *    [MF] Le programme 'Proposition de Passage en Perte' est
      *    le traitement periodique qui prend le relais de duncust :
      *    une fois la mise en demeure envoyee, plus rien ne se
      *    passait et l'arriere restait des annees sur la fiche
      *    (CUSTOMER_UNPAID_FLAG) et dans les prelevements rejetes
      *    (COLLECTION 'R').
      *
      *    Chaque adherent encore en impaye dont la mise en demeure
      *    (CUSTOMER_FORMAL_NOTICE_DATE, posee par duncust ; a
      *    defaut la date d'impaye plus le delai de mise en demeure)
      *    date de plus de PASSAGE-PERTE-JOURS jours (table
      *    PARAMETER, 180 a defaut) est propose au passage en perte :
      *    une ligne WRITEOFF au statut 'P' porte le montant de
      *    l'arriere (echeances 'P' ou 'F' echues). Un adherent sous
      *    plan de paiement en cours (PAYPLAN 'E') ou deja propose
      *    n'est pas repris ; une proposition refusee ou un passage
      *    en perte annule ne revient pas pour la meme mise en
      *    demeure. Un dossier confie a l'agence de recouvrement
      *    (recvcust) n'est pas propose tant que l'agence le suit.
      *    Un SUPERVISOR statue ensuite sur chaque
      *    proposition sur l'ecran valiperte.
      *
      *    Les propositions de la nuit sont listees dans le rapport
      *    PERTEPROPDAY ; leur nombre est depose dans le journal de
      *    la chaine de nuit (logbatch).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pertcust.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-REPORT ASSIGN TO "PERTEPROPDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-REPORT.
       01  PROPOSAL-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-CANDIDATE-EOF           PIC X(01) VALUE 'N'.
       01  WS-PROPOSAL-COUNT          PIC 9(05) VALUE 0.
       01  WS-PROPOSAL-TOTAL          PIC 9(09)V99 VALUE 0.
       01  WS-PARAM-DEFAULT           PIC 9(07)V99.
       01  WS-EDIT-AMOUNT             PIC Z(08)9.99.
       01  WS-EDIT-TOTAL              PIC Z(08)9.99.
       01  WS-EDIT-DAYS               PIC Z(06)9.
      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    de nuit (logbatch) : propositions creees.
       01  WS-BATCH-ROW-COUNT         PIC 9(07) VALUE 0.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(07)V99.
       01  SQL-DELAY-DAYS           PIC 9(05).
      *    [MF] Delai de mise en demeure de duncust
      *    (WS-DUN-LEVEL3-DAYS), pour les fiches mises en demeure
      *    avant que la date n'en soit gardee.
       01  SQL-NOTICE-DAYS          PIC 9(03) VALUE 40.
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-NOTICE-DATE          PIC X(10).
       01  SQL-ARREARS-AMOUNT       PIC 9(09)V99.
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
               CALL 'logsqlerr' USING 'pertcust', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-WRITEOFF-DELAY.

           OPEN EXTEND PROPOSAL-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT PROPOSAL-REPORT
           END-IF.

           MOVE SQL-DELAY-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO PROPOSAL-REPORT-RECORD
           STRING 'PROPOSITIONS DE PASSAGE EN PERTE - MISE EN DEMEURE'
                   DELIMITED BY SIZE
                   ' DE PLUS DE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-DAYS) DELIMITED BY SIZE
                   ' JOURS' DELIMITED BY SIZE
               INTO PROPOSAL-REPORT-RECORD
           END-STRING
           WRITE PROPOSAL-REPORT-RECORD.

           PERFORM PROPOSE-OLD-ARREARS.

           MOVE WS-PROPOSAL-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PROPOSAL-REPORT-RECORD
           STRING 'TOTAL - PROPOSITIONS : ' DELIMITED BY SIZE
                   WS-PROPOSAL-COUNT DELIMITED BY SIZE
                   ' - MONTANT : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-TOTAL) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO PROPOSAL-REPORT-RECORD
           END-STRING
           WRITE PROPOSAL-REPORT-RECORD.

           CLOSE PROPOSAL-REPORT.

           MOVE WS-PROPOSAL-COUNT TO WS-BATCH-ROW-COUNT
           CALL 'logbatch' USING 'pertcust  ', WS-BATCH-ROW-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-PROPOSAL-COUNT ' PROPOSITION(S) DE PASSAGE EN '
               'PERTE'.
           GOBACK.

      *    [MF] Delai apres la mise en demeure au-dela duquel la
      *    creance est proposee au passage en perte.
       READ-WRITEOFF-DELAY.
           MOVE 'PASSAGE-PERTE-JOURS' TO SQL-PARAM-NAME
           MOVE 180 TO SQL-PARAM-VALUE
           MOVE SQL-PARAM-VALUE TO WS-PARAM-DEFAULT
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO OR SQL-PARAM-VALUE = ZERO
               MOVE WS-PARAM-DEFAULT TO SQL-PARAM-VALUE
           END-IF.
           MOVE SQL-PARAM-VALUE TO SQL-DELAY-DAYS.

      *    [MF] Adherents en impaye mis en demeure depuis plus que le
      *    delai, avec un arriere echu, sans plan de paiement en
      *    cours ni proposition ouverte ou deja tranchee pour cette
      *    mise en demeure.
       PROPOSE-OLD-ARREARS.
           EXEC SQL
               DECLARE CRSPERTECAND CURSOR FOR
               SELECT C.customer_uuid, C.customer_lastname,
                   C.customer_firstname,
                   CAST(COALESCE(C.customer_formal_notice_date,
                       C.customer_unpaid_date
                       + :SQL-NOTICE-DAYS * INTERVAL '1 day')
                       AS DATE),
                   ( SELECT COALESCE(SUM(E.ECHEANCIER_AMOUNT), 0)
                     FROM ECHEANCIER E
                     WHERE E.ECHEANCIER_CUSTOMER_UUID = C.customer_uuid
                     AND ( E.ECHEANCIER_STATUS = 'P'
                        OR E.ECHEANCIER_STATUS = 'F' )
                     AND E.ECHEANCIER_DUE_DATE <= CURRENT_DATE )
               FROM customer C
               WHERE C.customer_unpaid_flag = 'O'
               AND C.customer_dunning_level >= 3
               AND COALESCE(C.customer_recovery_flag, ' ') != 'O'
               AND COALESCE(C.customer_formal_notice_date,
                       C.customer_unpaid_date
                       + :SQL-NOTICE-DAYS * INTERVAL '1 day')
                   <= CURRENT_DATE - :SQL-DELAY-DAYS * INTERVAL '1 day'
               AND NOT EXISTS ( SELECT 1 FROM PAYPLAN
                   WHERE PLAN_CUSTOMER_UUID = C.customer_uuid
                   AND PLAN_STATUS = 'E' )
               AND NOT EXISTS ( SELECT 1 FROM WRITEOFF
                   WHERE WRITEOFF_CUSTOMER_UUID = C.customer_uuid
                   AND ( WRITEOFF_STATUS = 'P'
                      OR WRITEOFF_NOTICE_DATE =
                         CAST(COALESCE(C.customer_formal_notice_date,
                             C.customer_unpaid_date
                             + :SQL-NOTICE-DAYS * INTERVAL '1 day')
                             AS DATE) ) )
               ORDER BY C.customer_lastname, C.customer_firstname
           END-EXEC.

           EXEC SQL OPEN CRSPERTECAND END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'pertcust', 'OPEN-CRSPERTECAND',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-CANDIDATE-EOF
           END-IF.

           PERFORM UNTIL WS-CANDIDATE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSPERTECAND
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-NOTICE-DATE, :SQL-ARREARS-AMOUNT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-ARREARS-AMOUNT > ZERO
                           PERFORM CREATE-PROPOSAL
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-CANDIDATE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'pertcust',
                           'FETCH-CRSPERTECAND', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-CANDIDATE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSPERTECAND END-EXEC.

      *    [MF] Depose la proposition au statut 'P' et sa ligne de
      *    rapport.
       CREATE-PROPOSAL.
           EXEC SQL
               INSERT INTO WRITEOFF (
                   WRITEOFF_CUSTOMER_UUID, WRITEOFF_AMOUNT,
                   WRITEOFF_NOTICE_DATE, WRITEOFF_PROPOSE_DATE,
                   WRITEOFF_STATUS )
               VALUES ( :SQL-UUID, :SQL-ARREARS-AMOUNT,
                        CAST(:SQL-NOTICE-DATE AS DATE), CURRENT_DATE,
                        'P' )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'pertcust', 'INSERT-WRITEOFF',
                   SQLCODE
               END-CALL
           ELSE
               ADD 1 TO WS-PROPOSAL-COUNT
               ADD SQL-ARREARS-AMOUNT TO WS-PROPOSAL-TOTAL
               MOVE SQL-ARREARS-AMOUNT TO WS-EDIT-AMOUNT
               MOVE SPACES TO PROPOSAL-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                       ' - MISE EN DEMEURE DU ' DELIMITED BY SIZE
                       SQL-NOTICE-DATE DELIMITED BY SIZE
                       ' - ARRIERE : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                       ' EUR' DELIMITED BY SIZE
                   INTO PROPOSAL-REPORT-RECORD
               END-STRING
               WRITE PROPOSAL-REPORT-RECORD
           END-IF.
