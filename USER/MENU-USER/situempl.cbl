      ******************************************************************
      *    [MF] Le programme 'Situation Employeur' est, pour un
      *    employeur en contrat collectif, ce que situcust est pour
      *    un adherent : depuis le tableau de bord, l'operateur saisit
      *    le code employeur et retrouve les appels de cotisations
      *    emis par appelemp (table CONTRIB_CALL) - mois, effectif
      *    couvert, entrees, sorties, montant appele face au tarif
      *    negocie - puis le detail par salarie du dernier appel
      *    (table CONTRIB_CALL_LINE). C'est l'ecran ouvert quand le
      *    service du personnel de l'employeur appelle pour
      *    contester un total. Consultation seule, sans mise a jour.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. situempl.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-EMPL-CODE             PIC X(10).
       01  WS-CALL-COUNT            PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT            PIC 9(04) VALUE 0.
       01  WS-MOVE-LABEL            PIC X(06).
       01  WS-RETURN-CHOICE         PIC X(01).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-EMPLOYER-CODE        PIC X(10).
       01  SQL-EMPLOYER-NAME        PIC X(40).
       01  SQL-CALL-PERIOD          PIC X(07).
       01  SQL-LAST-PERIOD          PIC X(07).
       01  SQL-CALL-ISSUE-DATE      PIC X(10).
       01  SQL-EMPLOYEE-COUNT       PIC 9(05).
       01  SQL-ENTRY-COUNT          PIC 9(05).
       01  SQL-EXIT-COUNT           PIC 9(05).
       01  SQL-CALL-AMOUNT          PIC 9(09)V99.
       01  SQL-EXPECTED-AMOUNT      PIC 9(09)V99.
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-LINE-AMOUNT          PIC 9(07)V99.
       01  SQL-LINE-MOVE            PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  EMPLOYER-SELECT-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(19) VALUE 'SITUATION EMPLOYEUR'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(14) VALUE 'Code employeur' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-EMPL-CODE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

       01  EMPLOYER-VIEW-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.

      *    [MF] Variantes 80 colonnes des memes ecrans, pour les
      *    terminaux standards des antennes locales.
       01  EMPLOYER-SELECT-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(19) VALUE 'SITUATION EMPLOYEUR'
           LINE 1 COL 31 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(14) VALUE 'Code employeur' LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(10) TO WS-EMPL-CODE LINE 5 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

       01  EMPLOYER-VIEW-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(11) VALUE 'Retour menu' LINE 23 COL 2
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 23 COL 15
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
           IF WS-TERM-PROFILE = '80COL'
               ACCEPT EMPLOYER-SELECT-SCREEN-80
           ELSE
               ACCEPT EMPLOYER-SELECT-SCREEN
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-EMPL-CODE) TO SQL-EMPLOYER-CODE.
           EXEC SQL
               SELECT EMPLOYER_NAME INTO :SQL-EMPLOYER-NAME
               FROM EMPLOYER
               WHERE EMPLOYER_CODE = TRIM(:SQL-EMPLOYER-CODE)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : employeur inconnu de la table '
                   'EMPLOYER.'
           ELSE
               DISPLAY 'EMPLOYEUR ' FUNCTION TRIM(SQL-EMPLOYER-CODE)
                   ' - ' FUNCTION TRIM(SQL-EMPLOYER-NAME)
               PERFORM DISPLAY-CALLS
               IF WS-CALL-COUNT > 0
                   PERFORM DISPLAY-LAST-CALL-LINES
               END-IF
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT EMPLOYER-VIEW-SCREEN-80
               ELSE
                   ACCEPT EMPLOYER-VIEW-SCREEN
               END-IF
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Les appels de cotisations de l'employeur, le plus
      *    recent d'abord ; le mois du plus recent est retenu pour
      *    le detail.
       DISPLAY-CALLS.
           MOVE ZERO TO WS-CALL-COUNT
           MOVE SPACES TO SQL-LAST-PERIOD
           EXEC SQL
               DECLARE CRSSITUAPP CURSOR FOR
               SELECT CALL_PERIOD, CALL_ISSUE_DATE,
                   CALL_EMPLOYEE_COUNT, CALL_ENTRY_COUNT,
                   CALL_EXIT_COUNT, CALL_AMOUNT,
                   CALL_EXPECTED_AMOUNT
               FROM CONTRIB_CALL
               WHERE CALL_EMPLOYER_CODE = TRIM(:SQL-EMPLOYER-CODE)
               ORDER BY CALL_PERIOD DESC
               LIMIT 12
           END-EXEC.

           EXEC SQL OPEN CRSSITUAPP END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSITUAPP
                   INTO :SQL-CALL-PERIOD, :SQL-CALL-ISSUE-DATE,
                        :SQL-EMPLOYEE-COUNT, :SQL-ENTRY-COUNT,
                        :SQL-EXIT-COUNT, :SQL-CALL-AMOUNT,
                        :SQL-EXPECTED-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CALL-COUNT
                       IF WS-CALL-COUNT = 1
                           MOVE SQL-CALL-PERIOD TO SQL-LAST-PERIOD
                       END-IF
                       DISPLAY 'APPEL ' SQL-CALL-PERIOD
                           ' EMIS LE ' SQL-CALL-ISSUE-DATE ' '
                           SQL-EMPLOYEE-COUNT ' SAL. +'
                           SQL-ENTRY-COUNT ' -' SQL-EXIT-COUNT ' '
                           SQL-CALL-AMOUNT ' EUR (TARIF '
                           SQL-EXPECTED-AMOUNT ')'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSSITUAPP : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSITUAPP END-EXEC.

           IF WS-CALL-COUNT = 0
               DISPLAY 'Aucun appel de cotisations pour cet '
                   'employeur.'
           END-IF.

      *    [MF] Detail par salarie du dernier appel : quote-part et
      *    mouvement du mois.
       DISPLAY-LAST-CALL-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           DISPLAY 'DETAIL DE L''APPEL ' SQL-LAST-PERIOD
           EXEC SQL
               DECLARE CRSSITUAPL CURSOR FOR
               SELECT LINE_LASTNAME, LINE_FIRSTNAME,
                   LINE_PRODUCT_CODE, LINE_AMOUNT,
                   COALESCE(LINE_MOVE, ' ')
               FROM CONTRIB_CALL_LINE
               WHERE LINE_EMPLOYER_CODE = TRIM(:SQL-EMPLOYER-CODE)
               AND LINE_PERIOD = :SQL-LAST-PERIOD
               ORDER BY LINE_LASTNAME, LINE_FIRSTNAME
           END-EXEC.

           EXEC SQL OPEN CRSSITUAPL END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSSITUAPL
                   INTO :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-PRODUCT-CODE, :SQL-LINE-AMOUNT,
                        :SQL-LINE-MOVE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-LINE-COUNT
                       EVALUATE SQL-LINE-MOVE
                           WHEN 'E'
                               MOVE 'ENTREE' TO WS-MOVE-LABEL
                           WHEN 'S'
                               MOVE 'SORTIE' TO WS-MOVE-LABEL
                           WHEN OTHER
                               MOVE SPACES TO WS-MOVE-LABEL
                       END-EVALUATE
                       DISPLAY '  ' SQL-LASTNAME(1:20) ' '
                           SQL-FIRSTNAME(1:15) ' '
                           SQL-PRODUCT-CODE ' '
                           SQL-LINE-AMOUNT ' EUR ' WS-MOVE-LABEL
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSSITUAPL : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSITUAPL END-EXEC.

           IF WS-LINE-COUNT = 0
               DISPLAY 'Aucune ligne pour cet appel.'
           END-IF.
