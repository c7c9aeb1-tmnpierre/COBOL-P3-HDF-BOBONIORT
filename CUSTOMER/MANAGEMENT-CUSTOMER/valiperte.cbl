      ******************************************************************
      *    [MF] Le programme 'Decision sur Passage en Perte' est la
      *    file de travail des creances proposees au passage en perte
      *    par le traitement periodique pertcust (table WRITEOFF,
      *    statut 'P'). L'ecran deroule les propositions en attente
      *    puis les passages en perte deja approuves, et l'operateur
      *    habilite SUPERVISOR (controle chkrole, comme valireco)
      *    designe une ligne et decide :
      *    - 'A' approuve : les echeances echues impayees de
      *      l'adherent passent au statut 'W' (passee en perte) et
      *      ses prelevements rejetes (COLLECTION 'R') au statut
      *      'W', rattaches au passage en perte ; le montant est
      *      arrete sur la ligne WRITEOFF ('A') que comptcust passe
      *      au journal (654000 / 411000), et l'etat impaye de la
      *      fiche est leve par le module commun clrunpaid ;
      *    - 'R' refuse : la proposition est close ('J'), la
      *      creance reste en impaye ; pertcust ne la repropose pas
      *      tant qu'une nouvelle mise en demeure n'est pas partie ;
      *    - 'X' annule un passage en perte approuve, quand
      *      l'adherent paie finalement : echeances remises au
      *      statut 'F' et prelevements au statut 'R', fiche remise
      *      en impaye au niveau de la mise en demeure, ligne
      *      WRITEOFF au statut 'X' avec sa date d'annulation -
      *      comptcust en passe l'ecriture inverse - et le reglement
      *      s'encaisse ensuite normalement (reglcust).
      *    La motivation est obligatoire pour un refus ou une
      *    annulation ; chaque decision est tracee par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. valiperte.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-CLEARED-FLAG          PIC X(01).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-LIST-EOF              PIC X(01).
       01  WS-EDIT-AMOUNT           PIC Z(08)9.99.

       01  WS-PERTE-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
       01  WS-PERTE-WRITEOFF-ID      PIC 9(09).
       01  WS-PERTE-DECISION         PIC X(01).
       01  WS-PERTE-MOTIVE           PIC X(60).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-WRITEOFF-ID          PIC 9(09).
       01  SQL-WRITEOFF-STATUS      PIC X(01).
       01  SQL-WRITEOFF-AMOUNT      PIC 9(09)V99.
       01  SQL-NOTICE-DATE          PIC X(10).
       01  SQL-PROPOSE-DATE         PIC X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-DECIDED-BY           PIC X(10).
       01  SQL-DECISION-TEXT        PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  WRITEOFF-DECISION-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(25) VALUE 'DECISION PASSAGE EN PERTE'
           LINE 6 COL 89 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(24) VALUE 'Identifiant proposition'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-PERTE-WRITEOFF-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Decision (A/R/X)' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(01) TO WS-PERTE-DECISION LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Motivation (oblig. si R ou X)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(60) TO WS-PERTE-MOTIVE LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider la decision'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-PERTE-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

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

           CALL 'chkrole' USING 'SUPERVISOR', WS-AUTHORIZED-FLAG
           END-CALL.
           IF WS-AUTHORIZED-FLAG NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'statuer sur les passages en perte.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

      *    [MF] L'operateur qui statue, pose par l'ecran de
      *    connexion, est garde sur la ligne WRITEOFF.
           MOVE SPACES TO SQL-DECIDED-BY
           ACCEPT SQL-DECIDED-BY FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN"
           IF SQL-DECIDED-BY = SPACES
               MOVE 'BATCH' TO SQL-DECIDED-BY
           END-IF.

           PERFORM LIST-WRITEOFFS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           INITIALIZE WS-PERTE-WRITEOFF-ID WS-PERTE-DECISION
               WS-PERTE-MOTIVE.
           ACCEPT WRITEOFF-DECISION-SCREEN.
           PERFORM APPLY-DECISION THRU APPLY-DECISION-FIN.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY WS-ERROR-MESSAGE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Deroule les propositions en attente puis les
      *    passages en perte approuves (annulables), du plus ancien
      *    au plus recent.
       LIST-WRITEOFFS.
           EXEC SQL
               DECLARE CRSWRITEOFF CURSOR FOR
               SELECT writeoff_id, writeoff_status,
                      customer_lastname, customer_firstname,
                      COALESCE(CAST(writeoff_notice_date AS TEXT),
                          ' '),
                      CAST(writeoff_propose_date AS TEXT),
                      writeoff_amount
               FROM WRITEOFF, customer
               WHERE writeoff_customer_uuid = customer_uuid
               AND ( writeoff_status = 'P'
                  OR writeoff_status = 'A' )
               ORDER BY writeoff_status DESC, writeoff_propose_date,
                        writeoff_id
           END-EXEC.

           EXEC SQL OPEN CRSWRITEOFF END-EXEC.

           MOVE 'N' TO WS-LIST-EOF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               EXEC SQL
                   FETCH CRSWRITEOFF
                   INTO :SQL-WRITEOFF-ID, :SQL-WRITEOFF-STATUS,
                        :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-NOTICE-DATE, :SQL-PROPOSE-DATE,
                        :SQL-WRITEOFF-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SQL-WRITEOFF-AMOUNT TO WS-EDIT-AMOUNT
                       DISPLAY SQL-WRITEOFF-ID ' '
                           SQL-WRITEOFF-STATUS ' '
                           FUNCTION TRIM(SQL-LASTNAME) ' '
                           FUNCTION TRIM(SQL-FIRSTNAME)
                           ' MISE EN DEMEURE ' SQL-NOTICE-DATE
                           ' PROPOSE LE ' SQL-PROPOSE-DATE ' : '
                           FUNCTION TRIM(WS-EDIT-AMOUNT) ' EUR'
                   WHEN 100
                       MOVE 'Y' TO WS-LIST-EOF
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSWRITEOFF : '
                           SQLCODE
                       MOVE 'Y' TO WS-LIST-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSWRITEOFF END-EXEC.

      *    [MF] Retrouve la ligne designee, puis applique la
      *    decision du superviseur selon son statut.
       APPLY-DECISION.
           MOVE WS-PERTE-WRITEOFF-ID TO SQL-WRITEOFF-ID
           EXEC SQL
               SELECT writeoff_status, writeoff_customer_uuid,
                      writeoff_amount
               INTO :SQL-WRITEOFF-STATUS, :SQL-UUID,
                    :SQL-WRITEOFF-AMOUNT
               FROM WRITEOFF
               WHERE writeoff_id = :SQL-WRITEOFF-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Aucun passage en perte avec cet identifiant.'
                   TO WS-ERROR-MESSAGE
               GO TO APPLY-DECISION-FIN
           END-IF

           MOVE WS-PERTE-MOTIVE TO SQL-DECISION-TEXT
           EVALUATE FUNCTION UPPER-CASE(WS-PERTE-DECISION)
               WHEN 'A'
                   IF SQL-WRITEOFF-STATUS NOT = 'P'
                       MOVE 'Seule une proposition peut etre approuvee.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM APPROVE-WRITEOFF
                       THRU APPROVE-WRITEOFF-FIN
                   END-IF
               WHEN 'R'
                   IF SQL-WRITEOFF-STATUS NOT = 'P'
                       MOVE 'Seule une proposition peut etre refusee.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       IF WS-PERTE-MOTIVE = SPACES
                           MOVE 'Un refus doit etre motive.'
                               TO WS-ERROR-MESSAGE
                       ELSE
                           PERFORM REFUSE-WRITEOFF
                       END-IF
                   END-IF
               WHEN 'X'
                   IF SQL-WRITEOFF-STATUS NOT = 'A'
                       MOVE 'Seul un passage approuve peut etre annule.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       IF WS-PERTE-MOTIVE = SPACES
                           MOVE 'Une annulation doit etre motivee.'
                               TO WS-ERROR-MESSAGE
                       ELSE
                           PERFORM REVERSE-WRITEOFF
                           THRU REVERSE-WRITEOFF-FIN
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Decision invalide : A, R ou X attendu.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

       APPLY-DECISION-FIN.
           EXIT.

      *    [MF] Passage en perte approuve : l'arriere echu du jour
      *    est arrete et passe en perte, les prelevements rejetes
      *    suivent, puis la fiche sort de l'impaye par clrunpaid.
       APPROVE-WRITEOFF.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'W',
                   ECHEANCIER_WRITEOFF_ID = :SQL-WRITEOFF-ID
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
               AND ECHEANCIER_DUE_DATE <= CURRENT_DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'valiperte', 'WRITEOFF-ECHEANCE',
                   SQLCODE
               END-CALL
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur technique lors du passage en perte.'
                   TO WS-ERROR-MESSAGE
               GO TO APPROVE-WRITEOFF-FIN
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(ECHEANCIER_AMOUNT), 0)
               INTO :SQL-WRITEOFF-AMOUNT
               FROM ECHEANCIER
               WHERE ECHEANCIER_WRITEOFF_ID = :SQL-WRITEOFF-ID
               AND ECHEANCIER_STATUS = 'W'
           END-EXEC

      *    [MF] L'arriere a ete regle depuis la proposition : il n'y
      *    a plus rien a passer en perte, la proposition est close.
           IF SQLCODE NOT = ZERO OR SQL-WRITEOFF-AMOUNT = ZERO
               MOVE 'ARRIERE REGLE DEPUIS LA PROPOSITION'
                   TO SQL-DECISION-TEXT
               PERFORM REFUSE-WRITEOFF
               MOVE 'Plus d arriere echu : proposition close.'
                   TO WS-ERROR-MESSAGE
               GO TO APPROVE-WRITEOFF-FIN
           END-IF

           EXEC SQL
               UPDATE COLLECTION
               SET COLLECTION_STATUS = 'W',
                   COLLECTION_WRITEOFF_ID = :SQL-WRITEOFF-ID
               WHERE COLLECTION_CUSTOMER_UUID = :SQL-UUID
               AND COLLECTION_STATUS = 'R'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'valiperte',
                   'WRITEOFF-COLLECTION', SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               UPDATE WRITEOFF
               SET WRITEOFF_STATUS = 'A',
                   WRITEOFF_AMOUNT = :SQL-WRITEOFF-AMOUNT,
                   WRITEOFF_DECIDE_DATE = CURRENT_DATE,
                   WRITEOFF_DECIDED_BY = :SQL-DECIDED-BY,
                   WRITEOFF_DECISION_TEXT = :SQL-DECISION-TEXT
               WHERE WRITEOFF_ID = :SQL-WRITEOFF-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valiperte', 'APPROVE-WRITEOFF',
                   SQLCODE
               END-CALL
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur technique lors du passage en perte.'
                   TO WS-ERROR-MESSAGE
               GO TO APPROVE-WRITEOFF-FIN
           END-IF

      *    [MF] Plus rien d'echu ni de rejete en souffrance : la
      *    sortie d'impaye commune leve l'indicateur de la fiche.
           MOVE 'N' TO WS-CLEARED-FLAG
           CALL 'clrunpaid' USING SQL-UUID, WS-CLEARED-FLAG
           END-CALL

           MOVE SQL-WRITEOFF-AMOUNT TO WS-EDIT-AMOUNT
           MOVE 'PASSAGE-PERTE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'PERTE ' DELIMITED BY SIZE
                   SQL-WRITEOFF-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR PASSES EN PERTE - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERTE-MOTIVE) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE SPACES TO WS-ERROR-MESSAGE
           STRING 'Passage en perte approuve : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR.' DELIMITED BY SIZE
               INTO WS-ERROR-MESSAGE
           END-STRING.

       APPROVE-WRITEOFF-FIN.
           EXIT.

      *    [MF] Proposition refusee : close au statut 'J', la
      *    creance reste en impaye.
       REFUSE-WRITEOFF.
           EXEC SQL
               UPDATE WRITEOFF
               SET WRITEOFF_STATUS = 'J',
                   WRITEOFF_DECIDE_DATE = CURRENT_DATE,
                   WRITEOFF_DECIDED_BY = :SQL-DECIDED-BY,
                   WRITEOFF_DECISION_TEXT = :SQL-DECISION-TEXT
               WHERE WRITEOFF_ID = :SQL-WRITEOFF-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valiperte', 'REFUSE-WRITEOFF',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors du refus.'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE 'PERTE-REFUSEE' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'PERTE ' DELIMITED BY SIZE
                       SQL-WRITEOFF-ID DELIMITED BY SIZE
                       ' REFUSEE : ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-DECISION-TEXT)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               MOVE 'Proposition refusee, creance maintenue.'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *    [MF] Annulation d'un passage en perte : l'adherent paie
      *    finalement. La creance est remise en place telle qu'elle
      *    etait, la fiche repart en impaye au niveau de la mise en
      *    demeure, et le reglement encaisse ensuite la regularise.
       REVERSE-WRITEOFF.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'F',
                   ECHEANCIER_WRITEOFF_ID = NULL
               WHERE ECHEANCIER_WRITEOFF_ID = :SQL-WRITEOFF-ID
               AND ECHEANCIER_STATUS = 'W'
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'valiperte', 'REVERSE-ECHEANCE',
                   SQLCODE
               END-CALL
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur technique lors de l annulation.'
                   TO WS-ERROR-MESSAGE
               GO TO REVERSE-WRITEOFF-FIN
           END-IF

           EXEC SQL
               UPDATE COLLECTION
               SET COLLECTION_STATUS = 'R',
                   COLLECTION_WRITEOFF_ID = NULL
               WHERE COLLECTION_WRITEOFF_ID = :SQL-WRITEOFF-ID
               AND COLLECTION_STATUS = 'W'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'valiperte',
                   'REVERSE-COLLECTION', SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               UPDATE customer
               SET customer_unpaid_flag = 'O',
                   customer_dunning_level = 3
               WHERE customer_uuid = :SQL-UUID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valiperte', 'REVERSE-UNPAID',
                   SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               UPDATE WRITEOFF
               SET WRITEOFF_STATUS = 'X',
                   WRITEOFF_REVERSE_DATE = CURRENT_DATE,
                   WRITEOFF_REVERSED_BY = :SQL-DECIDED-BY,
                   WRITEOFF_REVERSE_TEXT = :SQL-DECISION-TEXT
               WHERE WRITEOFF_ID = :SQL-WRITEOFF-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valiperte', 'REVERSE-WRITEOFF',
                   SQLCODE
               END-CALL
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE 'Erreur technique lors de l annulation.'
                   TO WS-ERROR-MESSAGE
               GO TO REVERSE-WRITEOFF-FIN
           END-IF

           MOVE SQL-WRITEOFF-AMOUNT TO WS-EDIT-AMOUNT
           MOVE 'PERTE-ANNULEE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'PERTE ' DELIMITED BY SIZE
                   SQL-WRITEOFF-ID DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR REMIS EN CREANCE - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PERTE-MOTIVE) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE 'Passage en perte annule : encaisser le reglement.'
               TO WS-ERROR-MESSAGE.

       REVERSE-WRITEOFF-FIN.
           EXIT.
