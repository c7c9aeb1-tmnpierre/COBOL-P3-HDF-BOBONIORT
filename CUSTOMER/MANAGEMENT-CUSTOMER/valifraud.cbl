      ******************************************************************
      *    [MF] Le programme 'Revue des Anomalies de Soins' est la
      *    file de travail des demandes de remboursement signalees
      *    par le criblage hebdomadaire (fraudclaim, registre
      *    FRAUD_SUSPECT). L'ecran deroule les demandes en revue avec
      *    leurs regles touchees, puis l'operateur habilite
      *    SUPERVISOR (controle chkrole, comme valiclaim) designe une
      *    demande par son identifiant et decide :
      *    - 'B' bloquer : la demande est retenue (CLAIM_FRAUD_HOLD a
      *      'O') et payclaim ne la verse plus jusqu'a nouvel ordre ;
      *    - 'L' liberer : la retenue est levee, les alertes sont
      *      closes et la demande suit son cours normal ;
      *    - 'R' rejeter : la demande non encore payee est rejetee
      *      ('R') avec le motif conserve sur la demande ; une
      *      demande deja payee se recupere par un indu (inducust).
      *    Chaque decision est tracee par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. valifraud.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-VALI-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
       01  WS-VALI-CLAIM-ID          PIC 9(09).
       01  WS-VALI-DECISION          PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-EXPENSE-AMOUNT       PIC 9(07)V99.
       01  SQL-CLAIM-STATUS         PIC X(01).
       01  SQL-FRAUD-RULE           PIC X(04).
       01  SQL-FRAUD-DETAIL         PIC X(60).
       01  SQL-SUSPECT-STATUS       PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  FRAUD-SUSPECT-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(27) VALUE 'REVUE DES ANOMALIES DE SOIN'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Identifiant de demande'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-VALI-CLAIM-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Decision (B/L/R)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(01) TO WS-VALI-DECISION LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Valider la decision'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-VALI-SCREEN-VALIDATION
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
                   'statuer sur les anomalies.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM LIST-FRAUD-SUSPECTS.
           ACCEPT FRAUD-SUSPECT-SCREEN.
           PERFORM APPLY-DECISION.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Deroule les alertes ouvertes ('O') ou deja bloquees
      *    ('H'), une ligne par regle touchee.
       LIST-FRAUD-SUSPECTS.
           EXEC SQL
               DECLARE CRSFRAUDREV CURSOR FOR
               SELECT claim_id, customer_lastname,
                      customer_firstname, claim_care_date,
                      claim_act_code, claim_expense_amount,
                      SUSPECT_RULE, SUSPECT_DETAIL, SUSPECT_STATUS
               FROM FRAUD_SUSPECT, CLAIM, customer
               WHERE SUSPECT_CLAIM_ID = claim_id
               AND claim_customer_uuid = customer_uuid
               AND SUSPECT_STATUS IN ('O', 'H')
               ORDER BY claim_id, SUSPECT_RULE
           END-EXEC.

           EXEC SQL OPEN CRSFRAUDREV END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSFRAUDREV
                   INTO :SQL-CLAIM-ID, :SQL-LASTNAME,
                        :SQL-FIRSTNAME, :SQL-CARE-DATE,
                        :SQL-ACT-CODE, :SQL-EXPENSE-AMOUNT,
                        :SQL-FRAUD-RULE, :SQL-FRAUD-DETAIL,
                        :SQL-SUSPECT-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY SQL-CLAIM-ID ' '
                           FUNCTION TRIM(SQL-LASTNAME) ' '
                           FUNCTION TRIM(SQL-FIRSTNAME) ' - SOIN '
                           SQL-CARE-DATE ' '
                           FUNCTION TRIM(SQL-ACT-CODE) ' '
                           SQL-EXPENSE-AMOUNT ' EUR - '
                           SQL-FRAUD-RULE ' '
                           FUNCTION TRIM(SQL-FRAUD-DETAIL) ' ['
                           SQL-SUSPECT-STATUS ']'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSFRAUDREV : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSFRAUDREV END-EXEC.

      *    [MF] Retrouve la demande designee parmi celles en revue et
      *    applique la decision du superviseur.
       APPLY-DECISION.
           MOVE WS-VALI-CLAIM-ID TO SQL-CLAIM-ID
           EXEC SQL
               SELECT claim_customer_uuid, claim_status
               INTO :SQL-UUID, :SQL-CLAIM-STATUS
               FROM CLAIM
               WHERE claim_id = :SQL-CLAIM-ID
               AND EXISTS ( SELECT 1 FROM FRAUD_SUSPECT
                            WHERE SUSPECT_CLAIM_ID = claim_id
                            AND SUSPECT_STATUS IN ('O', 'H') )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'Aucune demande en revue avec cet identifiant.'
           ELSE
               EVALUATE FUNCTION UPPER-CASE(WS-VALI-DECISION)
                   WHEN 'B'
                       PERFORM HOLD-CLAIM
                   WHEN 'L'
                       PERFORM RELEASE-CLAIM
                   WHEN 'R'
                       IF SQL-CLAIM-STATUS = 'P'
                           DISPLAY 'Demande deja payee : constater '
                               'un indu (inducust).'
                       ELSE
                           PERFORM REJECT-FRAUD
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Decision invalide : B, L ou R attendu.'
               END-EVALUATE
           END-IF.

      *    [MF] Blocage : payclaim ne verse plus la demande.
       HOLD-CLAIM.
           EXEC SQL
               UPDATE CLAIM
               SET CLAIM_FRAUD_HOLD = 'O'
               WHERE CLAIM_ID = :SQL-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valifraud', 'HOLD', SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors du blocage.'
           ELSE
               MOVE 'H' TO SQL-SUSPECT-STATUS
               PERFORM UPDATE-SUSPECT-STATUS
               MOVE 'FRAUDE-BLOCAGE' TO WS-AUDIT-ACTION
               MOVE 'DEMANDE RETENUE EN REVUE D''ANOMALIE'
                   TO WS-AUDIT-DETAIL
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Demande bloquee au paiement.'
           END-IF.

      *    [MF] Liberation : la retenue est levee, les alertes closes.
       RELEASE-CLAIM.
           EXEC SQL
               UPDATE CLAIM
               SET CLAIM_FRAUD_HOLD = NULL
               WHERE CLAIM_ID = :SQL-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valifraud', 'RELEASE', SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors de la liberation.'
           ELSE
               MOVE 'C' TO SQL-SUSPECT-STATUS
               PERFORM UPDATE-SUSPECT-STATUS
               MOVE 'FRAUDE-LIBERATION' TO WS-AUDIT-ACTION
               MOVE 'ANOMALIE LEVEE, DEMANDE LIBEREE'
                   TO WS-AUDIT-DETAIL
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Demande liberee.'
           END-IF.

      *    [MF] Fraude averee : rejetee avec son motif, comme les
      *    rejets du calcul de nuit.
       REJECT-FRAUD.
           EXEC SQL
               UPDATE CLAIM
               SET CLAIM_STATUS = 'R',
                   CLAIM_REJECT_REASON = 'ANOMALIE CONFIRMEE',
                   CLAIM_FRAUD_HOLD = NULL
               WHERE CLAIM_ID = :SQL-CLAIM-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valifraud', 'REJECT', SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors du rejet.'
           ELSE
               MOVE 'R' TO SQL-SUSPECT-STATUS
               PERFORM UPDATE-SUSPECT-STATUS
               MOVE 'FRAUDE-REJET' TO WS-AUDIT-ACTION
               MOVE 'ANOMALIE CONFIRMEE PAR OPERATEUR, DEMANDE REJETEE'
                   TO WS-AUDIT-DETAIL
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Demande rejetee.'
           END-IF.

      *    [MF] Reporte la decision sur les alertes de la demande.
       UPDATE-SUSPECT-STATUS.
           EXEC SQL
               UPDATE FRAUD_SUSPECT
               SET SUSPECT_STATUS = :SQL-SUSPECT-STATUS
               WHERE SUSPECT_CLAIM_ID = :SQL-CLAIM-ID
               AND SUSPECT_STATUS IN ('O', 'H')
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'valifraud', 'SUSPECT-STATUS',
                   SQLCODE
               END-CALL
           END-IF.
