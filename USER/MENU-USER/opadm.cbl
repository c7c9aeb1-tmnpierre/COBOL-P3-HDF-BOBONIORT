      *    mis a jour ; le champ mot de passe n'est applique que s'il
      *    est renseigne (remise a zero). Chaque action est tracee par
      *    logaudit, l'identifiant de l'operateur tenant lieu de cle.
      *    L'adresse mail de l'operateur, ou lui parviennent les
      *    rapports auxquels il est abonne (subadm, diffrep), n'est
      *    de meme remplacee que si elle est saisie.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. opadm.
           05  WS-OP-AGENCY         PIC X(10).
           05  WS-OP-ACTIVE         PIC X(01).
           05  WS-OP-PASSWORD       PIC X(10).
           05  WS-OP-MAIL           PIC X(50).

       01  WS-OP-HASH               PIC X(20).
       01  WS-AUDIT-KEY             PIC X(36).
       01  SQL-OP-AGENCY            PIC X(10).
       01  SQL-OP-ACTIVE            PIC X(01).
       01  SQL-OP-HASH              PIC X(20).
       01  SQL-OP-MAIL              PIC X(50).
       01  SQL-OP-COUNT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(12) VALUE 'Adresse mail' LINE 14 COL 2.
           05 FILLER PIC X VALUE ':' LINE 14 COL 20.
           05 FILLER PIC X(50) TO WS-OP-MAIL LINE 14 COL 22 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 16 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-OPADM-SCREEN-VALIDATION
           IF SQL-OP-ROLE = SPACES
               MOVE 'USER' TO SQL-OP-ROLE
           END-IF.
           MOVE FUNCTION LOWER-CASE(WS-OP-MAIL) TO SQL-OP-MAIL.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OP-COUNT
                       operator_pwd_date, operator_fail_count,
                       operator_locked,
                       operator_role, operator_agency,
                       operator_active, operator_mail )
                   VALUES ( :SQL-OP-LOGIN, :SQL-OP-HASH,
                            CURRENT_DATE, 0, ' ',
                            :SQL-OP-ROLE, :SQL-OP-AGENCY,
                            :SQL-OP-ACTIVE,
                            NULLIF(TRIM(:SQL-OP-MAIL), '') )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'opadm', 'INSERT-OPERATOR',
               IF WS-OP-PASSWORD NOT = SPACES
                   PERFORM RESET-OPERATOR-PASSWORD
               END-IF
               IF WS-OP-MAIL NOT = SPACES
                   PERFORM UPDATE-OPERATOR-MAIL
               END-IF
               DISPLAY 'Operateur mis a jour.'
           END-IF.

               PERFORM TRACE-OPERATOR-ACTION
           END-IF.

      *    [MF] Adresse mail de diffusion des rapports, remplacee
      *    seulement si elle est saisie.
       UPDATE-OPERATOR-MAIL.
           EXEC SQL
               UPDATE OPERATOR
               SET operator_mail = TRIM(:SQL-OP-MAIL)
               WHERE operator_login = TRIM(:SQL-OP-LOGIN)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'opadm', 'UPDATE-MAIL',
                   SQLCODE
               END-CALL
               DISPLAY 'Erreur technique sur l''adresse mail.'
           END-IF.

      *    [MF] Trace l'action comme les mouvements adherents, via
      *    logaudit - l'identifiant de l'operateur tient lieu de cle.
       TRACE-OPERATOR-ACTION.
