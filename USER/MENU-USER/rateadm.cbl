      ******************************************************************
      *    [MF] Le programme 'Administration Taux de Change' maintient
      *    la table de reference EXCHANGE_RATE des devises etrangeres
      *    (code ISO de la devise, date du cours, valeur d'une unite
      *    de devise en euros) - sur le meme modele d'ecran que
      *    l'administration des prestataires (provadm). C'est a ces
      *    cours que calcclaim convertit les soins recus a l'etranger
      *    saisis en devise dans creaclaim : le cours retenu est le
      *    dernier connu a la date des soins.
      *
      *    Un cours inconnu pour la devise et la date est cree, un
      *    cours connu est corrige ; une date laissee a blanc vaut
      *    la date du jour.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rateadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-RATE-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).

       01  WS-RATE-ENTRY.
           05  WS-RATE-CURRENCY     PIC X(03).
           05  WS-RATE-DATE         PIC X(10).
           05  WS-RATE-VALUE        PIC 9(05)V9(06).

       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-RATE-CURRENCY        PIC X(03).
       01  SQL-RATE-DATE            PIC X(10).
       01  SQL-RATE-VALUE           PIC 9(05)V9(06).
       01  SQL-RATE-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  RATE-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(29) VALUE 'ADMINISTRATION TAUX DE CHANGE'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Devise (code ISO, USD)'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(03) TO WS-RATE-CURRENCY LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Date du cours (vide=jour)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) TO WS-RATE-DATE LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Valeur d''une unite en EUR'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC 9(05)V9(06) TO WS-RATE-VALUE LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RATE-SCREEN-VALIDATION
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
                   'administrer les taux de change.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           ACCEPT RATE-ADMIN-SCREEN
           IF WS-RATE-CURRENCY = SPACES
               DISPLAY 'Erreur : la devise est obligatoire.'
           ELSE
               PERFORM SAVE-RATE
               THRU SAVE-RATE-FIN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Cree le cours si la devise n'en a pas a cette date,
      *    le corrige sinon. L'euro n'a pas de cours.
       SAVE-RATE.
           MOVE FUNCTION UPPER-CASE(WS-RATE-CURRENCY)
               TO SQL-RATE-CURRENCY.
           MOVE WS-RATE-VALUE TO SQL-RATE-VALUE.

           IF SQL-RATE-CURRENCY = 'EUR'
               DISPLAY 'Erreur : l''euro n''a pas de taux de change.'
               GO TO SAVE-RATE-FIN
           END-IF.

           IF WS-RATE-VALUE = ZERO
               DISPLAY 'Erreur : la valeur du cours est obligatoire.'
               GO TO SAVE-RATE-FIN
           END-IF.

           IF WS-RATE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RATE-DATE(1:8)
               MOVE SPACES TO SQL-RATE-DATE
               STRING WS-RATE-DATE(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-RATE-DATE(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-RATE-DATE(7:2) DELIMITED BY SIZE
                   INTO SQL-RATE-DATE
               END-STRING
           ELSE
               MOVE WS-RATE-DATE TO SQL-RATE-DATE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RATE-COUNT
               FROM EXCHANGE_RATE
               WHERE RATE_CURRENCY = :SQL-RATE-CURRENCY
               AND RATE_DATE = :SQL-RATE-DATE
           END-EXEC.

           IF SQL-RATE-COUNT = 0
               EXEC SQL
                   INSERT INTO EXCHANGE_RATE (
                       RATE_CURRENCY, RATE_DATE, RATE_VALUE )
                   VALUES ( :SQL-RATE-CURRENCY, :SQL-RATE-DATE,
                            :SQL-RATE-VALUE )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE EXCHANGE_RATE
                   SET RATE_VALUE = :SQL-RATE-VALUE
                   WHERE RATE_CURRENCY = :SQL-RATE-CURRENCY
                   AND RATE_DATE = :SQL-RATE-DATE
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'rateadm', 'SAVE-RATE',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
               DISPLAY WS-ERROR-MESSAGE
           ELSE
      *    [MF] Mouvement de referentiel trace : le code devise tient
      *    lieu d'identifiant sur la ligne d'audit.
               MOVE SQL-RATE-CURRENCY TO WS-AUDIT-KEY
               MOVE 'TAUX-CHANGE-MAJ' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'COURS DU ' DELIMITED BY SIZE
                       SQL-RATE-DATE DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       SQL-RATE-VALUE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Taux de change enregistre avec succes.'
           END-IF.

       SAVE-RATE-FIN.
           EXIT.
