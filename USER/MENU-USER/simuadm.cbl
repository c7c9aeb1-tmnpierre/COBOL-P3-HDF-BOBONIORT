      ******************************************************************
      *    [MF] Le programme 'Administration des Passages a Blanc'
      *    fixe, pour chaque traitement destructif de la nuit
      *    (purgarch, anoncust, fusioncust, tragence, migrcont), le
      *    mode de son prochain passage - sur le meme modele d'ecran
      *    que l'administration des taux de change (rateadm). Le
      *    mode est porte par le parametre SIMULATION-<PROGRAMME>
      *    de la table PARAMETER, lu par chksimul :
      *      'S' : simulation a chaque passage (valeur 1) ;
      *      'R' : passage reel programme, pour le prochain passage
      *            seulement, le traitement revenant ensuite en
      *            simulation (valeur 2) ;
      *      'N' : passage reel a chaque execution, fonctionnement
      *            d'origine (valeur 0).
      *    Le superviseur relit le rapport SIMULATIONDAY et le
      *    cockpit avant de programmer le passage reel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. simuadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-SIMU-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).

       01  WS-SIMU-ENTRY.
           05  WS-SIMU-PROGRAM      PIC X(10).
           05  WS-SIMU-MODE         PIC X(01).

       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC X(01).
       01  SQL-PARAM-COUNT          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  SIMU-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(24) VALUE 'PASSAGES A BLANC DE NUIT'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(25) VALUE 'Traitement (ex. purgarch)'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-SIMU-PROGRAM LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Mode (S simul, R reel, N norm)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(01) TO WS-SIMU-MODE LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SIMU-SCREEN-VALIDATION
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
                   'programmer les passages de nuit.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           ACCEPT SIMU-ADMIN-SCREEN
           IF WS-SIMU-PROGRAM = SPACES
               DISPLAY 'Erreur : le traitement est obligatoire.'
           ELSE
               PERFORM SAVE-SIMULATION-MODE
               THRU SAVE-SIMULATION-MODE-FIN
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Cree le parametre du traitement s'il n'existe pas
      *    encore, le corrige sinon. Seuls les traitements qui savent
      *    tourner a blanc sont acceptes.
       SAVE-SIMULATION-MODE.
           MOVE FUNCTION LOWER-CASE(WS-SIMU-PROGRAM)
               TO WS-SIMU-PROGRAM.
           MOVE FUNCTION UPPER-CASE(WS-SIMU-MODE) TO WS-SIMU-MODE.

           IF WS-SIMU-PROGRAM NOT = 'purgarch'
               AND WS-SIMU-PROGRAM NOT = 'anoncust'
               AND WS-SIMU-PROGRAM NOT = 'fusioncust'
               AND WS-SIMU-PROGRAM NOT = 'tragence'
               AND WS-SIMU-PROGRAM NOT = 'migrcont'
               DISPLAY 'Erreur : ce traitement ne connait pas le '
                   'passage a blanc.'
               GO TO SAVE-SIMULATION-MODE-FIN
           END-IF.

           EVALUATE WS-SIMU-MODE
               WHEN 'S'
                   MOVE '1' TO SQL-PARAM-VALUE
               WHEN 'R'
                   MOVE '2' TO SQL-PARAM-VALUE
               WHEN 'N'
                   MOVE '0' TO SQL-PARAM-VALUE
               WHEN OTHER
                   DISPLAY 'Erreur : mode S, R ou N attendu.'
                   GO TO SAVE-SIMULATION-MODE-FIN
           END-EVALUATE.

           MOVE SPACES TO SQL-PARAM-NAME
           STRING 'SIMULATION-' DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(WS-SIMU-PROGRAM)
                   DELIMITED BY SPACE
               INTO SQL-PARAM-NAME
           END-STRING.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PARAM-COUNT
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.

           IF SQL-PARAM-COUNT = 0
               EXEC SQL
                   INSERT INTO PARAMETER ( PARAM_NAME, PARAM_VALUE )
                   VALUES ( :SQL-PARAM-NAME, :SQL-PARAM-VALUE )
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE PARAMETER
                   SET PARAM_VALUE = :SQL-PARAM-VALUE
                   WHERE PARAM_NAME = :SQL-PARAM-NAME
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'simuadm', 'SAVE-PARAMETER',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
               DISPLAY WS-ERROR-MESSAGE
           ELSE
      *    [MF] Mouvement de parametrage trace : le nom du parametre
      *    tient lieu d'identifiant sur la ligne d'audit.
               MOVE SQL-PARAM-NAME TO WS-AUDIT-KEY
               MOVE 'PASSAGE-NUIT-MAJ' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'MODE ' DELIMITED BY SIZE
                       WS-SIMU-MODE DELIMITED BY SIZE
                       ' (VALEUR ' DELIMITED BY SIZE
                       SQL-PARAM-VALUE DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Mode du prochain passage enregistre.'
           END-IF.

       SAVE-SIMULATION-MODE-FIN.
           EXIT.
