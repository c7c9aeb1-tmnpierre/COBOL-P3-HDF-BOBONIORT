      ******************************************************************
      *    [MF] Le programme 'Abonnements aux Rapports' maintient la
      *    table REPORT_SUBSCRIPTION lue par l'etape de diffusion
      *    diffrep : les generations datees d'archrep s'ouvrent bien
      *    dans repview, encore faut-il penser a les regarder. Un
      *    abonnement porte :
      *    - le rapport (nom du fichier : RAPPROCHDAY, GLEXPORT,
      *      AGENCYMONTH, RECLAMDAY...) ;
      *    - le destinataire : un operateur (son adresse mail est
      *      tenue dans opadm) ou une adresse externe ;
      *    - un filtre de section (CUSTOMER_AGENCY), applique aux
      *      rapports presentes par section (AGENCYMONTH) ;
      *    - la frequence, lettres du calendrier de nuit : D chaque
      *      jour, W le lundi, M le dernier jour du mois ;
      *    - la forme : J rapport joint, R ligne de bilan seule.
      *    Un abonnement existant (meme rapport, meme destinataire)
      *    est mis a jour ; 'A' l'arrete sans le supprimer. Meme
      *    modele d'ecran que periadm, reserve aux operateurs
      *    SUPERVISOR (chkrole) et trace par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. subadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-SUB-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).
       01  WS-AT-COUNT              PIC 9(02).

       01  WS-SUB-ENTRY.
           05  WS-SUB-REPORT        PIC X(16).
           05  WS-SUB-OPERATOR      PIC X(10).
           05  WS-SUB-MAIL          PIC X(50).
           05  WS-SUB-AGENCY        PIC X(10).
           05  WS-SUB-FREQ          PIC X(01).
           05  WS-SUB-MODE          PIC X(01).
           05  WS-SUB-ACTIVE        PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-SUB-REPORT           PIC X(16).
       01  SQL-SUB-OPERATOR         PIC X(10).
       01  SQL-SUB-MAIL             PIC X(50).
       01  SQL-SUB-AGENCY           PIC X(10).
       01  SQL-SUB-FREQ             PIC X(01).
       01  SQL-SUB-MODE             PIC X(01).
       01  SQL-SUB-ACTIVE           PIC X(01).
       01  SQL-SUB-COUNT            PIC 9(05).
       01  SQL-OP-COUNT             PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  SUBSCRIPTION-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(24) VALUE 'ABONNEMENTS AUX RAPPORTS'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(07) VALUE 'Rapport' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(16) TO WS-SUB-REPORT LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(16) VALUE 'Operateur abonne' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) TO WS-SUB-OPERATOR LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(23) VALUE 'ou adresse mail externe'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(50) TO WS-SUB-MAIL LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(15) VALUE 'Section filtree' LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(10) TO WS-SUB-AGENCY LINE 19 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(29) VALUE 'Frequence (D jour, W, M mois)'
           LINE 21 COL 21.
           05 FILLER PIC X VALUE ':' LINE 21 COL 53.
           05 FILLER PIC X(01) TO WS-SUB-FREQ LINE 21 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Forme (J joint, R resume)'
           LINE 23 COL 21.
           05 FILLER PIC X VALUE ':' LINE 23 COL 53.
           05 FILLER PIC X(01) TO WS-SUB-MODE LINE 23 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Actif (O/A arrete)' LINE 25
           COL 21.
           05 FILLER PIC X VALUE ':' LINE 25 COL 53.
           05 FILLER PIC X(01) TO WS-SUB-ACTIVE LINE 25 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Valider l''enregistrement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SUB-SCREEN-VALIDATION
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
                   'administrer les abonnements.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           ACCEPT SUBSCRIPTION-ADMIN-SCREEN
           PERFORM SAVE-SUBSCRIPTION
           THRU SAVE-SUBSCRIPTION-FIN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Controle la saisie puis cree l'abonnement, ou le met
      *    a jour s'il existe deja pour ce rapport et ce destinataire.
       SAVE-SUBSCRIPTION.
           MOVE FUNCTION UPPER-CASE(WS-SUB-REPORT)   TO SQL-SUB-REPORT
           MOVE FUNCTION UPPER-CASE(WS-SUB-OPERATOR)
               TO SQL-SUB-OPERATOR
           MOVE FUNCTION LOWER-CASE(WS-SUB-MAIL)     TO SQL-SUB-MAIL
           MOVE FUNCTION UPPER-CASE(WS-SUB-AGENCY)   TO SQL-SUB-AGENCY
           MOVE FUNCTION UPPER-CASE(WS-SUB-FREQ)     TO SQL-SUB-FREQ
           MOVE FUNCTION UPPER-CASE(WS-SUB-MODE)     TO SQL-SUB-MODE
           MOVE FUNCTION UPPER-CASE(WS-SUB-ACTIVE)   TO SQL-SUB-ACTIVE
           IF SQL-SUB-ACTIVE NOT = 'A'
               MOVE 'O' TO SQL-SUB-ACTIVE
           END-IF
           IF SQL-SUB-FREQ = SPACE
               MOVE 'D' TO SQL-SUB-FREQ
           END-IF
           IF SQL-SUB-MODE = SPACE
               MOVE 'J' TO SQL-SUB-MODE
           END-IF

           IF SQL-SUB-REPORT = SPACES
               DISPLAY 'Erreur : le nom du rapport est obligatoire.'
               GO TO SAVE-SUBSCRIPTION-FIN
           END-IF

      *    [MF] Un seul destinataire par abonnement : l'operateur ou
      *    l'adresse externe, pas les deux.
           IF ( SQL-SUB-OPERATOR = SPACES AND SQL-SUB-MAIL = SPACES )
               OR ( SQL-SUB-OPERATOR NOT = SPACES
                    AND SQL-SUB-MAIL NOT = SPACES )
               DISPLAY 'Erreur : un operateur ou une adresse externe.'
               GO TO SAVE-SUBSCRIPTION-FIN
           END-IF

           IF SQL-SUB-OPERATOR NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-OP-COUNT
                   FROM OPERATOR
                   WHERE operator_login = TRIM(:SQL-SUB-OPERATOR)
                   AND operator_active != 'A'
               END-EXEC
               IF SQL-OP-COUNT = 0
                   DISPLAY 'Erreur : operateur inconnu ou desactive.'
                   GO TO SAVE-SUBSCRIPTION-FIN
               END-IF
           ELSE
               MOVE 0 TO WS-AT-COUNT
               INSPECT SQL-SUB-MAIL TALLYING WS-AT-COUNT FOR ALL '@'
               IF WS-AT-COUNT NOT = 1
                   DISPLAY 'Erreur : adresse mail externe invalide.'
                   GO TO SAVE-SUBSCRIPTION-FIN
               END-IF
           END-IF

           IF SQL-SUB-FREQ NOT = 'D' AND SQL-SUB-FREQ NOT = 'W'
               AND SQL-SUB-FREQ NOT = 'M'
               DISPLAY 'Erreur : frequence D, W ou M attendue.'
               GO TO SAVE-SUBSCRIPTION-FIN
           END-IF
           IF SQL-SUB-MODE NOT = 'J' AND SQL-SUB-MODE NOT = 'R'
               DISPLAY 'Erreur : forme J ou R attendue.'
               GO TO SAVE-SUBSCRIPTION-FIN
           END-IF

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SUB-COUNT
               FROM REPORT_SUBSCRIPTION
               WHERE SUB_REPORT = TRIM(:SQL-SUB-REPORT)
               AND COALESCE(SUB_OPERATOR, ' ')
                   = COALESCE(NULLIF(TRIM(:SQL-SUB-OPERATOR), ''), ' ')
               AND COALESCE(SUB_MAIL, ' ')
                   = COALESCE(NULLIF(TRIM(:SQL-SUB-MAIL), ''), ' ')
           END-EXEC

           IF SQL-SUB-COUNT = 0
               EXEC SQL
                   INSERT INTO REPORT_SUBSCRIPTION (
                       SUB_REPORT, SUB_OPERATOR, SUB_MAIL,
                       SUB_AGENCY, SUB_FREQ, SUB_MODE, SUB_ACTIVE,
                       SUB_CREATE_DATE )
                   VALUES ( TRIM(:SQL-SUB-REPORT),
                       NULLIF(TRIM(:SQL-SUB-OPERATOR), ''),
                       NULLIF(TRIM(:SQL-SUB-MAIL), ''),
                       NULLIF(TRIM(:SQL-SUB-AGENCY), ''),
                       :SQL-SUB-FREQ, :SQL-SUB-MODE, :SQL-SUB-ACTIVE,
                       CURRENT_DATE )
               END-EXEC
               MOVE 'ABONNEMENT-CREATION' TO WS-AUDIT-ACTION
           ELSE
               EXEC SQL
                   UPDATE REPORT_SUBSCRIPTION
                   SET SUB_AGENCY = NULLIF(TRIM(:SQL-SUB-AGENCY), ''),
                       SUB_FREQ = :SQL-SUB-FREQ,
                       SUB_MODE = :SQL-SUB-MODE,
                       SUB_ACTIVE = :SQL-SUB-ACTIVE
                   WHERE SUB_REPORT = TRIM(:SQL-SUB-REPORT)
                   AND COALESCE(SUB_OPERATOR, ' ')
                       = COALESCE(NULLIF(TRIM(:SQL-SUB-OPERATOR), ''),
                                  ' ')
                   AND COALESCE(SUB_MAIL, ' ')
                       = COALESCE(NULLIF(TRIM(:SQL-SUB-MAIL), ''), ' ')
               END-EXEC
               IF SQL-SUB-ACTIVE = 'A'
                   MOVE 'ABONNEMENT-ARRET' TO WS-AUDIT-ACTION
               ELSE
                   MOVE 'ABONNEMENT-MAJ' TO WS-AUDIT-ACTION
               END-IF
           END-IF

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'subadm', 'SAVE-SUBSCRIPTION',
                   SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors de l''enregistrement.'
           ELSE
      *    [MF] Le rapport tient lieu d'identifiant sur la ligne
      *    d'audit, le destinataire figure dans le detail.
               MOVE SPACES TO WS-AUDIT-KEY
               STRING 'RAPPORT ' DELIMITED BY SIZE
                       SQL-SUB-REPORT DELIMITED BY SIZE
                   INTO WS-AUDIT-KEY
               END-STRING
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'DESTINATAIRE ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-SUB-OPERATOR)
                           DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-SUB-MAIL) DELIMITED BY SIZE
                       ' SECTION ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-SUB-AGENCY) DELIMITED BY SIZE
                       ' FREQUENCE ' DELIMITED BY SIZE
                       SQL-SUB-FREQ DELIMITED BY SIZE
                       ' FORME ' DELIMITED BY SIZE
                       SQL-SUB-MODE DELIMITED BY SIZE
                       ' ACTIF ' DELIMITED BY SIZE
                       SQL-SUB-ACTIVE DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Abonnement enregistre avec succes.'
           END-IF.

       SAVE-SUBSCRIPTION-FIN.
           EXIT.
