      ******************************************************************
      *    [MF] Le programme 'Courriers Envoyes' affiche, pour
      *    l'adherent selectionne dans menucust, le registre de tout
      *    ce qui lui a ete adresse (table CORRESPONDENCE, alimentee
      *    par logcorr au moment ou chaque lettre, mail, carte ou
      *    attestation est produit) : date, canal ('M' mail, 'C'
      *    courrier, 'S' SMS), type, gabarit TEMPLATE utilise, detail
      *    et sort de l'envoi - 'A' a expedier, 'E' envoye, 'R'
      *    rejete, 'T' a retenter pour un mail ou un SMS (reporte par
      *    dispmail d'apres MAILSENTLOG), 'L' livre ou 'N' non livre
      *    pour un SMS (accuses de la passerelle charges par
      *    smsrecpt), 'D' depose pour un courrier. Le plus recent
      *    d'abord : c'est l'ecran ouvert quand l'adherent dit
      *    n'avoir jamais recu la lettre. Consultation seule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. courcust.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-CORR-COUNT            PIC 9(04) VALUE 0.
       01  WS-STATUS-LABEL          PIC X(12).
       01  WS-RETURN-CHOICE         PIC X(01).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-FIRSTNAME            PIC X(14).
       01  SQL-LASTNAME             PIC X(14).
       01  SQL-SEL-UUID             PIC X(36).
       01  SQL-UUID                 PIC X(36).
       01  SQL-CORR-DATE            PIC X(10).
       01  SQL-CORR-CHANNEL         PIC X(01).
       01  SQL-CORR-TYPE            PIC X(40).
       01  SQL-CORR-TEMPLATE        PIC X(40).
       01  SQL-CORR-DETAIL          PIC X(80).
       01  SQL-CORR-STATUS          PIC X(01).
       01  SQL-CORR-STATUS-DATE     PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  CORRESP-VIEW-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  CORRESP-VIEW-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(11) VALUE 'Retour menu' LINE 23 COL 2
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 23 COL 15
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-NAME.
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

           MOVE LK-FIRSTNAME TO SQL-FIRSTNAME.
           MOVE LK-LASTNAME  TO SQL-LASTNAME.
           MOVE LK-CUS-UUID  TO SQL-SEL-UUID.

           PERFORM FIND-CUSTOMER-UUID.

           IF WS-NOT-FOUND-FLAG = 'Y'
               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               DISPLAY 'COURRIERS ENVOYES A '
                   FUNCTION TRIM(SQL-FIRSTNAME) ' '
                   FUNCTION TRIM(SQL-LASTNAME)
               PERFORM LIST-CORRESPONDENCE
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT CORRESP-VIEW-SCREEN-80
               ELSE
                   ACCEPT CORRESP-VIEW-SCREEN
               END-IF
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne, par
      *    l'uuid de la selection quand searcust l'a fourni.
       FIND-CUSTOMER-UUID.
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE ( ( TRIM(:SQL-SEL-UUID) != ''
                         AND customer_uuid = :SQL-SEL-UUID )
                  OR ( TRIM(:SQL-SEL-UUID) = ''
                       AND customer_lastname = TRIM(:SQL-LASTNAME)
                       AND customer_firstname =
                           TRIM(:SQL-FIRSTNAME) ) )
               AND customer_active != 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Y' TO WS-NOT-FOUND-FLAG
           ELSE
               MOVE 'N' TO WS-NOT-FOUND-FLAG
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Le registre de l'adherent, le plus recent d'abord.
       LIST-CORRESPONDENCE.
           MOVE ZERO TO WS-CORR-COUNT
           EXEC SQL
               DECLARE CRSCOURCUST CURSOR FOR
               SELECT CORRESP_DATE, CORRESP_CHANNEL, CORRESP_TYPE,
                   COALESCE(CORRESP_TEMPLATE, ' '),
                   COALESCE(CORRESP_DETAIL, ' '), CORRESP_STATUS,
                   CORRESP_STATUS_DATE
               FROM CORRESPONDENCE
               WHERE CORRESP_CUSTOMER_UUID = :WS-FOUND-UUID
               ORDER BY CORRESP_DATE DESC
           END-EXEC.

           EXEC SQL OPEN CRSCOURCUST END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSCOURCUST
                   INTO :SQL-CORR-DATE, :SQL-CORR-CHANNEL,
                        :SQL-CORR-TYPE, :SQL-CORR-TEMPLATE,
                        :SQL-CORR-DETAIL, :SQL-CORR-STATUS,
                        :SQL-CORR-STATUS-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-CORR-COUNT
                       PERFORM DISPLAY-ONE-CORRESPONDENCE
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSCOURCUST : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSCOURCUST END-EXEC.

           IF WS-CORR-COUNT = 0
               DISPLAY 'Aucun courrier enregistre pour cet adherent.'
           END-IF.

      *    [MF] Une ligne de registre : date, canal, type et sort,
      *    puis le gabarit et le detail.
       DISPLAY-ONE-CORRESPONDENCE.
           EVALUATE SQL-CORR-STATUS
               WHEN 'A'
                   MOVE 'A EXPEDIER'  TO WS-STATUS-LABEL
               WHEN 'E'
                   MOVE 'ENVOYE'      TO WS-STATUS-LABEL
               WHEN 'R'
                   MOVE 'REJETE'      TO WS-STATUS-LABEL
               WHEN 'T'
                   MOVE 'A RETENTER'  TO WS-STATUS-LABEL
               WHEN 'D'
                   MOVE 'DEPOSE'      TO WS-STATUS-LABEL
               WHEN 'L'
                   MOVE 'LIVRE'       TO WS-STATUS-LABEL
               WHEN 'N'
                   MOVE 'NON LIVRE'   TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE SQL-CORR-STATUS TO WS-STATUS-LABEL
           END-EVALUATE
           DISPLAY SQL-CORR-DATE ' ' SQL-CORR-CHANNEL ' '
               SQL-CORR-TYPE ' ' WS-STATUS-LABEL ' LE '
               SQL-CORR-STATUS-DATE
           IF SQL-CORR-TEMPLATE = SPACES
               DISPLAY '    ' FUNCTION TRIM(SQL-CORR-DETAIL)
           ELSE
               DISPLAY '    GABARIT ' FUNCTION TRIM(SQL-CORR-TEMPLATE)
                   ' : ' FUNCTION TRIM(SQL-CORR-DETAIL)
           END-IF.
