      ******************************************************************
      *    [MF] Le programme 'Lancement a la Demande' permet a un
      *    superviseur (chkrole SUPERVISOR, ADMIN compris) de lancer
      *    hors calendrier une etape de la chaine de nuit, la ou il
      *    fallait jusqu'ici demander a l'informatique de la lancer
      *    en ligne de commande, sans aucune trace : relancer
      *    geocust apres une correction, reemettre les cartes
      *    cartcust d'une seule section locale, passer docrep en
      *    milieu de semaine avant un controle.
      *
      *    Seules les etapes du catalogue ci-dessous peuvent etre
      *    lancees, chacune avec les seuls parametres qu'elle sait
      *    traiter (section locale, date de passage AAAA-MM-JJ, code
      *    produit) ; un parametre non prevu pour l'etape est
      *    refuse. Les parametres sont transmis a l'etape par les
      *    variables d'environnement BOBONIORT_JOB_AGENCY,
      *    BOBONIORT_JOB_DATE et BOBONIORT_JOB_PRODUCT, remises a
      *    blanc apres le passage.
      *
      *    Le passage est journalise dans la table BATCH_RUN comme
      *    une etape de nuit, au rang 0 qui le distingue de la chaine
      *    (nuitcust n'en tient pas compte), et figure au cockpit ;
      *    l'etape y depose elle-meme son compteur (logbatch). Le
      *    lancement est trace par logaudit. Il est refuse pendant la
      *    chaine de nuit (chkbatch) et tant que la meme etape a une
      *    ligne en cours ('E') dans le journal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lancadm.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-BATCH-RUNNING-FLAG    PIC X(01) VALUE 'N'.
       01  WS-JOB-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

      *    [MF] Catalogue des etapes autorisees : nom de l'etape puis
      *    parametres admis, 'O' ou 'N', dans l'ordre section locale,
      *    date de passage, code produit.
       01  WS-JOB-CATALOG-LIST.
           05  FILLER               PIC X(13) VALUE 'geocust   ONN'.
           05  FILLER               PIC X(13) VALUE 'cartcust  ONO'.
           05  FILLER               PIC X(13) VALUE 'docrep    NNN'.
           05  FILLER               PIC X(13) VALUE 'ppnarep   NON'.
       01  WS-JOB-CATALOG-TABLE REDEFINES WS-JOB-CATALOG-LIST.
           05  WS-JOB-CATALOG-ENTRY OCCURS 4 TIMES.
               10  WS-JOB-CATALOG-STEP     PIC X(10).
               10  WS-JOB-ALLOW-AGENCY     PIC X(01).
               10  WS-JOB-ALLOW-DATE       PIC X(01).
               10  WS-JOB-ALLOW-PRODUCT    PIC X(01).
       01  WS-JOB-IDX               PIC 9(02).
       01  WS-JOB-FOUND-IDX         PIC 9(02).

       01  WS-JOB-ENTRY.
           05  WS-JOB-STEP          PIC X(10).
           05  WS-JOB-AGENCY        PIC X(10).
           05  WS-JOB-DATE          PIC X(10).
           05  WS-JOB-PRODUCT       PIC X(10).
       01  WS-JOB-DATE-PARTS REDEFINES WS-JOB-ENTRY.
           05  FILLER               PIC X(20).
           05  WS-JOB-DATE-YEAR     PIC X(04).
           05  WS-JOB-DATE-SEP1     PIC X(01).
           05  WS-JOB-DATE-MONTH    PIC X(02).
           05  WS-JOB-DATE-SEP2     PIC X(01).
           05  WS-JOB-DATE-DAY      PIC X(02).
           05  FILLER               PIC X(10).

       01  WS-JOB-VALID-FLAG        PIC X(01).
       01  WS-JOB-RETURN-CODE       PIC S9(04).
       01  WS-JOB-PARAM-CLEAR       PIC X(10) VALUE SPACES.
       01  WS-TODAY-ISO             PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-STEP-NAME            PIC X(10).
       01  SQL-STEP-STATUS          PIC X(01).
       01  SQL-RUN-DATE             PIC X(10).
       01  SQL-RUNNING-COUNT        PIC 9(05).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PRODUCT-COUNT        PIC 9(05).
       01  SQL-AGENCY               PIC X(10).
       01  SQL-AGENCY-COUNT         PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  JOB-ADMIN-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(22) VALUE 'LANCEMENT A LA DEMANDE'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(47)
           VALUE 'geocust (section)   cartcust (section, produit)'
           LINE 9 COL 21.
           05 FILLER PIC X(31)
           VALUE 'docrep (aucun)   ppnarep (date)'
           LINE 10 COL 21.

           05 FILLER PIC X(10) VALUE 'Traitement' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-JOB-STEP LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(23) VALUE 'Section locale (option)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) TO WS-JOB-AGENCY LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Date de passage AAAA-MM-JJ'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(10) TO WS-JOB-DATE LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(21) VALUE 'Code produit (option)'
           LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(10) TO WS-JOB-PRODUCT LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider le lancement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-JOB-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'chkrole' USING 'SUPERVISOR', WS-AUTHORIZED-FLAG
           END-CALL.
           IF WS-AUTHORIZED-FLAG NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'lancer un traitement.'
               GOBACK
           END-IF.

           ACCEPT JOB-ADMIN-SCREEN
           IF WS-JOB-STEP = SPACES
               DISPLAY 'Erreur : le traitement est obligatoire.'
               GOBACK
           END-IF.
           IF FUNCTION UPPER-CASE(WS-JOB-SCREEN-VALIDATION) NOT = 'O'
               DISPLAY 'Lancement abandonne.'
               GOBACK
           END-IF.

      *    [MF] La chaine de nuit est controlee apres la saisie :
      *    chkbatch ouvre et referme sa propre connexion.
           CALL 'chkbatch' USING WS-BATCH-RUNNING-FLAG
           END-CALL.
           IF WS-BATCH-RUNNING-FLAG = 'Y'
               DISPLAY 'Erreur : traitement de nuit en cours, '
                   'lancement refuse.'
               GOBACK
           END-IF.

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

           PERFORM CHECK-JOB-REQUEST
           THRU CHECK-JOB-REQUEST-FIN.
           IF WS-JOB-VALID-FLAG NOT = 'Y'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM OPEN-JOB-LINE
           THRU OPEN-JOB-LINE-FIN.
           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           IF WS-JOB-VALID-FLAG NOT = 'Y'
               GOBACK
           END-IF.

           PERFORM RUN-JOB-STEP.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'lancadm', 'CONNECT', SQLCODE
               END-CALL
               DISPLAY 'Erreur : journal du lancement non clos.'
               GOBACK
           END-IF.

           PERFORM CLOSE-JOB-LINE.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF SQL-STEP-STATUS = 'O'
               DISPLAY 'Traitement ' FUNCTION TRIM(WS-JOB-STEP)
                   ' termine.'
           ELSE
               DISPLAY 'Erreur : traitement ' FUNCTION TRIM(WS-JOB-STEP)
                   ' en echec, code retour ' WS-JOB-RETURN-CODE '.'
           END-IF.
           GOBACK.

      *    [MF] Controle de la demande : etape du catalogue,
      *    parametres admis pour cette etape et valeurs connues,
      *    aucune ligne en cours pour la meme etape.
       CHECK-JOB-REQUEST.
           MOVE 'N' TO WS-JOB-VALID-FLAG
           MOVE FUNCTION LOWER-CASE(WS-JOB-STEP) TO WS-JOB-STEP
           MOVE FUNCTION UPPER-CASE(WS-JOB-AGENCY) TO WS-JOB-AGENCY
           MOVE FUNCTION UPPER-CASE(WS-JOB-PRODUCT) TO WS-JOB-PRODUCT

           MOVE 0 TO WS-JOB-FOUND-IDX
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > 4
               IF WS-JOB-CATALOG-STEP(WS-JOB-IDX) = WS-JOB-STEP
                   MOVE WS-JOB-IDX TO WS-JOB-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-JOB-FOUND-IDX = 0
               DISPLAY 'Erreur : ce traitement ne peut pas etre '
                   'lance a la demande.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.

           IF WS-JOB-AGENCY NOT = SPACES
               AND WS-JOB-ALLOW-AGENCY(WS-JOB-FOUND-IDX) NOT = 'O'
               DISPLAY 'Erreur : ce traitement ne prend pas de '
                   'section locale.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.
           IF WS-JOB-DATE NOT = SPACES
               AND WS-JOB-ALLOW-DATE(WS-JOB-FOUND-IDX) NOT = 'O'
               DISPLAY 'Erreur : ce traitement ne prend pas de '
                   'date de passage.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.
           IF WS-JOB-PRODUCT NOT = SPACES
               AND WS-JOB-ALLOW-PRODUCT(WS-JOB-FOUND-IDX) NOT = 'O'
               DISPLAY 'Erreur : ce traitement ne prend pas de '
                   'code produit.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.

      *    [MF] Date de passage : AAAA-MM-JJ, au plus la date du
      *    jour - l'etape ne sait pas cloturer un mois a venir.
           IF WS-JOB-DATE NOT = SPACES
               MOVE SPACES TO WS-TODAY-ISO
               STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-TODAY-ISO
               END-STRING
               IF WS-JOB-DATE-YEAR IS NOT NUMERIC
                   OR WS-JOB-DATE-MONTH IS NOT NUMERIC
                   OR WS-JOB-DATE-DAY IS NOT NUMERIC
                   OR WS-JOB-DATE-SEP1 NOT = '-'
                   OR WS-JOB-DATE-SEP2 NOT = '-'
                   OR WS-JOB-DATE-MONTH < '01'
                   OR WS-JOB-DATE-MONTH > '12'
                   OR WS-JOB-DATE-DAY < '01'
                   OR WS-JOB-DATE-DAY > '31'
                   DISPLAY 'Erreur : date de passage AAAA-MM-JJ '
                       'attendue.'
                   GO TO CHECK-JOB-REQUEST-FIN
               END-IF
               IF WS-JOB-DATE > WS-TODAY-ISO
                   DISPLAY 'Erreur : la date de passage ne peut pas '
                       'etre future.'
                   GO TO CHECK-JOB-REQUEST-FIN
               END-IF
           END-IF.

           IF WS-JOB-PRODUCT NOT = SPACES
               MOVE WS-JOB-PRODUCT TO SQL-PRODUCT-CODE
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-PRODUCT-COUNT
                   FROM PRODUCT
                   WHERE PRODUCT_CODE = :SQL-PRODUCT-CODE
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-PRODUCT-COUNT = 0
                   DISPLAY 'Erreur : produit inconnu.'
                   GO TO CHECK-JOB-REQUEST-FIN
               END-IF
           END-IF.

           IF WS-JOB-AGENCY NOT = SPACES
               MOVE WS-JOB-AGENCY TO SQL-AGENCY
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-AGENCY-COUNT
                   FROM customer
                   WHERE customer_agency = :SQL-AGENCY
               END-EXEC
               IF SQLCODE NOT = ZERO OR SQL-AGENCY-COUNT = 0
                   DISPLAY 'Erreur : section locale sans adherent.'
                   GO TO CHECK-JOB-REQUEST-FIN
               END-IF
           END-IF.

      *    [MF] Meme etape deja en cours : ligne 'E' du jour ou de la
      *    veille, qu'elle vienne de la chaine ou d'un autre
      *    lancement a la demande.
           MOVE WS-JOB-STEP TO SQL-STEP-NAME
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-RUNNING-COUNT
               FROM BATCH_RUN
               WHERE BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STATUS = 'E'
               AND BATCH_RUN_DATE >= CURRENT_DATE - 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'lancadm', 'CHECK-RUNNING',
                   SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors du controle du journal.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.
           IF SQL-RUNNING-COUNT > 0
               DISPLAY 'Erreur : ce traitement est deja en cours.'
               GO TO CHECK-JOB-REQUEST-FIN
           END-IF.

           MOVE 'Y' TO WS-JOB-VALID-FLAG.

       CHECK-JOB-REQUEST-FIN.
           EXIT.

      *    [MF] Ouvre la ligne de journal du passage, au rang 0,
      *    statut 'E' - la date est retenue pour la cloture, le
      *    passage pouvant franchir minuit.
       OPEN-JOB-LINE.
           MOVE SPACES TO SQL-RUN-DATE
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO SQL-RUN-DATE
           END-STRING.

           EXEC SQL
               INSERT INTO BATCH_RUN (
                   BATCH_RUN_DATE, BATCH_STEP_SEQ, BATCH_STEP_NAME,
                   BATCH_START_TIME, BATCH_END_TIME, BATCH_STATUS,
                   BATCH_ROW_COUNT )
               VALUES ( CAST(:SQL-RUN-DATE AS DATE), 0,
                   :SQL-STEP-NAME, CURRENT_TIMESTAMP, NULL, 'E', 0 )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'lancadm', 'OPEN-JOURNAL',
                   SQLCODE
               END-CALL
               DISPLAY 'Erreur : journal du lancement impossible, '
                   'traitement non lance.'
               MOVE 'N' TO WS-JOB-VALID-FLAG
               GO TO OPEN-JOB-LINE-FIN
           END-IF.

       OPEN-JOB-LINE-FIN.
           EXIT.

      *    [MF] Passage des parametres a l'etape, lancement, puis
      *    remise a blanc des parametres pour les appels suivants.
       RUN-JOB-STEP.
           DISPLAY 'BOBONIORT_JOB_AGENCY' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-AGENCY UPON ENVIRONMENT-VALUE.
           DISPLAY 'BOBONIORT_JOB_DATE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-DATE UPON ENVIRONMENT-VALUE.
           DISPLAY 'BOBONIORT_JOB_PRODUCT' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-PRODUCT UPON ENVIRONMENT-VALUE.

           MOVE 0 TO RETURN-CODE
           CALL WS-JOB-STEP
           END-CALL.
           MOVE RETURN-CODE TO WS-JOB-RETURN-CODE.
           MOVE 0 TO RETURN-CODE.

           IF WS-JOB-RETURN-CODE = 0
               MOVE 'O' TO SQL-STEP-STATUS
           ELSE
               MOVE 'K' TO SQL-STEP-STATUS
           END-IF.

           DISPLAY 'BOBONIORT_JOB_AGENCY' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-PARAM-CLEAR UPON ENVIRONMENT-VALUE.
           DISPLAY 'BOBONIORT_JOB_DATE' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-PARAM-CLEAR UPON ENVIRONMENT-VALUE.
           DISPLAY 'BOBONIORT_JOB_PRODUCT' UPON ENVIRONMENT-NAME.
           DISPLAY WS-JOB-PARAM-CLEAR UPON ENVIRONMENT-VALUE.

      *    [MF] Clot la ligne de journal du passage (fin a l'instant,
      *    statut 'O' ou 'K') et trace le lancement avec ses
      *    parametres.
       CLOSE-JOB-LINE.
           EXEC SQL
               UPDATE BATCH_RUN
               SET BATCH_END_TIME = CURRENT_TIMESTAMP,
                   BATCH_STATUS = :SQL-STEP-STATUS
               WHERE BATCH_RUN_DATE = CAST(:SQL-RUN-DATE AS DATE)
               AND BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STEP_SEQ = 0
               AND BATCH_STATUS = 'E'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'lancadm', 'CLOSE-JOURNAL',
                   SQLCODE
               END-CALL
           END-IF.

           MOVE WS-JOB-STEP TO WS-AUDIT-KEY
           MOVE 'LANCEMENT-DEMANDE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'SECTION ' DELIMITED BY SIZE
                   WS-JOB-AGENCY DELIMITED BY SIZE
                   ' DATE ' DELIMITED BY SIZE
                   WS-JOB-DATE DELIMITED BY SIZE
                   ' PRODUIT ' DELIMITED BY SIZE
                   WS-JOB-PRODUCT DELIMITED BY SIZE
                   ' STATUT ' DELIMITED BY SIZE
                   SQL-STEP-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
