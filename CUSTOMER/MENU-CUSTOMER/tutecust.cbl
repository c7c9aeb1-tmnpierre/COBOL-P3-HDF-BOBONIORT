      ******************************************************************
      *    [MF] Le programme 'Tutelle Curatelle' enregistre sur la
      *    fiche de l'adherent selectionne dans menucust la mesure de
      *    protection dont il fait l'objet (table LEGAL_REP) : type de
      *    mesure (T tutelle, C curatelle, S sauvegarde de justice),
      *    nom et adresse du representant legal - tuteur, curateur ou
      *    association tutelaire - et dates de debut et de fin de la
      *    mesure (fin a blanc : mesure sans terme fixe).
      *
      *    Une nouvelle mesure remplace la mesure en cours, close a
      *    la date de debut de la nouvelle ; le type L leve la mesure
      *    en cours a la date de fin saisie (aujourd'hui a defaut).
      *    Tant qu'une mesure est active, le courrier de l'adherent
      *    (relances, avis de renouvellement, convocations, releves,
      *    attestations fiscales) est adresse au representant
      *    (getlegrep). Chaque mouvement est trace par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tutecust.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-TUTE-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

      *    [MF] Mesure en cours, rappelee en tete d'ecran.
       01  WS-REP-CURRENT           PIC X(70).
       01  WS-REP-TYPE-LABEL        PIC X(20).

       01  WS-REP-KIND              PIC X(01).
       01  WS-REP-NAME              PIC X(50).
       01  WS-REP-ADRESS1           PIC X(50).
       01  WS-REP-ZIPCODE           PIC X(15).
       01  WS-REP-TOWN              PIC X(50).
       01  WS-REP-START             PIC X(10).
       01  WS-REP-END               PIC X(10).

      *    [MF] Controle du format AAAA-MM-JJ des dates saisies.
       01  WS-DATE-CHECK            PIC X(10).
       01  WS-DATE-VALID-FLAG       PIC X(01).
       01  WS-TODAY                 PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-FIRSTNAME            PIC X(14).
       01  SQL-LASTNAME             PIC X(14).
       01  SQL-SEL-UUID             PIC X(36).
       01  SQL-UUID                 PIC X(36).
       01  SQL-REP-TYPE             PIC X(01).
       01  SQL-REP-NAME             PIC X(50).
       01  SQL-REP-ADRESS1          PIC X(50).
       01  SQL-REP-ZIPCODE          PIC X(15).
       01  SQL-REP-TOWN             PIC X(50).
       01  SQL-REP-START            PIC X(10).
       01  SQL-REP-END              PIC X(10).
       01  SQL-REP-ACTIVE-COUNT     PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-NAME.
           05  LK-FIRSTNAME             PIC X(14).
           05  FILLER                   PIC X(01).
           05  LK-LASTNAME              PIC X(14).
           05  LK-CUS-UUID              PIC X(36).

       SCREEN SECTION.
       01  TUTELLE-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(20) VALUE 'MESURE DE PROTECTION' LINE 6
           COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-CURRENT LINE 11 COL 21
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(24) VALUE 'Type de mesure (T/C/S/L)'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(01) TO WS-REP-KIND LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Representant legal'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(50) TO WS-REP-NAME LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Adresse' LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(50) TO WS-REP-ADRESS1 LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Code postal' LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(15) TO WS-REP-ZIPCODE LINE 19 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Ville' LINE 21 COL 21.
           05 FILLER PIC X VALUE ':' LINE 21 COL 53.
           05 FILLER PIC X(50) TO WS-REP-TOWN LINE 21 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Debut de mesure AAAA-MM-JJ'
           LINE 23 COL 21.
           05 FILLER PIC X VALUE ':' LINE 23 COL 53.
           05 FILLER PIC X(10) TO WS-REP-START LINE 23 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Fin de mesure AAAA-MM-JJ'
           LINE 25 COL 21.
           05 FILLER PIC X VALUE ':' LINE 25 COL 53.
           05 FILLER PIC X(10) TO WS-REP-END LINE 25 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider la mesure'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-TUTE-SCREEN-VALIDATION
           LINE 28 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 30 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
       01  TUTELLE-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(20) VALUE 'MESURE DE PROTECTION' LINE 1
           COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-CURRENT LINE 2 COL 2
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(24) VALUE 'Type de mesure (T/C/S/L)'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC X(01) TO WS-REP-KIND LINE 3 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Representant legal'
           LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(45) TO WS-REP-NAME LINE 5 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(07) VALUE 'Adresse' LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 32.
           05 FILLER PIC X(45) TO WS-REP-ADRESS1 LINE 7 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(11) VALUE 'Code postal' LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 32.
           05 FILLER PIC X(15) TO WS-REP-ZIPCODE LINE 9 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(05) VALUE 'Ville' LINE 11 COL 2.
           05 FILLER PIC X VALUE ':' LINE 11 COL 32.
           05 FILLER PIC X(45) TO WS-REP-TOWN LINE 11 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Debut de mesure AAAA-MM-JJ'
           LINE 13 COL 2.
           05 FILLER PIC X VALUE ':' LINE 13 COL 32.
           05 FILLER PIC X(10) TO WS-REP-START LINE 13 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Fin de mesure AAAA-MM-JJ'
           LINE 15 COL 2.
           05 FILLER PIC X VALUE ':' LINE 15 COL 32.
           05 FILLER PIC X(10) TO WS-REP-END LINE 15 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider la mesure'
           LINE 17 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-TUTE-SCREEN-VALIDATION
           LINE 17 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 19 COL 2
           AUTO FOREGROUND-COLOR IS 2.

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
               PERFORM LOAD-CURRENT-MEASURE
               CALL 'gettermp' USING WS-TERM-PROFILE
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT TUTELLE-SCREEN-80
               ELSE
                   ACCEPT TUTELLE-SCREEN
               END-IF
               PERFORM REGISTER-MEASURE
               THRU REGISTER-MEASURE-FIN
      *    [MF] Le sort de l'operation (refus ou succes) est rendu a
      *    l'operateur : le champ d'ecran n'est rafraichi qu'au
      *    prochain affichage, l'ACCEPT etant deja passe.
               IF WS-ERROR-MESSAGE NOT = SPACES
                   DISPLAY WS-ERROR-MESSAGE
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Recherche l'identifiant de l'adherent concerne.
       FIND-CUSTOMER-UUID.
           EXEC SQL
               SELECT customer_uuid
               INTO :SQL-UUID
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

      *    [MF] Rappel de la mesure en cours ou a venir, la plus
      *    recente, en tete d'ecran.
       LOAD-CURRENT-MEASURE.
           MOVE 'AUCUNE MESURE DE PROTECTION EN COURS'
               TO WS-REP-CURRENT

           EXEC SQL
               SELECT REP_TYPE, REP_NAME, REP_START_DATE,
                   COALESCE(TO_CHAR(REP_END_DATE, 'YYYY-MM-DD'), ' ')
               INTO :SQL-REP-TYPE, :SQL-REP-NAME, :SQL-REP-START,
                   :SQL-REP-END
               FROM LEGAL_REP
               WHERE REP_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ( REP_END_DATE IS NULL
                  OR REP_END_DATE >= CURRENT_DATE )
               ORDER BY REP_START_DATE DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE = ZERO
               PERFORM SET-TYPE-LABEL
               MOVE SPACES TO WS-REP-CURRENT
               STRING FUNCTION TRIM(WS-REP-TYPE-LABEL)
                       DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-REP-NAME) DELIMITED BY SIZE
                       ' DU ' DELIMITED BY SIZE
                       SQL-REP-START DELIMITED BY SIZE
                       ' AU ' DELIMITED BY SIZE
                       SQL-REP-END DELIMITED BY SIZE
                   INTO WS-REP-CURRENT
               END-STRING
           END-IF.

      *    [MF] Libelle du type de mesure, pour l'ecran et l'audit.
       SET-TYPE-LABEL.
           EVALUATE SQL-REP-TYPE
               WHEN 'T'
                   MOVE 'TUTELLE' TO WS-REP-TYPE-LABEL
               WHEN 'C'
                   MOVE 'CURATELLE' TO WS-REP-TYPE-LABEL
               WHEN 'S'
                   MOVE 'SAUVEGARDE JUSTICE' TO WS-REP-TYPE-LABEL
               WHEN OTHER
                   MOVE 'MESURE' TO WS-REP-TYPE-LABEL
           END-EVALUATE.

      *    [MF] Enregistre la nouvelle mesure, ou leve la mesure en
      *    cours pour le type L.
       REGISTER-MEASURE.
           MOVE FUNCTION UPPER-CASE(WS-REP-KIND) TO WS-REP-KIND
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
           MOVE '-' TO WS-TODAY(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
           MOVE '-' TO WS-TODAY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)

           EVALUATE WS-REP-KIND
               WHEN 'T'
               WHEN 'C'
               WHEN 'S'
                   PERFORM OPEN-MEASURE THRU OPEN-MEASURE-FIN
               WHEN 'L'
                   PERFORM LIFT-MEASURE THRU LIFT-MEASURE-FIN
               WHEN OTHER
                   MOVE 'Type de mesure invalide : T, C, S ou L.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

       REGISTER-MEASURE-FIN.
           EXIT.

      *    [MF] Nouvelle mesure : le representant et son adresse
      *    complete sont obligatoires, le debut vaut aujourd'hui a
      *    blanc, la fin a blanc laisse la mesure sans terme. La
      *    mesure en cours est close au debut de la nouvelle.
       OPEN-MEASURE.
           IF WS-REP-NAME = SPACES OR WS-REP-ADRESS1 = SPACES
               OR WS-REP-ZIPCODE = SPACES OR WS-REP-TOWN = SPACES
               MOVE 'Representant et adresse complete obligatoires.'
                   TO WS-ERROR-MESSAGE
               GO TO OPEN-MEASURE-FIN
           END-IF

           IF WS-REP-START = SPACES
               MOVE WS-TODAY TO WS-REP-START
           END-IF
           MOVE WS-REP-START TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-VALID-FLAG = 'N'
               MOVE 'Date de debut invalide (AAAA-MM-JJ attendu).'
                   TO WS-ERROR-MESSAGE
               GO TO OPEN-MEASURE-FIN
           END-IF

           IF WS-REP-END NOT = SPACES
               MOVE WS-REP-END TO WS-DATE-CHECK
               PERFORM CHECK-DATE-FORMAT
               IF WS-DATE-VALID-FLAG = 'N' OR WS-REP-END < WS-REP-START
                   MOVE 'Date de fin invalide ou anterieure au debut.'
                       TO WS-ERROR-MESSAGE
                   GO TO OPEN-MEASURE-FIN
               END-IF
           END-IF

           MOVE WS-REP-KIND    TO SQL-REP-TYPE
           MOVE WS-REP-NAME    TO SQL-REP-NAME
           MOVE WS-REP-ADRESS1 TO SQL-REP-ADRESS1
           MOVE WS-REP-ZIPCODE TO SQL-REP-ZIPCODE
           MOVE WS-REP-TOWN    TO SQL-REP-TOWN
           MOVE WS-REP-START   TO SQL-REP-START
           MOVE WS-REP-END     TO SQL-REP-END

           EXEC SQL
               UPDATE LEGAL_REP
               SET REP_END_DATE = :SQL-REP-START
               WHERE REP_CUSTOMER_UUID = :WS-FOUND-UUID
               AND REP_START_DATE <= :SQL-REP-START
               AND ( REP_END_DATE IS NULL
                  OR REP_END_DATE > :SQL-REP-START )
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'tutecust', 'CLOSE-MEASURE',
                   SQLCODE
               END-CALL
           END-IF

           EXEC SQL
               INSERT INTO LEGAL_REP (
                   REP_CUSTOMER_UUID, REP_TYPE, REP_NAME,
                   REP_ADRESS1, REP_ZIPCODE, REP_TOWN,
                   REP_START_DATE, REP_END_DATE, REP_CREATE_DATE )
               VALUES ( :WS-FOUND-UUID, :SQL-REP-TYPE, :SQL-REP-NAME,
                   :SQL-REP-ADRESS1, :SQL-REP-ZIPCODE, :SQL-REP-TOWN,
                   CAST(:SQL-REP-START AS DATE),
                   CAST(NULLIF(TRIM(:SQL-REP-END), '') AS DATE),
                   CURRENT_DATE )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tutecust', 'INSERT-MEASURE',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de l''enregistrement.'
                   TO WS-ERROR-MESSAGE
               GO TO OPEN-MEASURE-FIN
           END-IF

           PERFORM SET-TYPE-LABEL
           MOVE 'PROTECTION-MESURE' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING FUNCTION TRIM(WS-REP-TYPE-LABEL) DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-REP-NAME) DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   SQL-REP-START DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   SQL-REP-END DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-FOUND-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           MOVE 'Mesure enregistree, courrier adresse au representant.'
               TO WS-ERROR-MESSAGE.

       OPEN-MEASURE-FIN.
           EXIT.

      *    [MF] Levee de la mesure en cours a la date de fin saisie,
      *    aujourd'hui a defaut.
       LIFT-MEASURE.
           IF WS-REP-END = SPACES
               MOVE WS-TODAY TO WS-REP-END
           END-IF
           MOVE WS-REP-END TO WS-DATE-CHECK
           PERFORM CHECK-DATE-FORMAT
           IF WS-DATE-VALID-FLAG = 'N'
               MOVE 'Date de fin invalide (AAAA-MM-JJ attendu).'
                   TO WS-ERROR-MESSAGE
               GO TO LIFT-MEASURE-FIN
           END-IF
           MOVE WS-REP-END TO SQL-REP-END

           EXEC SQL
               UPDATE LEGAL_REP
               SET REP_END_DATE = :SQL-REP-END
               WHERE REP_CUSTOMER_UUID = :WS-FOUND-UUID
               AND REP_START_DATE <= :SQL-REP-END
               AND ( REP_END_DATE IS NULL
                  OR REP_END_DATE > :SQL-REP-END )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'PROTECTION-LEVEE' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'MESURE LEVEE AU ' DELIMITED BY SIZE
                           SQL-REP-END DELIMITED BY SIZE
                       INTO WS-AUDIT-DETAIL
                   END-STRING
                   CALL 'logaudit' USING WS-FOUND-UUID,
                       WS-AUDIT-ACTION, WS-AUDIT-DETAIL
                   END-CALL
                   MOVE 'Mesure levee, courrier rendu a l''adherent.'
                       TO WS-ERROR-MESSAGE
               WHEN 100
                   MOVE 'Aucune mesure en cours a cette date.'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   CALL 'logsqlerr' USING 'tutecust', 'LIFT-MEASURE',
                       SQLCODE
                   END-CALL
                   MOVE 'Erreur technique lors de la levee.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

       LIFT-MEASURE-FIN.
           EXIT.

      *    [MF] Une date saisie doit etre au format AAAA-MM-JJ.
       CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-VALID-FLAG
           IF WS-DATE-CHECK(1:4) IS NOT NUMERIC
               OR WS-DATE-CHECK(5:1) NOT = '-'
               OR WS-DATE-CHECK(6:2) IS NOT NUMERIC
               OR WS-DATE-CHECK(8:1) NOT = '-'
               OR WS-DATE-CHECK(9:2) IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-FLAG
           END-IF.
