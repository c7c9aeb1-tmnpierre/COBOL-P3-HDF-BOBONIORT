      *    ayants droit (table BENEFICIARY) et les contrats des deux  *
      *    membres du foyer - une question familiale a l'accueil ne   *
      *    demande plus quatre recherches.                            *
      *    La consultation de la fiche, et de celle du conjoint       *
      *    affichee avec elle, est tracee par logread.                *
      *                                                               *
      *    [MF] Separation du foyer (divorce, rupture) : l'option de  *
      *    l'ecran defait le foyer en une seule operation guidee au   *
      *    lieu de quatre ecrans - lien CUSTOMER_SPOUSE_CODE_SECU     *
      *    rompu sur les deux fiches, conjoint retire des ayants      *
      *    droit de l'autre, chaque enfant confie au parent choisi    *
      *    (BENEFICIARY), compteurs CUSTOMER_NBCHILDREN recalcules.   *
      *    L'operation porte une reference unique (SEP + horodatage)  *
      *    tracee dans CUSTOMER_AUDIT sur les deux fiches. Ensuite,   *
      *    une fois la connexion refermee, un conjoint sans contrat   *
      *    se voit proposer creacont, et chaque parent qui avait un   *
      *    contrat passe par avencont pour l'avenant de prime du      *
      *    nouveau foyer. Refusee pendant la chaine de nuit.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. foyercust.
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

      *    [MF] Separation du foyer : choix d'ecran, reponses de
      *    l'operateur, ayants droit des deux parents a repartir.
       01  WS-SEPARATION-CHOICE     PIC X(01).
       01  WS-SEPARATION-DONE       PIC X(01) VALUE 'N'.
       01  WS-SEPARATION-ANSWER     PIC X(01).
       01  WS-BATCH-RUNNING-FLAG    PIC X(01) VALUE 'N'.
       01  WS-SEPARATION-REF        PIC X(17).
       01  WS-SEP-ERROR-FLAG        PIC X(01).
       01  WS-SEP-BENE-COUNT        PIC 9(02).
       01  WS-SEP-BENE-IDX          PIC 9(02).
       01  WS-SEP-BENE-EOF          PIC X(01).
       01  WS-SEP-BENE-TABLE.
           05  WS-SEP-BENE OCCURS 20 TIMES.
               10  WS-SEP-BENE-ID       PIC 9(09).
               10  WS-SEP-BENE-NAME     PIC X(40).
               10  WS-SEP-BENE-OWNER    PIC X(01).
       01  WS-SEP-TO-ADHERENT       PIC 9(02).
       01  WS-SEP-TO-SPOUSE         PIC 9(02).
       01  WS-SEP-SPOUSE-REMOVED    PIC 9(02).
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

      *    [MF] Parents passes a creacont et avencont apres la
      *    separation, au format de la selection menucust.
       01  WS-SEP-ADHERENT-NAME.
           05  WS-SEP-ADH-FIRSTNAME     PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SEP-ADH-LASTNAME      PIC X(14).
           05  WS-SEP-ADH-UUID          PIC X(36).
       01  WS-SEP-SPOUSE-NAME.
           05  WS-SEP-SP-FIRSTNAME      PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SEP-SP-LASTNAME       PIC X(14).
           05  WS-SEP-SP-UUID           PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-END-DATE             PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-STATUS               PIC X(01).
       01  SQL-CUS-CODE-SECU        PIC X(15).
       01  SQL-SP-SPOUSE-CODE-SECU  PIC X(15).
       01  SQL-BENE-ID              PIC 9(09).
       01  SQL-BENE-OWNER-UUID      PIC X(36).
       01  SQL-BENE-NEW-UUID        PIC X(36).
       01  SQL-ADH-CONTRACT-COUNT   PIC 9(05).
       01  SQL-SP-CONTRACT-COUNT    PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SEPARATION-CHOICE LINE 32 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(19) VALUE 'Separation du foyer'
           LINE 32 COL 172 FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
      *    terminaux standards des antennes locales.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 22 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(19) VALUE 'Separation du foyer'
           LINE 21 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SEPARATION-CHOICE LINE 21 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-NAME.
       0000-START-MAIN.
      *    [MF] La chaine de nuit est consultee avant la connexion :
      *    chkbatch ouvre et referme la sienne.
           CALL 'chkbatch' USING WS-BATCH-RUNNING-FLAG
           END-CALL.
           MOVE SPACES TO WS-SEPARATION-CHOICE.
           MOVE 'N' TO WS-SEPARATION-DONE.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

               DISPLAY 'Erreur : aucun adherent actif ne correspond '
                   'a ce nom.'
           ELSE
               CALL 'logread' USING WS-FOUND-UUID, 'foyercust ', 'N'
               END-CALL
               PERFORM DISPLAY-ADHERENT
               PERFORM FIND-AND-DISPLAY-SPOUSE
               PERFORM DISPLAY-BENEFICIARIES
               ELSE
                   ACCEPT HOUSEHOLD-SCREEN
               END-IF
               IF FUNCTION UPPER-CASE(WS-SEPARATION-CHOICE) = 'O'
                   PERFORM SEPARATE-HOUSEHOLD
                   THRU SEPARATE-HOUSEHOLD-FIN
               END-IF
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

      *    [MF] creacont et avencont ouvrent chacun leur connexion :
      *    ils sont enchaines une fois la separation validee.
           IF WS-SEPARATION-DONE = 'Y'
               PERFORM CHAIN-SEPARATION-CONTRACTS
           END-IF.
           GOBACK.

      *    [AL] Recherche l'adherent et ce qu'il faut pour derouler
               IF SQLCODE = ZERO
                   MOVE 'Y' TO WS-SPOUSE-FOUND-FLAG
                   MOVE SQL-SP-UUID TO WS-SPOUSE-UUID
                   CALL 'logread' USING WS-SPOUSE-UUID, 'foyercust ',
                       'N'
                   END-CALL
                   DISPLAY 'CONJOINT   : '
                       FUNCTION TRIM(SQL-SP-LASTNAME) ' '
                       FUNCTION TRIM(SQL-SP-FIRSTNAME) ' NE(E) LE '
           END-PERFORM.

           EXEC SQL CLOSE CRSFOYCONT END-EXEC.

      *    [MF] Separation du foyer : une seule operation, validee
      *    ou defaite en bloc.
       SEPARATE-HOUSEHOLD.
           IF WS-SPOUSE-FOUND-FLAG NOT = 'Y'
               DISPLAY 'Erreur : aucun conjoint rattache, pas de '
                   'foyer a separer.'
               GO TO SEPARATE-HOUSEHOLD-FIN
           END-IF.

           IF WS-BATCH-RUNNING-FLAG = 'Y'
               DISPLAY 'TRAITEMENT DE NUIT EN COURS : SEPARATION '
                   'IMPOSSIBLE, CONSULTATION SEULE.'
               GO TO SEPARATE-HOUSEHOLD-FIN
           END-IF.

           DISPLAY 'SEPARER ' FUNCTION TRIM(SQL-CUS-LASTNAME) ' '
               FUNCTION TRIM(SQL-CUS-FIRSTNAME) ' ET '
               FUNCTION TRIM(SQL-SP-LASTNAME) ' '
               FUNCTION TRIM(SQL-SP-FIRSTNAME) ' (O/N) ?'.
           MOVE SPACES TO WS-SEPARATION-ANSWER.
           ACCEPT WS-SEPARATION-ANSWER.
           IF FUNCTION UPPER-CASE(WS-SEPARATION-ANSWER) NOT = 'O'
               DISPLAY 'SEPARATION ABANDONNEE.'
               GO TO SEPARATE-HOUSEHOLD-FIN
           END-IF.

           MOVE SPACES TO WS-SEPARATION-REF.
           STRING 'SEP' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO WS-SEPARATION-REF
           END-STRING.
           MOVE 'N' TO WS-SEP-ERROR-FLAG.
           MOVE 0 TO WS-SEP-TO-ADHERENT WS-SEP-TO-SPOUSE
               WS-SEP-SPOUSE-REMOVED.

           EXEC SQL
               SELECT customer_code_secu
               INTO :SQL-CUS-CODE-SECU
               FROM customer
               WHERE customer_uuid = :WS-FOUND-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO SEPARATE-HOUSEHOLD-ERROR
           END-IF.

           PERFORM REMOVE-SPOUSE-BENEFICIARY.
           IF WS-SEP-ERROR-FLAG = 'Y'
               GO TO SEPARATE-HOUSEHOLD-ERROR
           END-IF.

           PERFORM LOAD-SEPARATION-BENEFICIARIES.
           PERFORM ASSIGN-ONE-BENEFICIARY
               VARYING WS-SEP-BENE-IDX FROM 1 BY 1
               UNTIL WS-SEP-BENE-IDX > WS-SEP-BENE-COUNT
               OR WS-SEP-ERROR-FLAG = 'Y'.
           IF WS-SEP-ERROR-FLAG = 'Y'
               GO TO SEPARATE-HOUSEHOLD-ERROR
           END-IF.

      *    [MF] Lien de foyer rompu sur les deux fiches, compteurs
      *    historiques d'enfants recalcules.
           EXEC SQL
               UPDATE customer
               SET customer_spouse_code_secu = ' ',
                   customer_couple = 'Non',
                   customer_nbchildren =
                       ( SELECT COUNT(*) FROM BENEFICIARY
                         WHERE beneficiary_customer_uuid =
                             customer.customer_uuid )
               WHERE customer_uuid = :WS-FOUND-UUID
               OR customer_uuid = :WS-SPOUSE-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO SEPARATE-HOUSEHOLD-ERROR
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-ADH-CONTRACT-COUNT
               FROM contract
               WHERE contract_customer_uuid = :WS-FOUND-UUID
               AND contract_status = 'A'
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SP-CONTRACT-COUNT
               FROM contract
               WHERE contract_customer_uuid = :WS-SPOUSE-UUID
               AND contract_status = 'A'
           END-EXEC.

           MOVE 'SEPARATION-FOYER' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING 'OPERATION ' DELIMITED BY SIZE
                   WS-SEPARATION-REF DELIMITED BY SIZE
                   ' : LIEN CONJOINT ROMPU ENTRE ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CUS-LASTNAME) DELIMITED BY SIZE
                   ' ET ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-SP-LASTNAME) DELIMITED BY SIZE
                   ', AYANTS DROIT : ' DELIMITED BY SIZE
                   WS-SEP-TO-ADHERENT DELIMITED BY SIZE
                   ' A L''ADHERENT, ' DELIMITED BY SIZE
                   WS-SEP-TO-SPOUSE DELIMITED BY SIZE
                   ' AU CONJOINT, CONJOINT RETIRE : ' DELIMITED BY SIZE
                   WS-SEP-SPOUSE-REMOVED DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING.
           CALL 'logaudit' USING WS-FOUND-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
           CALL 'logaudit' USING WS-SPOUSE-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

           MOVE 'Y' TO WS-SEPARATION-DONE.
           MOVE SQL-CUS-FIRSTNAME TO WS-SEP-ADH-FIRSTNAME.
           MOVE SQL-CUS-LASTNAME  TO WS-SEP-ADH-LASTNAME.
           MOVE WS-FOUND-UUID     TO WS-SEP-ADH-UUID.
           MOVE SQL-SP-FIRSTNAME  TO WS-SEP-SP-FIRSTNAME.
           MOVE SQL-SP-LASTNAME   TO WS-SEP-SP-LASTNAME.
           MOVE WS-SPOUSE-UUID    TO WS-SEP-SP-UUID.
           DISPLAY 'FOYER SEPARE - OPERATION ' WS-SEPARATION-REF.
           GO TO SEPARATE-HOUSEHOLD-FIN.

       SEPARATE-HOUSEHOLD-ERROR.
           CALL 'logsqlerr' USING 'foyercust', 'SEPARATE-HOUSEHOLD',
               SQLCODE
           END-CALL.
           EXEC SQL ROLLBACK WORK END-EXEC.
           DISPLAY 'Erreur technique : separation abandonnee, foyer '
               'inchange.'.

       SEPARATE-HOUSEHOLD-FIN.
           EXIT.

      *    [MF] Un conjoint couvert comme ayant droit de l'autre
      *    (code_secu, ou nom, prenom et date de naissance) quitte
      *    le foyer : la ligne est supprimee, dans les deux sens.
       REMOVE-SPOUSE-BENEFICIARY.
           EXEC SQL
               DELETE FROM BENEFICIARY
               WHERE ( beneficiary_customer_uuid = :WS-FOUND-UUID
                       AND ( beneficiary_code_secu =
                               TRIM(:SQL-SPOUSE-CODE-SECU)
                          OR ( UPPER(beneficiary_lastname) =
                                 UPPER(TRIM(:SQL-SP-LASTNAME))
                               AND UPPER(beneficiary_firstname) =
                                 UPPER(TRIM(:SQL-SP-FIRSTNAME))
                               AND beneficiary_birth_date =
                                 :SQL-SP-BIRTH-DATE ) ) )
               OR ( beneficiary_customer_uuid = :WS-SPOUSE-UUID
                    AND ( beneficiary_code_secu =
                            TRIM(:SQL-CUS-CODE-SECU)
                       OR ( UPPER(beneficiary_lastname) =
                              UPPER(TRIM(:SQL-CUS-LASTNAME))
                            AND UPPER(beneficiary_firstname) =
                              UPPER(TRIM(:SQL-CUS-FIRSTNAME))
                            AND beneficiary_birth_date =
                              :SQL-CUS-BIRTH-DATE ) ) )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-SEP-SPOUSE-REMOVED
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-SEP-ERROR-FLAG
           END-EVALUATE.

      *    [MF] Ayants droit restants des deux parents, vingt au
      *    plus - au-dela, la repartition se finit dans benecust.
       LOAD-SEPARATION-BENEFICIARIES.
           MOVE 0 TO WS-SEP-BENE-COUNT

           EXEC SQL
               DECLARE CRSSEPBENE CURSOR FOR
               SELECT beneficiary_id, beneficiary_lastname,
                      beneficiary_firstname, beneficiary_birth_date,
                      beneficiary_customer_uuid
               FROM BENEFICIARY
               WHERE beneficiary_customer_uuid = :WS-FOUND-UUID
               OR beneficiary_customer_uuid = :WS-SPOUSE-UUID
               ORDER BY beneficiary_birth_date
           END-EXEC.

           EXEC SQL OPEN CRSSEPBENE END-EXEC.

           MOVE 'N' TO WS-SEP-BENE-EOF
           PERFORM UNTIL WS-SEP-BENE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSSEPBENE
                   INTO :SQL-BENE-ID, :SQL-BENE-LASTNAME,
                        :SQL-BENE-FIRSTNAME, :SQL-BENE-BIRTH-DATE,
                        :SQL-BENE-OWNER-UUID
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-SEP-BENE-COUNT < 20
                           ADD 1 TO WS-SEP-BENE-COUNT
                           MOVE SQL-BENE-ID
                               TO WS-SEP-BENE-ID(WS-SEP-BENE-COUNT)
                           MOVE SPACES
                               TO WS-SEP-BENE-NAME(WS-SEP-BENE-COUNT)
                           STRING FUNCTION TRIM(SQL-BENE-LASTNAME)
                                   DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   FUNCTION TRIM(SQL-BENE-FIRSTNAME)
                                   DELIMITED BY SIZE
                               INTO WS-SEP-BENE-NAME(WS-SEP-BENE-COUNT)
                           END-STRING
                           IF SQL-BENE-OWNER-UUID = WS-FOUND-UUID
                               MOVE 'A' TO
                                   WS-SEP-BENE-OWNER(WS-SEP-BENE-COUNT)
                           ELSE
                               MOVE 'C' TO
                                   WS-SEP-BENE-OWNER(WS-SEP-BENE-COUNT)
                           END-IF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-SEP-BENE-EOF
                   WHEN OTHER
                       MOVE 'Y' TO WS-SEP-ERROR-FLAG
                       MOVE 'Y' TO WS-SEP-BENE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSSEPBENE END-EXEC.

      *    [MF] L'operateur designe le parent qui garde l'ayant
      *    droit : A l'adherent, C le conjoint, blanc sans changement.
       ASSIGN-ONE-BENEFICIARY.
           DISPLAY 'AYANT DROIT ' WS-SEP-BENE-NAME(WS-SEP-BENE-IDX)
               ' (RATTACHE A ' WS-SEP-BENE-OWNER(WS-SEP-BENE-IDX)
               ') - GARDE PAR A ADHERENT / C CONJOINT ?'
           MOVE SPACES TO WS-SEPARATION-ANSWER
           ACCEPT WS-SEPARATION-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-SEPARATION-ANSWER)
               TO WS-SEPARATION-ANSWER
           IF WS-SEPARATION-ANSWER NOT = 'A'
               AND WS-SEPARATION-ANSWER NOT = 'C'
               MOVE WS-SEP-BENE-OWNER(WS-SEP-BENE-IDX)
                   TO WS-SEPARATION-ANSWER
           END-IF

           IF WS-SEPARATION-ANSWER = 'A'
               ADD 1 TO WS-SEP-TO-ADHERENT
               MOVE WS-FOUND-UUID TO SQL-BENE-NEW-UUID
           ELSE
               ADD 1 TO WS-SEP-TO-SPOUSE
               MOVE WS-SPOUSE-UUID TO SQL-BENE-NEW-UUID
           END-IF

           IF WS-SEPARATION-ANSWER NOT =
               WS-SEP-BENE-OWNER(WS-SEP-BENE-IDX)
               MOVE WS-SEP-BENE-ID(WS-SEP-BENE-IDX) TO SQL-BENE-ID
               EXEC SQL
                   UPDATE BENEFICIARY
                   SET beneficiary_customer_uuid = :SQL-BENE-NEW-UUID
                   WHERE beneficiary_id = :SQL-BENE-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'Y' TO WS-SEP-ERROR-FLAG
               END-IF
           END-IF.

      *    [MF] Suite de la separation, hors connexion : contrat
      *    propose au conjoint qui n'en a pas, avenant de prime pour
      *    chaque parent deja assure.
       CHAIN-SEPARATION-CONTRACTS.
           IF SQL-SP-CONTRACT-COUNT = 0
               DISPLAY 'LE CONJOINT N''A PAS DE CONTRAT EN COURS : '
                   'OUVRIR UN CONTRAT (O/N) ?'
               MOVE SPACES TO WS-SEPARATION-ANSWER
               ACCEPT WS-SEPARATION-ANSWER
               IF FUNCTION UPPER-CASE(WS-SEPARATION-ANSWER) = 'O'
                   CALL 'creacont' USING WS-SEP-SPOUSE-NAME
                   END-CALL
               END-IF
           ELSE
               DISPLAY 'AVENANT DE PRIME DU CONJOINT : '
                   FUNCTION TRIM(WS-SEP-SP-LASTNAME) ' '
                   FUNCTION TRIM(WS-SEP-SP-FIRSTNAME)
               CALL 'avencont' USING WS-SEP-SPOUSE-NAME
               END-CALL
           END-IF.

           IF SQL-ADH-CONTRACT-COUNT > 0
               DISPLAY 'AVENANT DE PRIME DE L''ADHERENT : '
                   FUNCTION TRIM(WS-SEP-ADH-LASTNAME) ' '
                   FUNCTION TRIM(WS-SEP-ADH-FIRSTNAME)
               CALL 'avencont' USING WS-SEP-ADHERENT-NAME
               END-CALL
           END-IF.
