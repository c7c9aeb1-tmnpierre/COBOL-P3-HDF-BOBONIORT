      ******************************************************************
      *    [MF] Le programme 'Revue des Deces du Registre' est la file
      *    de travail des rapprochements du registre des deces
      *    (impdeces, table DEATH_MATCH). L'ecran deroule les
      *    candidats en attente avec l'identite de la fiche et celle
      *    du registre, puis l'operateur habilite SUPERVISOR
      *    (controle chkrole, comme valifraud) designe un candidat
      *    par son numero et decide :
      *    - 'C' confirmer : pour un adherent, l'ecran de sortie
      *      deccust s'ouvre a la suite avec le motif DC et la date
      *      de deces du registre ; c'est la sortie enregistree qui
      *      close le candidat, qui reste sinon en attente. Pour un
      *      ayant droit, le candidat est clos, ses soins non payes
      *      posterieurs au deces sont rejetes et l'ecran des ayants
      *      droit (benecust) s'ouvre pour le retrait ;
      *    - 'E' ecarter : homonyme ou erreur du registre, le
      *      candidat est ecarte ('R') et n'est plus repropose pour
      *      ce deces.
      *    Tant qu'un candidat attend, sepacust et payclaim retiennent
      *    les prelevements et les virements de la personne. Chaque
      *    decision est tracee par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. validece.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-VALI-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
       01  WS-VALI-MATCH-ID          PIC 9(09).
       01  WS-VALI-DECISION          PIC X(01).

      *    [MF] Ecran enchaine apres la decision, une fois la
      *    connexion refermee : deccust ou benecust ouvrent la leur.
       01  WS-CHAIN-PROGRAM         PIC X(08) VALUE SPACES.
       01  WS-CHAIN-NAME.
           05  WS-CHAIN-FIRSTNAME   PIC X(14).
           05  FILLER               PIC X(01).
           05  WS-CHAIN-LASTNAME    PIC X(14).
           05  WS-CHAIN-UUID        PIC X(36).
       01  WS-CHAIN-DEATH-DATE      PIC X(10).
       01  WS-CHAIN-DATE-CLEAR      PIC X(10) VALUE SPACES.

       01  WS-ENTITY-LABEL          PIC X(12).
       01  WS-BASIS-LABEL           PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-MATCH-ID             PIC 9(09).
       01  SQL-MATCH-ENTITY         PIC X(01).
       01  SQL-MATCH-BASIS          PIC X(01).
       01  SQL-UUID                 PIC X(36).
       01  SQL-BENE-ID              PIC 9(09).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-REG-LASTNAME         PIC X(50).
       01  SQL-REG-FIRSTNAME        PIC X(50).
       01  SQL-BIRTH-DATE           PIC X(10).
       01  SQL-DEATH-DATE           PIC X(10).
       01  SQL-CUS-LASTNAME         PIC X(50).
       01  SQL-CUS-FIRSTNAME        PIC X(50).
       01  SQL-REJECT-COUNT         PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  DEATH-MATCH-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(27) VALUE 'REVUE DES DECES DU REGISTRE'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(18) VALUE 'Numero de candidat'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-VALI-MATCH-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Decision (C/E)'
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
                   'statuer sur les deces du registre.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

      *    [MF] La working-storage persiste entre deux CALL : aucun
      *    enchainement ne doit rester d'un passage precedent.
           MOVE SPACES TO WS-CHAIN-PROGRAM.

           PERFORM LIST-DEATH-MATCHES.
           ACCEPT DEATH-MATCH-SCREEN.
           PERFORM APPLY-DECISION THRU APPLY-DECISION-FIN.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           PERFORM CHAIN-EXIT-SCREEN.
           GOBACK.

      *    [MF] Deroule les candidats en attente, le deces le plus
      *    ancien d'abord : fiche rapprochee puis identite du
      *    registre.
       LIST-DEATH-MATCHES.
           EXEC SQL
               DECLARE CRSDECESREV CURSOR FOR
               SELECT DEATH_MATCH_ID, DEATH_MATCH_ENTITY,
                   DEATH_MATCH_BASIS,
                   CASE WHEN DEATH_MATCH_ENTITY = 'B'
                        THEN BENEFICIARY_LASTNAME
                        ELSE customer_lastname END,
                   CASE WHEN DEATH_MATCH_ENTITY = 'B'
                        THEN BENEFICIARY_FIRSTNAME
                        ELSE customer_firstname END,
                   DEATH_MATCH_LASTNAME, DEATH_MATCH_FIRSTNAME,
                   DEATH_MATCH_BIRTH_DATE, DEATH_MATCH_DEATH_DATE
               FROM DEATH_MATCH
               JOIN customer
                   ON customer_uuid = DEATH_MATCH_CUSTOMER_UUID
               LEFT JOIN BENEFICIARY
                   ON BENEFICIARY_ID = DEATH_MATCH_BENEFICIARY_ID
               WHERE DEATH_MATCH_STATUS = 'A'
               ORDER BY DEATH_MATCH_DEATH_DATE, DEATH_MATCH_ID
           END-EXEC.

           EXEC SQL OPEN CRSDECESREV END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSDECESREV
                   INTO :SQL-MATCH-ID, :SQL-MATCH-ENTITY,
                        :SQL-MATCH-BASIS, :SQL-LASTNAME,
                        :SQL-FIRSTNAME, :SQL-REG-LASTNAME,
                        :SQL-REG-FIRSTNAME, :SQL-BIRTH-DATE,
                        :SQL-DEATH-DATE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-MATCH-ENTITY = 'C'
                           MOVE 'ADHERENT' TO WS-ENTITY-LABEL
                       ELSE
                           MOVE 'AYANT DROIT' TO WS-ENTITY-LABEL
                       END-IF
                       IF SQL-MATCH-BASIS = 'S'
                           MOVE 'CODE_SECU' TO WS-BASIS-LABEL
                       ELSE
                           MOVE 'IDENTITE' TO WS-BASIS-LABEL
                       END-IF
                       DISPLAY SQL-MATCH-ID ' ' WS-ENTITY-LABEL
                           FUNCTION TRIM(SQL-LASTNAME) ' '
                           FUNCTION TRIM(SQL-FIRSTNAME)
                           ' - REGISTRE : '
                           FUNCTION TRIM(SQL-REG-LASTNAME) ' '
                           FUNCTION TRIM(SQL-REG-FIRSTNAME) ' NE(E) '
                           SQL-BIRTH-DATE ' DECEDE(E) '
                           SQL-DEATH-DATE ' [' WS-BASIS-LABEL ']'
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSDECESREV : ' SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSDECESREV END-EXEC.

      *    [MF] Retrouve le candidat designe parmi ceux en attente et
      *    applique la decision de l'operateur.
       APPLY-DECISION.
           MOVE WS-VALI-MATCH-ID TO SQL-MATCH-ID
           EXEC SQL
               SELECT DEATH_MATCH_ENTITY, DEATH_MATCH_CUSTOMER_UUID,
                   DEATH_MATCH_BENEFICIARY_ID, DEATH_MATCH_DEATH_DATE,
                   customer_lastname, customer_firstname
               INTO :SQL-MATCH-ENTITY, :SQL-UUID, :SQL-BENE-ID,
                    :SQL-DEATH-DATE, :SQL-CUS-LASTNAME,
                    :SQL-CUS-FIRSTNAME
               FROM DEATH_MATCH, customer
               WHERE DEATH_MATCH_ID = :SQL-MATCH-ID
               AND customer_uuid = DEATH_MATCH_CUSTOMER_UUID
               AND DEATH_MATCH_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'Aucun candidat en attente avec ce numero.'
               GO TO APPLY-DECISION-FIN
           END-IF.

           EVALUATE FUNCTION UPPER-CASE(WS-VALI-DECISION)
               WHEN 'C'
                   IF SQL-MATCH-ENTITY = 'C'
                       PERFORM CONFIRM-CUSTOMER-DEATH
                   ELSE
                       PERFORM CONFIRM-BENEFICIARY-DEATH
                   END-IF
               WHEN 'E'
                   PERFORM DISMISS-MATCH
               WHEN OTHER
                   DISPLAY 'Decision invalide : C ou E attendu.'
           END-EVALUATE.

       APPLY-DECISION-FIN.
           EXIT.

      *    [MF] Deces d'adherent confirme : la sortie elle-meme se
      *    fait dans deccust, qui close le candidat ; la retenue
      *    tient jusque-la.
       CONFIRM-CUSTOMER-DEATH.
           MOVE 'DECES-CONFIRME' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'DECES DU ' DELIMITED BY SIZE
                   SQL-DEATH-DATE DELIMITED BY SIZE
                   ' CONFIRME AU REGISTRE, CANDIDAT ' DELIMITED BY SIZE
                   SQL-MATCH-ID DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL
           PERFORM PREPARE-CHAIN-NAME
           MOVE SQL-DEATH-DATE TO WS-CHAIN-DEATH-DATE
           MOVE 'deccust' TO WS-CHAIN-PROGRAM
           DISPLAY 'Deces confirme : enregistrer la sortie.'.

      *    [MF] Deces d'ayant droit confirme : candidat clos, soins
      *    non encore payes dates apres le deces rejetes comme le
      *    fait calcclaim pour un adherent, puis retrait de l'ayant
      *    droit dans benecust (retarification du foyer).
       CONFIRM-BENEFICIARY-DEATH.
           EXEC SQL
               UPDATE DEATH_MATCH
               SET DEATH_MATCH_STATUS = 'C',
                   DEATH_MATCH_DONE_DATE = CURRENT_DATE
               WHERE DEATH_MATCH_ID = :SQL-MATCH-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'validece', 'CONFIRM-BENE',
                   SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors de la confirmation.'
           ELSE
               EXEC SQL
                   UPDATE CLAIM
                   SET CLAIM_STATUS = 'R',
                       CLAIM_REJECT_REASON = 'SOIN POSTERIEUR AU DECES'
                   WHERE CLAIM_BENEFICIARY_ID = :SQL-BENE-ID
                   AND CLAIM_STATUS IN ('N', 'C', 'J')
                   AND CLAIM_CARE_DATE > CAST(:SQL-DEATH-DATE AS DATE)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   CALL 'logsqlerr' USING 'validece', 'REJECT-CLAIMS',
                       SQLCODE
                   END-CALL
                   MOVE 0 TO SQL-REJECT-COUNT
               ELSE
                   MOVE SQLERRD(3) TO SQL-REJECT-COUNT
               END-IF
               MOVE 'DECES-AYANT-DROIT' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'AYANT DROIT ' DELIMITED BY SIZE
                       SQL-BENE-ID DELIMITED BY SIZE
                       ' DECEDE LE ' DELIMITED BY SIZE
                       SQL-DEATH-DATE DELIMITED BY SIZE
                       ' - SOINS REJETES : ' DELIMITED BY SIZE
                       SQL-REJECT-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               PERFORM PREPARE-CHAIN-NAME
               MOVE 'benecust' TO WS-CHAIN-PROGRAM
               DISPLAY 'Deces confirme : retirer l''ayant droit.'
           END-IF.

      *    [MF] Homonyme ou erreur du registre : le candidat est
      *    ecarte, la retenue levee.
       DISMISS-MATCH.
           EXEC SQL
               UPDATE DEATH_MATCH
               SET DEATH_MATCH_STATUS = 'R',
                   DEATH_MATCH_DONE_DATE = CURRENT_DATE
               WHERE DEATH_MATCH_ID = :SQL-MATCH-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'validece', 'DISMISS', SQLCODE
               END-CALL
               DISPLAY 'Erreur technique lors du rejet du candidat.'
           ELSE
               MOVE 'DECES-ECARTE' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'CANDIDAT ' DELIMITED BY SIZE
                       SQL-MATCH-ID DELIMITED BY SIZE
                       ' DU REGISTRE ECARTE PAR OPERATEUR'
                       DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               DISPLAY 'Candidat ecarte, retenue levee.'
           END-IF.

      *    [MF] Identite de l'adherent passee a l'ecran enchaine,
      *    dans la disposition de LK-CUSTOMER-NAME.
       PREPARE-CHAIN-NAME.
           MOVE SPACES TO WS-CHAIN-NAME
           MOVE SQL-CUS-FIRSTNAME TO WS-CHAIN-FIRSTNAME
           MOVE SQL-CUS-LASTNAME TO WS-CHAIN-LASTNAME
           MOVE SQL-UUID TO WS-CHAIN-UUID.

      *    [MF] La date du deces est transmise a deccust par
      *    l'environnement, effacee au retour pour qu'une sortie
      *    ouverte ensuite depuis le menu adherent parte vide.
       CHAIN-EXIT-SCREEN.
           EVALUATE WS-CHAIN-PROGRAM
               WHEN 'deccust'
                   DISPLAY 'BOBONIORT_DECES_DATE'
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHAIN-DEATH-DATE
                       UPON ENVIRONMENT-VALUE
                   CALL 'deccust' USING WS-CHAIN-NAME
                   END-CALL
                   DISPLAY 'BOBONIORT_DECES_DATE'
                       UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHAIN-DATE-CLEAR
                       UPON ENVIRONMENT-VALUE
               WHEN 'benecust'
                   CALL 'benecust' USING WS-CHAIN-NAME
                   END-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
