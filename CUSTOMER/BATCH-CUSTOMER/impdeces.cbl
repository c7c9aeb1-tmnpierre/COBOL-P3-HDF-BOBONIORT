      ******************************************************************
      *    [MF] Le programme 'Import Deces INSEE' est le traitement
      *    mensuel qui charge l'extrait du fichier public des personnes
      *    decedees, pour ne plus attendre que la famille ecrive
      *    (deccust) pendant que l'on preleve - voire rembourse - un
      *    adherent decede.
      *    Fichier DECESINSEE, en-tete d'echange controle par chkexchg
      *    (emetteur INSEE), puis une ligne par deces, champs separes
      *    par ';' : nom;prenoms;date de naissance (AAAA-MM-JJ);code
      *    commune de naissance;date de deces (AAAA-MM-JJ);code_secu
      *    (facultatif).
      *    Chaque deces est rapproche des adherents non archives et
      *    de leurs ayants droit (BENEFICIARY) :
      *    - par le code_secu quand la ligne et la fiche en portent
      *      un ;
      *    - sinon par nom, premier prenom et date de naissance, le
      *      lieu de naissance etant compare a la commune que porte
      *      le code_secu de la fiche (positions 6 a 10) quand elle en
      *      a un.
      *    Chaque rapprochement devient un candidat en attente ('A')
      *    dans la file DEATH_MATCH, que l'operateur confirme ou
      *    ecarte sur l'ecran validece ; un candidat deja connu pour
      *    la meme personne et le meme deces n'est pas recree. Tant
      *    qu'un candidat attend, sepacust ne preleve plus l'adherent
      *    et payclaim ne vire plus ses remboursements (ni ceux de
      *    l'ayant droit concerne). Les candidats du passage et le
      *    nombre total en attente sont listes dans le rapport
      *    DECESDAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impdeces.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO "DECESINSEE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REGISTER-FILE-STATUS.
           SELECT MATCH-REPORT ASSIGN TO "DECESDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD PIC X(300).

       FD  MATCH-REPORT.
       01  MATCH-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-REGISTER-FILE-STATUS      PIC X(02).
       01  WS-REPORT-FILE-STATUS        PIC X(02).
       01  WS-REGISTER-EOF              PIC X(01) VALUE 'N'.
       01  WS-MATCH-EOF                 PIC X(01) VALUE 'N'.

       01  WS-LINE-COUNT                PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE 0.
       01  WS-MATCH-COUNT               PIC 9(07) VALUE 0.
       01  WS-KNOWN-COUNT               PIC 9(07) VALUE 0.
       01  WS-PENDING-COUNT             PIC 9(07) VALUE 0.

      *    [MF] Controle d'echange (chkexchg) : en-tete du fichier
      *    ENTETE;<emetteur>;<sequence>;<date> et indicateur
      *    d'acceptation.
       01  WS-EXG-REQUEST           PIC 9(01).
       01  WS-EXG-TAG               PIC X(10).
       01  WS-EXG-SENDER            PIC X(12).
       01  WS-EXG-SEQ-TXT           PIC X(06).
       01  WS-EXG-SEQ               PIC 9(06).
       01  WS-EXG-DATE              PIC X(10).
       01  WS-EXG-LINES             PIC 9(07).
       01  WS-EXG-ACCEPT-FLAG       PIC X(01).
       01  WS-EXG-ALERT-SEVERITY    PIC X(01).
       01  WS-EXG-ALERT-DETAIL      PIC X(100).
       01  WS-EXG-WORK-LINE         PIC X(200).

      *    [MF] Ligne du registre decoupee ; seul le premier prenom
      *    de l'etat civil est rapproche du prenom de la fiche.
       01  WS-REG-LASTNAME              PIC X(50).
       01  WS-REG-FIRSTNAMES            PIC X(80).
       01  WS-REG-FIRSTNAME             PIC X(50).
       01  WS-REG-BIRTH-DATE            PIC X(10).
       01  WS-REG-BIRTH-PLACE           PIC X(05).
       01  WS-REG-DEATH-DATE            PIC X(10).
       01  WS-REG-CODE-SECU             PIC X(15).
       01  WS-REG-VALID                 PIC X(01).
       01  WS-REG-CHECK-DATE            PIC X(10).

      *    [MF] Libelles du rapport.
       01  WS-ENTITY-LABEL              PIC X(12).
       01  WS-BASIS-LABEL               PIC X(10).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-REG-LASTNAME         PIC X(50).
       01  SQL-REG-FIRSTNAME        PIC X(50).
       01  SQL-REG-BIRTH-DATE       PIC X(10).
       01  SQL-REG-BIRTH-PLACE      PIC X(05).
       01  SQL-REG-DEATH-DATE       PIC X(10).
       01  SQL-REG-CODE-SECU        PIC X(15).
       01  SQL-REG-SOURCE           PIC X(20).
       01  SQL-MATCH-ID             PIC 9(09).
       01  SQL-MATCH-ENTITY         PIC X(01).
       01  SQL-MATCH-BASIS          PIC X(01).
       01  SQL-UUID                 PIC X(36).
       01  SQL-BENE-ID              PIC 9(09).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-KNOWN-COUNT          PIC 9(05).
       01  SQL-PENDING-COUNT        PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY 'AUCUN FICHIER DECESINSEE RECU'
               GOBACK
           END-IF.

           OPEN EXTEND MATCH-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT MATCH-REPORT
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'CONNECT', SQLCODE
               END-CALL
               CLOSE REGISTER-FILE
               CLOSE MATCH-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-REGISTER-FILE THRU LOAD-REGISTER-FILE-FIN.
           CLOSE REGISTER-FILE.

           PERFORM WRITE-REPORT-TOTAL.
           CLOSE MATCH-REPORT.

           CALL 'logbatch' USING 'impdeces  ', WS-MATCH-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-LINE-COUNT ' DECES LU(S) AU REGISTRE'.
           DISPLAY WS-MATCH-COUNT ' CANDIDAT(S) MIS EN FILE'.
           DISPLAY WS-KNOWN-COUNT ' CANDIDAT(S) DEJA CONNU(S)'.
           DISPLAY WS-ERROR-COUNT ' LIGNE(S) ECARTEE(S)'.
           GOBACK.

      *    [MF] L'en-tete d'echange est controle avant toute ligne :
      *    un fichier refuse (doublon, saut de sequence) n'est pas
      *    rapproche du tout.
       LOAD-REGISTER-FILE.
           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-REGISTER-EOF
           END-READ.
           IF WS-REGISTER-EOF = 'Y'
               DISPLAY 'FICHIER DECESINSEE VIDE'
               GO TO LOAD-REGISTER-FILE-FIN
           END-IF.
           MOVE REGISTER-RECORD TO WS-EXG-WORK-LINE.
           PERFORM CHECK-EXCHANGE-HEADER.
           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-REGISTER-FILE-FIN
           END-IF.

           MOVE SPACES TO SQL-REG-SOURCE
           STRING FUNCTION TRIM(WS-EXG-SENDER) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXG-SEQ-TXT DELIMITED BY SIZE
               INTO SQL-REG-SOURCE
           END-STRING

           MOVE SPACES TO MATCH-REPORT-RECORD
           STRING 'RAPPROCHEMENT DU REGISTRE DES DECES - FICHIER '
                   DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-REG-SOURCE) DELIMITED BY SIZE
                   ' DU ' DELIMITED BY SIZE
                   WS-EXG-DATE DELIMITED BY SIZE
               INTO MATCH-REPORT-RECORD
           END-STRING
           WRITE MATCH-REPORT-RECORD.

           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-REGISTER-EOF
           END-READ.
           PERFORM LOAD-ONE-REGISTER-LINE
               UNTIL WS-REGISTER-EOF = 'Y'.

           MOVE WS-LINE-COUNT TO WS-EXG-LINES.
           PERFORM RECORD-EXCHANGE-COUNT.

       LOAD-REGISTER-FILE-FIN.
           EXIT.

      *    [MF] Decoupe un deces et le rapproche des adherents puis
      *    des ayants droit ; une ligne sans nom ou a date illisible
      *    est ecartee et signalee au rapport.
       LOAD-ONE-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-REG-LASTNAME WS-REG-FIRSTNAMES
               WS-REG-FIRSTNAME WS-REG-BIRTH-DATE WS-REG-BIRTH-PLACE
               WS-REG-DEATH-DATE WS-REG-CODE-SECU
           UNSTRING REGISTER-RECORD DELIMITED BY ';'
               INTO WS-REG-LASTNAME, WS-REG-FIRSTNAMES,
                   WS-REG-BIRTH-DATE, WS-REG-BIRTH-PLACE,
                   WS-REG-DEATH-DATE, WS-REG-CODE-SECU
           END-UNSTRING
           UNSTRING FUNCTION TRIM(WS-REG-FIRSTNAMES)
               DELIMITED BY ' ' OR ','
               INTO WS-REG-FIRSTNAME
           END-UNSTRING

           MOVE 'Y' TO WS-REG-VALID
           MOVE WS-REG-BIRTH-DATE TO WS-REG-CHECK-DATE
           PERFORM CHECK-REGISTER-DATE
           MOVE WS-REG-DEATH-DATE TO WS-REG-CHECK-DATE
           PERFORM CHECK-REGISTER-DATE
           IF WS-REG-LASTNAME = SPACES OR WS-REG-FIRSTNAME = SPACES
               MOVE 'N' TO WS-REG-VALID
           END-IF

           IF WS-REG-VALID NOT = 'Y'
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO MATCH-REPORT-RECORD
               STRING '  LIGNE ' DELIMITED BY SIZE
                       WS-LINE-COUNT DELIMITED BY SIZE
                       ' ECARTEE (NOM OU DATE ILLISIBLE) : '
                       DELIMITED BY SIZE
                       REGISTER-RECORD DELIMITED BY SIZE
                   INTO MATCH-REPORT-RECORD
               END-STRING
               WRITE MATCH-REPORT-RECORD
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-REG-LASTNAME)
                   TO SQL-REG-LASTNAME
               MOVE FUNCTION UPPER-CASE(WS-REG-FIRSTNAME)
                   TO SQL-REG-FIRSTNAME
               MOVE WS-REG-BIRTH-DATE TO SQL-REG-BIRTH-DATE
               MOVE WS-REG-BIRTH-PLACE TO SQL-REG-BIRTH-PLACE
               MOVE WS-REG-DEATH-DATE TO SQL-REG-DEATH-DATE
               MOVE WS-REG-CODE-SECU TO SQL-REG-CODE-SECU
               PERFORM MATCH-CUSTOMERS
               PERFORM MATCH-BENEFICIARIES
           END-IF

           READ REGISTER-FILE
               AT END MOVE 'Y' TO WS-REGISTER-EOF
           END-READ.

      *    [MF] Date AAAA-MM-JJ obligatoire.
       CHECK-REGISTER-DATE.
           IF WS-REG-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-REG-CHECK-DATE(5:1) NOT = '-'
               OR WS-REG-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-REG-CHECK-DATE(8:1) NOT = '-'
               OR WS-REG-CHECK-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-REG-VALID
           END-IF.

      *    [MF] Adherents non archives : code_secu identique (cle
      *    exclue) quand les deux en portent un, sinon nom, premier
      *    prenom et date de naissance, avec la commune de naissance
      *    du code_secu de la fiche quand elle en a un.
       MATCH-CUSTOMERS.
           MOVE 'C' TO SQL-MATCH-ENTITY
           MOVE 0 TO SQL-BENE-ID
           EXEC SQL
               DECLARE CRSDECESCUS CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   CASE WHEN TRIM(:SQL-REG-CODE-SECU) != ''
                        AND SUBSTR(COALESCE(customer_code_secu, ''),
                                   1, 13)
                            = SUBSTR(TRIM(:SQL-REG-CODE-SECU), 1, 13)
                        THEN 'S' ELSE 'I' END
               FROM customer
               WHERE customer_active != 'A'
               AND ( ( TRIM(:SQL-REG-CODE-SECU) != ''
                       AND TRIM(COALESCE(customer_code_secu, ''))
                           != ''
                       AND SUBSTR(customer_code_secu, 1, 13)
                           = SUBSTR(TRIM(:SQL-REG-CODE-SECU), 1, 13) )
                  OR ( UPPER(TRIM(customer_lastname))
                           = TRIM(:SQL-REG-LASTNAME)
                       AND UPPER(TRIM(customer_firstname))
                           = TRIM(:SQL-REG-FIRSTNAME)
                       AND customer_birth_date
                           = CAST(:SQL-REG-BIRTH-DATE AS DATE)
                       AND ( TRIM(:SQL-REG-CODE-SECU) = ''
                          OR TRIM(COALESCE(customer_code_secu, ''))
                             = '' )
                       AND ( TRIM(COALESCE(customer_code_secu, ''))
                             = ''
                          OR TRIM(:SQL-REG-BIRTH-PLACE) = ''
                          OR SUBSTR(customer_code_secu, 6, 5)
                             = TRIM(:SQL-REG-BIRTH-PLACE) ) ) )
               ORDER BY customer_uuid
           END-EXEC.

           EXEC SQL OPEN CRSDECESCUS END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'OPEN-CRSDECESCUS',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-MATCH-EOF
           ELSE
               MOVE 'N' TO WS-MATCH-EOF
           END-IF.

           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECESCUS
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-MATCH-BASIS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM QUEUE-DEATH-MATCH
                           THRU QUEUE-DEATH-MATCH-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-MATCH-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'impdeces',
                           'FETCH-CRSDECESCUS', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MATCH-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSDECESCUS END-EXEC.

      *    [MF] Ayants droit des adherents non archives, memes regles
      *    que pour les adherents.
       MATCH-BENEFICIARIES.
           MOVE 'B' TO SQL-MATCH-ENTITY
           EXEC SQL
               DECLARE CRSDECESBEN CURSOR FOR
               SELECT BENEFICIARY_ID, BENEFICIARY_CUSTOMER_UUID,
                   BENEFICIARY_LASTNAME, BENEFICIARY_FIRSTNAME,
                   CASE WHEN TRIM(:SQL-REG-CODE-SECU) != ''
                        AND SUBSTR(COALESCE(BENEFICIARY_CODE_SECU,
                                            ''), 1, 13)
                            = SUBSTR(TRIM(:SQL-REG-CODE-SECU), 1, 13)
                        THEN 'S' ELSE 'I' END
               FROM BENEFICIARY, customer
               WHERE BENEFICIARY_CUSTOMER_UUID = customer_uuid
               AND customer_active != 'A'
               AND ( ( TRIM(:SQL-REG-CODE-SECU) != ''
                       AND TRIM(COALESCE(BENEFICIARY_CODE_SECU, ''))
                           != ''
                       AND SUBSTR(BENEFICIARY_CODE_SECU, 1, 13)
                           = SUBSTR(TRIM(:SQL-REG-CODE-SECU), 1, 13) )
                  OR ( UPPER(TRIM(BENEFICIARY_LASTNAME))
                           = TRIM(:SQL-REG-LASTNAME)
                       AND UPPER(TRIM(BENEFICIARY_FIRSTNAME))
                           = TRIM(:SQL-REG-FIRSTNAME)
                       AND BENEFICIARY_BIRTH_DATE
                           = CAST(:SQL-REG-BIRTH-DATE AS DATE)
                       AND ( TRIM(:SQL-REG-CODE-SECU) = ''
                          OR TRIM(COALESCE(BENEFICIARY_CODE_SECU, ''))
                             = '' )
                       AND ( TRIM(COALESCE(BENEFICIARY_CODE_SECU, ''))
                             = ''
                          OR TRIM(:SQL-REG-BIRTH-PLACE) = ''
                          OR SUBSTR(BENEFICIARY_CODE_SECU, 6, 5)
                             = TRIM(:SQL-REG-BIRTH-PLACE) ) ) )
               ORDER BY BENEFICIARY_ID
           END-EXEC.

           EXEC SQL OPEN CRSDECESBEN END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'OPEN-CRSDECESBEN',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-MATCH-EOF
           ELSE
               MOVE 'N' TO WS-MATCH-EOF
           END-IF.

           PERFORM UNTIL WS-MATCH-EOF = 'Y'
               EXEC SQL
                   FETCH CRSDECESBEN
                   INTO :SQL-BENE-ID, :SQL-UUID, :SQL-LASTNAME,
                        :SQL-FIRSTNAME, :SQL-MATCH-BASIS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM QUEUE-DEATH-MATCH
                           THRU QUEUE-DEATH-MATCH-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-MATCH-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'impdeces',
                           'FETCH-CRSDECESBEN', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MATCH-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSDECESBEN END-EXEC.

      *    [MF] Met le candidat en file d'attente ('A'), sauf s'il y
      *    est deja pour le meme deces (en attente, confirme ou
      *    ecarte : un rapprochement ecarte n'est pas repropose).
       QUEUE-DEATH-MATCH.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-KNOWN-COUNT
               FROM DEATH_MATCH
               WHERE DEATH_MATCH_ENTITY = :SQL-MATCH-ENTITY
               AND DEATH_MATCH_CUSTOMER_UUID = :SQL-UUID
               AND DEATH_MATCH_BENEFICIARY_ID = :SQL-BENE-ID
               AND DEATH_MATCH_DEATH_DATE
                   = CAST(:SQL-REG-DEATH-DATE AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'KNOWN-MATCH',
                   SQLCODE
               END-CALL
               GO TO QUEUE-DEATH-MATCH-FIN
           END-IF.
           IF SQL-KNOWN-COUNT > 0
               ADD 1 TO WS-KNOWN-COUNT
               GO TO QUEUE-DEATH-MATCH-FIN
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(DEATH_MATCH_ID), 0) + 1
               INTO :SQL-MATCH-ID
               FROM DEATH_MATCH
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'NEXT-MATCH-ID',
                   SQLCODE
               END-CALL
               GO TO QUEUE-DEATH-MATCH-FIN
           END-IF.

           EXEC SQL
               INSERT INTO DEATH_MATCH (
                   DEATH_MATCH_ID, DEATH_MATCH_ENTITY,
                   DEATH_MATCH_CUSTOMER_UUID,
                   DEATH_MATCH_BENEFICIARY_ID, DEATH_MATCH_BASIS,
                   DEATH_MATCH_LASTNAME, DEATH_MATCH_FIRSTNAME,
                   DEATH_MATCH_BIRTH_DATE, DEATH_MATCH_BIRTH_PLACE,
                   DEATH_MATCH_DEATH_DATE, DEATH_MATCH_CODE_SECU,
                   DEATH_MATCH_SOURCE, DEATH_MATCH_STATUS,
                   DEATH_MATCH_CREATE_DATE )
               VALUES ( :SQL-MATCH-ID, :SQL-MATCH-ENTITY, :SQL-UUID,
                   :SQL-BENE-ID, :SQL-MATCH-BASIS,
                   :SQL-REG-LASTNAME, :SQL-REG-FIRSTNAME,
                   CAST(:SQL-REG-BIRTH-DATE AS DATE),
                   :SQL-REG-BIRTH-PLACE,
                   CAST(:SQL-REG-DEATH-DATE AS DATE),
                   :SQL-REG-CODE-SECU, :SQL-REG-SOURCE, 'A',
                   CURRENT_DATE )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'INSERT-MATCH',
                   SQLCODE
               END-CALL
               GO TO QUEUE-DEATH-MATCH-FIN
           END-IF.

           ADD 1 TO WS-MATCH-COUNT
           PERFORM WRITE-MATCH-LINE.

       QUEUE-DEATH-MATCH-FIN.
           EXIT.

      *    [MF] Un candidat : numero de file, adherent ou ayant
      *    droit, identite de la fiche, deces et base du
      *    rapprochement.
       WRITE-MATCH-LINE.
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
           MOVE SPACES TO MATCH-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   SQL-MATCH-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ENTITY-LABEL DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' NE(E) LE ' DELIMITED BY SIZE
                   SQL-REG-BIRTH-DATE DELIMITED BY SIZE
                   ' - DECES ' DELIMITED BY SIZE
                   SQL-REG-DEATH-DATE DELIMITED BY SIZE
                   ' - PAR ' DELIMITED BY SIZE
                   WS-BASIS-LABEL DELIMITED BY SIZE
               INTO MATCH-REPORT-RECORD
           END-STRING
           WRITE MATCH-REPORT-RECORD.

      *    [MF] Totaux du passage et reste de la file, candidats des
      *    mois precedents compris.
       WRITE-REPORT-TOTAL.
           MOVE 0 TO SQL-PENDING-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-PENDING-COUNT
               FROM DEATH_MATCH
               WHERE DEATH_MATCH_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impdeces', 'PENDING-COUNT',
                   SQLCODE
               END-CALL
           END-IF.
           MOVE SQL-PENDING-COUNT TO WS-PENDING-COUNT

           MOVE SPACES TO MATCH-REPORT-RECORD
           STRING 'TOTAL - LUS : ' DELIMITED BY SIZE
                   WS-LINE-COUNT DELIMITED BY SIZE
                   ' - CANDIDATS : ' DELIMITED BY SIZE
                   WS-MATCH-COUNT DELIMITED BY SIZE
                   ' - ECARTES : ' DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   ' - EN ATTENTE DE CONFIRMATION : ' DELIMITED BY SIZE
                   WS-PENDING-COUNT DELIMITED BY SIZE
               INTO MATCH-REPORT-RECORD
           END-STRING
           WRITE MATCH-REPORT-RECORD.

      *    [MF] La premiere ligne est l'en-tete d'echange
      *    (ENTETE;<emetteur>;<sequence>;<date>) : le controle
      *    chkexchg refuse un doublon ou un saut de sequence et
      *    enregistre le fichier accepte au registre FILE_REGISTRY.
       CHECK-EXCHANGE-HEADER.
           MOVE 'N' TO WS-EXG-ACCEPT-FLAG
           MOVE SPACES TO WS-EXG-TAG WS-EXG-SENDER WS-EXG-SEQ-TXT
               WS-EXG-DATE
           UNSTRING WS-EXG-WORK-LINE DELIMITED BY ';'
               INTO WS-EXG-TAG, WS-EXG-SENDER, WS-EXG-SEQ-TXT,
                   WS-EXG-DATE
           END-UNSTRING

           IF FUNCTION UPPER-CASE(WS-EXG-TAG(1:6)) NOT = 'ENTETE'
               MOVE SPACES TO WS-EXG-ALERT-DETAIL
               STRING 'FICHIER DECESINSEE SANS EN-TETE D''ECHANGE'
                       DELIMITED BY SIZE
                   INTO WS-EXG-ALERT-DETAIL
               END-STRING
           ELSE
               MOVE FUNCTION NUMVAL(WS-EXG-SEQ-TXT) TO WS-EXG-SEQ
               MOVE 1 TO WS-EXG-REQUEST
               MOVE 0 TO WS-EXG-LINES
               CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
                   WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
                   WS-EXG-ACCEPT-FLAG
               END-CALL
               IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
                   MOVE SPACES TO WS-EXG-ALERT-DETAIL
                   STRING 'FICHIER DECESINSEE REFUSE : DOUBLON OU '
                           DELIMITED BY SIZE
                           'SAUT DE SEQUENCE ' DELIMITED BY SIZE
                           WS-EXG-SEQ-TXT DELIMITED BY SIZE
                       INTO WS-EXG-ALERT-DETAIL
                   END-STRING
               END-IF
           END-IF

           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               MOVE 'H' TO WS-EXG-ALERT-SEVERITY
               CALL 'logalert' USING 'impdeces  ',
                   WS-EXG-ALERT-SEVERITY, WS-EXG-ALERT-DETAIL
               END-CALL
               DISPLAY FUNCTION TRIM(WS-EXG-ALERT-DETAIL)
           END-IF.

      *    [MF] Complete la ligne du registre avec le nombre de
      *    lignes reellement lues.
       RECORD-EXCHANGE-COUNT.
           MOVE 2 TO WS-EXG-REQUEST
           CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
               WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
               WS-EXG-ACCEPT-FLAG
           END-CALL.
