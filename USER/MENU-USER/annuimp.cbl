      ******************************************************************
      *    [MF] Le programme 'Annulation d'un Import' permet au
      *    superviseur de defaire un passage d'import de masse charge
      *    par erreur (mauvais fichier d'un partenaire, liste du
      *    personnel de l'an passe) sans supprimer a la main, avec
      *    l'administrateur de base, des centaines de fiches, contrats
      *    et echeances.
      *
      *    L'ecran deroule les derniers passages de la table
      *    IMPORT_RUN (logimprun) : numero, programme (impcust,
      *    impemply, impprosp), horodatage, lignes chargees et
      *    rejetees telles que dans IMPORTCUSTLOG, EMPLOYEELOG et
      *    PROSPECTLOG, statut. Le superviseur saisit le numero du
      *    passage a annuler et valide.
      *
      *    Chaque ligne creee par le passage porte son numero
      *    (CUSTOMER_IMPORT_RUN, CONTRACT_IMPORT_RUN,
      *    ECHEANCIER_IMPORT_RUN, PROSPECT_IMPORT_RUN). Une ligne que
      *    rien d'autre n'a encore touchee est supprimee avec une
      *    trace ANNUL-IMPORT dans CUSTOMER_AUDIT (logaudit) et une
      *    ligne BI_DELETE_LOG pour l'entrepot (bidelta) : la fiche
      *    avec ses echeances, ses contrats du passage et son mandat
      *    SEPA ; le prospect encore nouveau et sans devis. Une ligne
      *    deja utilisee - fiche validee, encaissement, sinistre,
      *    echeance emise, autre contrat ; prospect rappele, devise ou
      *    converti - est conservee et listee dans le rapport
      *    IMPORTREVERSEDAY pour decision manuelle.
      *
      *    Le passage passe au statut 'A' (annule) quand tout a ete
      *    supprime, 'P' (partiellement annule) sinon ; il peut etre
      *    annule de nouveau une fois les cas conserves regles. Une
      *    erreur technique en cours d'annulation defait l'ensemble.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. annuimp.
       AUTHOR.       Martial.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSE-REPORT ASSIGN TO "IMPORTREVERSEDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSE-REPORT.
       01  REVERSE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-REPORT-FILE-STATUS    PIC X(02).
       01  WS-RUN-EOF               PIC X(01).
       01  WS-ROW-EOF               PIC X(01).
       01  WS-RUN-SHOWN             PIC 9(05).
       01  WS-PICK-RUN-ID           PIC 9(09).
       01  WS-REVERSE-VALIDATION    PIC X(01).
       01  WS-ERROR-MESSAGE         PIC X(70).

      *    [MF] Bilan de l'annulation ; une erreur technique fait
      *    tout defaire.
       01  WS-REMOVED-COUNT         PIC 9(07).
       01  WS-KEPT-COUNT            PIC 9(07).
       01  WS-REVERSE-FAILED        PIC X(01).
       01  WS-KEEP-REASON           PIC X(40).
       01  WS-TODAY                 PIC X(10).

       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-RUN-ID               PIC 9(09).
       01  SQL-RUN-PROGRAM          PIC X(10).
       01  SQL-RUN-TS               PIC X(19).
       01  SQL-RUN-OK-COUNT         PIC 9(07).
       01  SQL-RUN-REJECT-COUNT     PIC 9(07).
       01  SQL-RUN-STATUS           PIC X(01).
       01  SQL-RUN-NEW-STATUS       PIC X(01).
       01  SQL-REMOVED-COUNT        PIC 9(07).
       01  SQL-KEPT-COUNT           PIC 9(07).
       01  SQL-CUS-UUID             PIC X(36).
       01  SQL-CUS-LASTNAME         PIC X(50).
       01  SQL-CUS-FIRSTNAME        PIC X(50).
       01  SQL-CUS-CODE-SECU        PIC X(15).
       01  SQL-CUS-ACTIVE           PIC X(01).
       01  SQL-COLLECTION-COUNT     PIC 9(05).
       01  SQL-CLAIM-COUNT          PIC 9(05).
       01  SQL-OTHER-CONTRACT-COUNT PIC 9(05).
       01  SQL-ISSUED-DUE-COUNT     PIC 9(05).
       01  SQL-PRO-ID               PIC 9(09).
       01  SQL-PRO-LASTNAME         PIC X(50).
       01  SQL-PRO-FIRSTNAME        PIC X(50).
       01  SQL-PRO-STATUS           PIC X(01).
       01  SQL-PRO-QUOTE-REF        PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  IMPORT-REVERSE-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(23) VALUE 'ANNULATION D''UN IMPORT'
           LINE 2 COL 2 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(17) VALUE 'Numero du passage'
           LINE 26 COL 2.
           05 FILLER PIC X VALUE ':' LINE 26 COL 30.
           05 FILLER PIC 9(09) TO WS-PICK-RUN-ID LINE 26 COL 32 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(26) VALUE 'Confirmer l''annulation (O)'
           LINE 28 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REVERSE-VALIDATION
           LINE 28 COL 32
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

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
                   'annuler un import.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM LIST-IMPORT-RUNS.
      *    [MF] La working-storage persiste entre deux CALL : la
      *    saisie precedente est effacee.
           MOVE 0 TO WS-PICK-RUN-ID.
           MOVE SPACES TO WS-REVERSE-VALIDATION.
           ACCEPT IMPORT-REVERSE-SCREEN.

           IF WS-PICK-RUN-ID = 0
               OR FUNCTION UPPER-CASE(WS-REVERSE-VALIDATION) NOT = 'O'
               DISPLAY 'AUCUN PASSAGE ANNULE.'
           ELSE
               PERFORM REVERSE-IMPORT-RUN
               THRU REVERSE-IMPORT-RUN-FIN
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Deroule les vingt derniers passages d'import, du plus
      *    recent au plus ancien.
       LIST-IMPORT-RUNS.
           MOVE 0 TO WS-RUN-SHOWN

           EXEC SQL
               DECLARE CRSIMPORTRUN CURSOR FOR
               SELECT IMPORT_RUN_ID, IMPORT_PROGRAM,
                   TO_CHAR(IMPORT_RUN_TS, 'YYYY-MM-DD HH24:MI:SS'),
                   IMPORT_OK_COUNT, IMPORT_REJECT_COUNT,
                   IMPORT_STATUS
               FROM IMPORT_RUN
               ORDER BY IMPORT_RUN_ID DESC
               LIMIT 20
           END-EXEC.

           EXEC SQL OPEN CRSIMPORTRUN END-EXEC.

           DISPLAY 'PASSAGE   PROGRAMME  DATE                '
               'CHARGES  REJETES  STATUT'.
           MOVE 'N' TO WS-RUN-EOF
           PERFORM UNTIL WS-RUN-EOF = 'Y'
               EXEC SQL
                   FETCH CRSIMPORTRUN
                   INTO :SQL-RUN-ID, :SQL-RUN-PROGRAM, :SQL-RUN-TS,
                       :SQL-RUN-OK-COUNT, :SQL-RUN-REJECT-COUNT,
                       :SQL-RUN-STATUS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-RUN-SHOWN
                       DISPLAY SQL-RUN-ID ' ' SQL-RUN-PROGRAM ' '
                           SQL-RUN-TS ' ' SQL-RUN-OK-COUNT '  '
                           SQL-RUN-REJECT-COUNT '  ' SQL-RUN-STATUS
                   WHEN 100
                       MOVE 'Y' TO WS-RUN-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'annuimp',
                           'FETCH-IMPORT-RUN', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-RUN-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSIMPORTRUN END-EXEC.

           IF WS-RUN-SHOWN = 0
               DISPLAY 'AUCUN PASSAGE D''IMPORT ENREGISTRE.'
           ELSE
               DISPLAY 'STATUT : E EN COURS, C CHARGE, '
                   'P PARTIELLEMENT ANNULE, A ANNULE'
           END-IF.

      *    [MF] Annule le passage designe : fiches et contrats pour
      *    impcust et impemply, prospects pour impprosp.
       REVERSE-IMPORT-RUN.
           MOVE WS-PICK-RUN-ID TO SQL-RUN-ID
           EXEC SQL
               SELECT IMPORT_PROGRAM, IMPORT_STATUS
               INTO :SQL-RUN-PROGRAM, :SQL-RUN-STATUS
               FROM IMPORT_RUN
               WHERE IMPORT_RUN_ID = :SQL-RUN-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : passage d''import inconnu.'
               GO TO REVERSE-IMPORT-RUN-FIN
           END-IF.

           IF SQL-RUN-STATUS = 'A'
               DISPLAY 'Erreur : ce passage est deja annule.'
               GO TO REVERSE-IMPORT-RUN-FIN
           END-IF.

           MOVE 0 TO WS-REMOVED-COUNT WS-KEPT-COUNT
           MOVE 'N' TO WS-REVERSE-FAILED
           PERFORM OPEN-REVERSE-REPORT

           IF SQL-RUN-PROGRAM = 'impprosp'
               PERFORM REVERSE-PROSPECTS
           ELSE
               PERFORM REVERSE-CUSTOMERS
           END-IF

           IF WS-REVERSE-FAILED = 'Y'
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE SPACES TO REVERSE-REPORT-RECORD
               STRING 'ANNULATION INTERROMPUE PAR UNE ERREUR TECHNIQUE'
                       DELIMITED BY SIZE
                       ' - AUCUNE SUPPRESSION VALIDEE' DELIMITED BY SIZE
                   INTO REVERSE-REPORT-RECORD
               END-STRING
               WRITE REVERSE-REPORT-RECORD
               CLOSE REVERSE-REPORT
               DISPLAY 'Erreur technique : annulation abandonnee.'
               GO TO REVERSE-IMPORT-RUN-FIN
           END-IF.

           PERFORM CLOSE-IMPORT-RUN-REVERSAL.

           MOVE SPACES TO REVERSE-REPORT-RECORD
           STRING 'BILAN PASSAGE ' DELIMITED BY SIZE
                   SQL-RUN-ID DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-REMOVED-COUNT DELIMITED BY SIZE
                   ' SUPPRIME(S), ' DELIMITED BY SIZE
                   WS-KEPT-COUNT DELIMITED BY SIZE
                   ' CONSERVE(S) POUR DECISION MANUELLE'
                       DELIMITED BY SIZE
               INTO REVERSE-REPORT-RECORD
           END-STRING
           WRITE REVERSE-REPORT-RECORD
           CLOSE REVERSE-REPORT

           EXEC SQL COMMIT WORK END-EXEC.

           DISPLAY WS-REMOVED-COUNT ' LIGNE(S) SUPPRIMEE(S)'.
           DISPLAY WS-KEPT-COUNT ' LIGNE(S) CONSERVEE(S) - VOIR '
               'IMPORTREVERSEDAY'.

       REVERSE-IMPORT-RUN-FIN.
           EXIT.

      *    [MF] En-tete du rapport, a la suite des annulations
      *    precedentes de la journee.
       OPEN-REVERSE-REPORT.
           OPEN EXTEND REVERSE-REPORT
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT REVERSE-REPORT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO REVERSE-REPORT-RECORD
           STRING 'ANNULATION DU PASSAGE D''IMPORT ' DELIMITED BY SIZE
                   SQL-RUN-ID DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-RUN-PROGRAM) DELIMITED BY SIZE
                   ') DU ' DELIMITED BY SIZE
                   WS-TODAY(7:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY(5:2) DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY(1:4) DELIMITED BY SIZE
               INTO REVERSE-REPORT-RECORD
           END-STRING
           WRITE REVERSE-REPORT-RECORD.

      *    [MF] Fiches creees par le passage, avec ce qui les a
      *    touchees depuis : encaissements, sinistres, contrats hors
      *    passage, echeances emises.
       REVERSE-CUSTOMERS.
           EXEC SQL
               DECLARE CRSIMPCUSTOMER CURSOR FOR
               SELECT C.CUSTOMER_UUID, C.CUSTOMER_LASTNAME,
                   C.CUSTOMER_FIRSTNAME, C.CUSTOMER_CODE_SECU,
                   C.CUSTOMER_ACTIVE,
                   ( SELECT COUNT(*) FROM COLLECTION L
                     WHERE L.COLLECTION_CUSTOMER_UUID =
                         C.CUSTOMER_UUID ),
                   ( SELECT COUNT(*) FROM CLAIM M
                     WHERE M.CLAIM_CUSTOMER_UUID = C.CUSTOMER_UUID ),
                   ( SELECT COUNT(*) FROM CONTRACT K
                     WHERE K.CONTRACT_CUSTOMER_UUID = C.CUSTOMER_UUID
                     AND ( K.CONTRACT_IMPORT_RUN IS NULL
                        OR K.CONTRACT_IMPORT_RUN <>
                           C.CUSTOMER_IMPORT_RUN ) ),
                   ( SELECT COUNT(*) FROM ECHEANCIER E
                     WHERE E.ECHEANCIER_CUSTOMER_UUID =
                         C.CUSTOMER_UUID
                     AND E.ECHEANCIER_STATUS <> 'P' )
               FROM CUSTOMER C
               WHERE C.CUSTOMER_IMPORT_RUN = :SQL-RUN-ID
               ORDER BY C.CUSTOMER_LASTNAME, C.CUSTOMER_FIRSTNAME
           END-EXEC.

           EXEC SQL OPEN CRSIMPCUSTOMER END-EXEC.

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
               EXEC SQL
                   FETCH CRSIMPCUSTOMER
                   INTO :SQL-CUS-UUID, :SQL-CUS-LASTNAME,
                       :SQL-CUS-FIRSTNAME, :SQL-CUS-CODE-SECU,
                       :SQL-CUS-ACTIVE, :SQL-COLLECTION-COUNT,
                       :SQL-CLAIM-COUNT, :SQL-OTHER-CONTRACT-COUNT,
                       :SQL-ISSUED-DUE-COUNT
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM REVERSE-ONE-CUSTOMER
                       THRU REVERSE-ONE-CUSTOMER-FIN
                       IF WS-REVERSE-FAILED = 'Y'
                           MOVE 'Y' TO WS-ROW-EOF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-ROW-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'annuimp',
                           'FETCH-IMP-CUSTOMER', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-REVERSE-FAILED
                       MOVE 'Y' TO WS-ROW-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSIMPCUSTOMER END-EXEC.

      *    [MF] Une fiche utilisee est conservee et listee avec la
      *    premiere raison trouvee ; les autres sont supprimees.
       REVERSE-ONE-CUSTOMER.
           MOVE SPACES TO WS-KEEP-REASON
           EVALUATE TRUE
               WHEN SQL-COLLECTION-COUNT > 0
                   MOVE 'ENCAISSEMENT ENREGISTRE' TO WS-KEEP-REASON
               WHEN SQL-CLAIM-COUNT > 0
                   MOVE 'SINISTRE DECLARE' TO WS-KEEP-REASON
               WHEN SQL-CUS-ACTIVE NOT = 'P'
                   MOVE 'FICHE VALIDEE OU MODIFIEE' TO WS-KEEP-REASON
               WHEN SQL-OTHER-CONTRACT-COUNT > 0
                   MOVE 'CONTRAT HORS PASSAGE' TO WS-KEEP-REASON
               WHEN SQL-ISSUED-DUE-COUNT > 0
                   MOVE 'ECHEANCE EMISE OU ANNULEE' TO WS-KEEP-REASON
           END-EVALUATE

           IF WS-KEEP-REASON NOT = SPACES
               ADD 1 TO WS-KEPT-COUNT
               MOVE SPACES TO REVERSE-REPORT-RECORD
               STRING 'CONSERVEE : ' DELIMITED BY SIZE
                       SQL-CUS-UUID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-CUS-CODE-SECU)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-CUS-LASTNAME)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-CUS-FIRSTNAME)
                           DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEEP-REASON) DELIMITED BY SIZE
                   INTO REVERSE-REPORT-RECORD
               END-STRING
               WRITE REVERSE-REPORT-RECORD
               GO TO REVERSE-ONE-CUSTOMER-FIN
           END-IF.

      *    [MF] La suppression est tracee (logaudit) avant d'etre
      *    faite : une trace qui echoue annule toute la fiche, on ne
      *    supprime pas sans laisser de trace.
           MOVE SQL-CUS-UUID TO WS-AUDIT-KEY
           MOVE 'ANNUL-IMPORT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'FICHE SUPPRIMEE, PASSAGE ' DELIMITED BY SIZE
                   SQL-RUN-ID DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-RUN-PROGRAM) DELIMITED BY SIZE
                   ') : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CUS-LASTNAME) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           MOVE 0 TO RETURN-CODE
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL
           IF RETURN-CODE NOT = 0
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

      *    [MF] Les lignes supprimees sont signalees a l'entrepot
      *    avant de disparaitre, comme pour la purge (purgarch).
           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               SELECT 'ECHEANCIER', CAST(ECHEANCIER_ID AS TEXT),
                   'IMPORT', NULL, LOCALTIMESTAMP(0), NULL
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               SELECT 'CONTRACT', CAST(CONTRACT_CUSTOMER_UUID AS TEXT)
                   || '/' || TRIM(CONTRACT_PRODUCT_CODE),
                   'IMPORT', NULL, LOCALTIMESTAMP(0), NULL
               FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           EXEC SQL
               INSERT INTO BI_DELETE_LOG (
                   BI_ENTITY, BI_ROW_KEY, BI_DELETE_REASON,
                   BI_SURVIVOR_KEY, BI_DELETE_TS, BI_EXTRACT_DATE )
               VALUES ( 'CUSTOMER', :SQL-CUS-UUID, 'IMPORT', NULL,
                   LOCALTIMESTAMP(0), NULL )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           EXEC SQL
               DELETE FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           EXEC SQL
               DELETE FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           EXEC SQL
               DELETE FROM MANDATE
               WHERE MANDATE_CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

      *    [MF] Le conjoint rattache au foyer par ccback ne doit plus
      *    pointer sur une fiche disparue.
           IF SQL-CUS-CODE-SECU NOT = SPACES
               EXEC SQL
                   UPDATE CUSTOMER
                   SET CUSTOMER_SPOUSE_CODE_SECU = ' '
                   WHERE CUSTOMER_SPOUSE_CODE_SECU =
                       :SQL-CUS-CODE-SECU
                   AND CUSTOMER_UUID <> :SQL-CUS-UUID
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   GO TO REVERSE-ONE-CUSTOMER-ERROR
               END-IF
           END-IF.

           EXEC SQL
               DELETE FROM CUSTOMER
               WHERE CUSTOMER_UUID = :SQL-CUS-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               GO TO REVERSE-ONE-CUSTOMER-ERROR
           END-IF.

           ADD 1 TO WS-REMOVED-COUNT
           MOVE SPACES TO REVERSE-REPORT-RECORD
           STRING 'SUPPRIMEE : ' DELIMITED BY SIZE
                   SQL-CUS-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CUS-CODE-SECU) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CUS-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-CUS-FIRSTNAME) DELIMITED BY SIZE
               INTO REVERSE-REPORT-RECORD
           END-STRING
           WRITE REVERSE-REPORT-RECORD
           GO TO REVERSE-ONE-CUSTOMER-FIN.

       REVERSE-ONE-CUSTOMER-ERROR.
           CALL 'logsqlerr' USING 'annuimp', 'REVERSE-CUSTOMER',
               SQLCODE
           END-CALL
           MOVE 'Y' TO WS-REVERSE-FAILED.

       REVERSE-ONE-CUSTOMER-FIN.
           EXIT.

      *    [MF] Prospects charges par le passage : seul un prospect
      *    encore nouveau ('N') et sans devis n'a ete touche par
      *    personne.
       REVERSE-PROSPECTS.
           EXEC SQL
               DECLARE CRSIMPPROSPECT CURSOR FOR
               SELECT PROSPECT_ID, PROSPECT_LASTNAME,
                   PROSPECT_FIRSTNAME, PROSPECT_STATUS,
                   COALESCE(PROSPECT_QUOTE_REF, ' ')
               FROM PROSPECT
               WHERE PROSPECT_IMPORT_RUN = :SQL-RUN-ID
               ORDER BY PROSPECT_ID
           END-EXEC.

           EXEC SQL OPEN CRSIMPPROSPECT END-EXEC.

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
               EXEC SQL
                   FETCH CRSIMPPROSPECT
                   INTO :SQL-PRO-ID, :SQL-PRO-LASTNAME,
                       :SQL-PRO-FIRSTNAME, :SQL-PRO-STATUS,
                       :SQL-PRO-QUOTE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM REVERSE-ONE-PROSPECT
                       THRU REVERSE-ONE-PROSPECT-FIN
                       IF WS-REVERSE-FAILED = 'Y'
                           MOVE 'Y' TO WS-ROW-EOF
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-ROW-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'annuimp',
                           'FETCH-IMP-PROSPECT', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-REVERSE-FAILED
                       MOVE 'Y' TO WS-ROW-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSIMPPROSPECT END-EXEC.

      *    [MF] Le numero du prospect tient lieu d'identifiant sur la
      *    ligne d'audit.
       REVERSE-ONE-PROSPECT.
           MOVE SPACES TO WS-KEEP-REASON
           EVALUATE TRUE
               WHEN SQL-PRO-STATUS = 'C'
                   MOVE 'PROSPECT CONVERTI' TO WS-KEEP-REASON
               WHEN SQL-PRO-STATUS NOT = 'N'
                   MOVE 'PROSPECT RAPPELE' TO WS-KEEP-REASON
               WHEN SQL-PRO-QUOTE-REF NOT = SPACES
                   MOVE 'DEVIS ETABLI' TO WS-KEEP-REASON
           END-EVALUATE

           IF WS-KEEP-REASON NOT = SPACES
               ADD 1 TO WS-KEPT-COUNT
               MOVE SPACES TO REVERSE-REPORT-RECORD
               STRING 'CONSERVE : PROSPECT ' DELIMITED BY SIZE
                       SQL-PRO-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-PRO-LASTNAME)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-PRO-FIRSTNAME)
                           DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-KEEP-REASON) DELIMITED BY SIZE
                   INTO REVERSE-REPORT-RECORD
               END-STRING
               WRITE REVERSE-REPORT-RECORD
               GO TO REVERSE-ONE-PROSPECT-FIN
           END-IF.

           EXEC SQL
               DELETE FROM PROSPECT
               WHERE PROSPECT_ID = :SQL-PRO-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'annuimp', 'REVERSE-PROSPECT',
                   SQLCODE
               END-CALL
               MOVE 'Y' TO WS-REVERSE-FAILED
               GO TO REVERSE-ONE-PROSPECT-FIN
           END-IF.

           MOVE SPACES TO WS-AUDIT-KEY
           MOVE SQL-PRO-ID TO WS-AUDIT-KEY(1:9)
           MOVE 'ANNUL-IMPORT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'PROSPECT SUPPRIME, PASSAGE ' DELIMITED BY SIZE
                   SQL-RUN-ID DELIMITED BY SIZE
                   ' (impprosp) : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-LASTNAME) DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL

           ADD 1 TO WS-REMOVED-COUNT
           MOVE SPACES TO REVERSE-REPORT-RECORD
           STRING 'SUPPRIME : PROSPECT ' DELIMITED BY SIZE
                   SQL-PRO-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRO-FIRSTNAME) DELIMITED BY SIZE
               INTO REVERSE-REPORT-RECORD
           END-STRING
           WRITE REVERSE-REPORT-RECORD.

       REVERSE-ONE-PROSPECT-FIN.
           EXIT.

      *    [MF] Statut et date d'annulation du passage, avec la trace
      *    d'audit de l'operation elle-meme.
       CLOSE-IMPORT-RUN-REVERSAL.
           IF WS-KEPT-COUNT = 0
               MOVE 'A' TO SQL-RUN-NEW-STATUS
           ELSE
               MOVE 'P' TO SQL-RUN-NEW-STATUS
           END-IF
           MOVE WS-REMOVED-COUNT TO SQL-REMOVED-COUNT
           MOVE WS-KEPT-COUNT TO SQL-KEPT-COUNT

           EXEC SQL
               UPDATE IMPORT_RUN
               SET IMPORT_STATUS = :SQL-RUN-NEW-STATUS,
                   IMPORT_REVERSE_TS = LOCALTIMESTAMP(0),
                   IMPORT_REMOVED_COUNT = :SQL-REMOVED-COUNT,
                   IMPORT_KEPT_COUNT = :SQL-KEPT-COUNT
               WHERE IMPORT_RUN_ID = :SQL-RUN-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'annuimp', 'CLOSE-IMPORT-RUN',
                   SQLCODE
               END-CALL
           END-IF.

           MOVE SPACES TO WS-AUDIT-KEY
           MOVE SQL-RUN-ID TO WS-AUDIT-KEY(1:9)
           MOVE 'ANNUL-IMPORT' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'PASSAGE ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-RUN-PROGRAM) DELIMITED BY SIZE
                   ' ANNULE : ' DELIMITED BY SIZE
                   WS-REMOVED-COUNT DELIMITED BY SIZE
                   ' SUPPRIME(S), ' DELIMITED BY SIZE
                   WS-KEPT-COUNT DELIMITED BY SIZE
                   ' CONSERVE(S)' DELIMITED BY SIZE
               INTO WS-AUDIT-DETAIL
           END-STRING
           CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.
