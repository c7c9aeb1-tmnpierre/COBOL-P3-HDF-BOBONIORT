      ******************************************************************
      *    [MF] Le programme 'Import Factures Tiers Payant' est le
      *    traitement de nuit qui charge les factures electroniques
      *    transmises chaque jour par les prestataires conventionnes
      *    (pharmacies, opticiens... table PROVIDER tenue par
      *    provadm) : jusqu'ici une demande tiers payant n'arrivait
      *    que saisie a l'ecran creaclaim ou portee par le flux
      *    NOEMIE.
      *
      *    Le fichier FACTUREFLOW regroupe les envois du jour, un
      *    bloc par prestataire : une ligne d'en-tete d'echange
      *    ENTETE;<code prestataire>;<sequence>;<date> puis une
      *    ligne par acte facture :
      *    numero de facture;code_secu;date des soins;code acte;
      *    depense;part regime obligatoire.
      *    Chaque en-tete passe le controle chkexchg (l'emetteur est
      *    le prestataire lui-meme, chacun a sa propre sequence) et
      *    le prestataire doit etre actif dans PROVIDER : un bloc
      *    refuse n'est pas charge.
      *
      *    Chaque ligne est rattachee a l'adherent par son code_secu
      *    (ou a l'adherent porteur quand le code_secu est celui d'un
      *    ayant droit, comme impclaim) et cree une demande CLAIM au
      *    statut 'N' portant le code du prestataire et le numero de
      *    sa facture : calcclaim la calcule, payclaim la vire au
      *    prestataire.
      *
      *    Le prestataire recoit un retour ligne a ligne dans son
      *    propre fichier FACTUREACK.<code prestataire>.<sequence>,
      *    un fichier par envoi : ACQ;<en-tete recu> puis
      *    ACQ;<numero de facture>;ACC ou ACQ;<numero de
      *    facture>;REJ;<motif> (R01 ligne malformee, R02 personne
      *    inconnue, R03 erreur technique, R06 code acte inconnu du
      *    referentiel ACT ou non valide a la date des soins,
      *    controle chkact) - un bloc refuse porte
      *    ACQ;<en-tete recu>;REFUS;R04 (prestataire inconnu ou
      *    retire) ou R05 (doublon ou saut de sequence). Le
      *    resultat detaille est journalise dans FACTURELOG, dans le
      *    meme esprit que NOEMIELOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impfact.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "FACTUREFLOW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-INVOICE-FILE-STATUS.
           SELECT INVOICE-REPORT ASSIGN TO "FACTURELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.
           SELECT INVOICE-ACK ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ACK-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD               PIC X(200).

       FD  INVOICE-REPORT.
       01  INVOICE-REPORT-RECORD        PIC X(100).

       FD  INVOICE-ACK.
       01  INVOICE-ACK-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-INVOICE-FILE-STATUS       PIC X(02).
       01  WS-REPORT-FILE-STATUS        PIC X(02).
       01  WS-ACK-FILE-STATUS           PIC X(02).
      *    [MF] Un retour par envoi, nomme d'apres le prestataire et
      *    la sequence de l'en-tete ; ouvert le temps du bloc.
       01  WS-ACK-FILE-NAME             PIC X(40).
       01  WS-ACK-FILE-OPEN             PIC X(01) VALUE 'N'.
       01  WS-ACK-REASON-CODE           PIC X(03).
       01  WS-INVOICE-EOF               PIC X(01) VALUE 'N'.

      *    [MF] Le bloc courant (un prestataire) est-il accepte ?
      *    Les lignes d'un bloc refuse sont lues et ignorees.
       01  WS-BLOCK-ACCEPTED            PIC X(01) VALUE 'N'.
       01  WS-BLOCK-LINE-COUNT          PIC 9(07) VALUE 0.
       01  WS-BLOCK-COUNT               PIC 9(05) VALUE 0.
       01  WS-BLOCK-REFUSED-COUNT       PIC 9(05) VALUE 0.

       01  WS-INVOICE-LINE-COUNT        PIC 9(07) VALUE 0.
       01  WS-INVOICE-OK-COUNT          PIC 9(07) VALUE 0.
       01  WS-INVOICE-ERROR-COUNT       PIC 9(07) VALUE 0.

       01  WS-INVOICE-REF               PIC X(20).
       01  WS-INVOICE-CODE-SECU         PIC X(15).
       01  WS-INVOICE-CARE-DATE         PIC X(10).
       01  WS-INVOICE-ACT-CODE          PIC X(10).
       01  WS-INVOICE-EXPENSE           PIC X(12).
       01  WS-INVOICE-RO-AMOUNT         PIC X(12).
       01  WS-ACT-VALID-FLAG            PIC X(01).
       01  WS-ACT-FAMILY                PIC X(12).

       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).

      *    [MF] Controle d'echange (chkexchg) : en-tete de bloc
      *    ENTETE;<prestataire>;<sequence>;<date> et indicateur
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

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-UUID                 PIC X(36).
       01  SQL-INVOICE-CODE-SECU    PIC X(15).
       01  SQL-INVOICE-REF          PIC X(20).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-EXPENSE-AMOUNT       PIC 9(07)V99.
       01  SQL-RO-AMOUNT            PIC 9(07)V99.
       01  SQL-BENEFICIARY-ID       PIC 9(09).
       01  SQL-TP-PROVIDER-CODE     PIC X(10).
       01  SQL-TP-PROVIDER-COUNT    PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-FILE-STATUS NOT = '00'
               DISPLAY 'FICHIER FACTUREFLOW INTROUVABLE'
               GOBACK
           END-IF.

           OPEN EXTEND INVOICE-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT INVOICE-REPORT
           END-IF.

           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impfact', 'CONNECT', SQLCODE
               END-CALL
               CLOSE INVOICE-FILE
               CLOSE INVOICE-REPORT
               GOBACK
           END-IF.

           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-INVOICE-EOF
           END-READ.

      *    [MF] Le fichier doit commencer par un en-tete de bloc :
      *    des lignes de facture orphelines ne seraient rattachees a
      *    aucun prestataire.
           IF WS-INVOICE-EOF NOT = 'Y'
               AND FUNCTION UPPER-CASE(INVOICE-RECORD(1:6))
                   NOT = 'ENTETE'
               MOVE 'FICHIER FACTUREFLOW SANS EN-TETE D''ECHANGE'
                   TO WS-EXG-ALERT-DETAIL
               MOVE 'H' TO WS-EXG-ALERT-SEVERITY
               CALL 'logalert' USING 'impfact   ',
                   WS-EXG-ALERT-SEVERITY, WS-EXG-ALERT-DETAIL
               END-CALL
               DISPLAY FUNCTION TRIM(WS-EXG-ALERT-DETAIL)
               CLOSE INVOICE-FILE
               CLOSE INVOICE-REPORT
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PROCESS-ONE-INVOICE-LINE UNTIL WS-INVOICE-EOF = 'Y'.

           PERFORM CLOSE-CURRENT-BLOCK.
           CLOSE INVOICE-FILE.
           PERFORM WRITE-INVOICE-SUMMARY.
           CLOSE INVOICE-REPORT.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-BLOCK-COUNT ' ENVOI(S) PRESTATAIRE LU(S)'.
           DISPLAY WS-BLOCK-REFUSED-COUNT ' ENVOI(S) REFUSE(S)'.
           DISPLAY WS-INVOICE-OK-COUNT ' FACTURE(S) IMPORTEE(S)'.
           DISPLAY WS-INVOICE-ERROR-COUNT ' LIGNE(S) EN ERREUR'.
           GOBACK.

      *    [MF] Une ligne d'en-tete ouvre un nouveau bloc
      *    prestataire ; une ligne de facture n'est chargee que dans
      *    un bloc accepte. Lit ensuite la ligne suivante.
       PROCESS-ONE-INVOICE-LINE.
           IF FUNCTION UPPER-CASE(INVOICE-RECORD(1:6)) = 'ENTETE'
               PERFORM CLOSE-CURRENT-BLOCK
               PERFORM OPEN-NEW-BLOCK
           ELSE
               IF WS-BLOCK-ACCEPTED = 'Y'
                   AND INVOICE-RECORD NOT = SPACES
                   ADD 1 TO WS-INVOICE-LINE-COUNT
                   ADD 1 TO WS-BLOCK-LINE-COUNT
                   MOVE SPACES TO WS-INVOICE-REF
                       WS-INVOICE-CODE-SECU WS-INVOICE-CARE-DATE
                       WS-INVOICE-ACT-CODE WS-INVOICE-EXPENSE
                       WS-INVOICE-RO-AMOUNT
                   UNSTRING INVOICE-RECORD DELIMITED BY ';'
                       INTO WS-INVOICE-REF, WS-INVOICE-CODE-SECU,
                           WS-INVOICE-CARE-DATE, WS-INVOICE-ACT-CODE,
                           WS-INVOICE-EXPENSE, WS-INVOICE-RO-AMOUNT
                   END-UNSTRING
                   PERFORM IMPORT-ONE-INVOICE
               END-IF
           END-IF

           READ INVOICE-FILE
               AT END MOVE 'Y' TO WS-INVOICE-EOF
           END-READ.

      *    [MF] Ouvre un bloc : le retour du prestataire est ouvert
      *    et l'en-tete y est repris, le prestataire doit etre
      *    conventionne actif, puis chkexchg refuse un doublon ou un
      *    saut de sequence.
       OPEN-NEW-BLOCK.
           ADD 1 TO WS-BLOCK-COUNT
           MOVE 0 TO WS-BLOCK-LINE-COUNT
           MOVE 'N' TO WS-BLOCK-ACCEPTED
           MOVE INVOICE-RECORD TO WS-EXG-WORK-LINE
           MOVE SPACES TO WS-EXG-TAG WS-EXG-SENDER WS-EXG-SEQ-TXT
               WS-EXG-DATE
           UNSTRING WS-EXG-WORK-LINE DELIMITED BY ';'
               INTO WS-EXG-TAG, WS-EXG-SENDER, WS-EXG-SEQ-TXT,
                   WS-EXG-DATE
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(WS-EXG-SENDER)
               TO SQL-TP-PROVIDER-CODE
           PERFORM OPEN-BLOCK-ACK
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-TP-PROVIDER-COUNT
               FROM PROVIDER
               WHERE PROVIDER_CODE = TRIM(:SQL-TP-PROVIDER-CODE)
               AND PROVIDER_ACTIVE != 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-TP-PROVIDER-COUNT
           END-IF.

           IF SQL-TP-PROVIDER-COUNT = 0
               MOVE 'R04' TO WS-ACK-REASON-CODE
               MOVE SPACES TO WS-EXG-ALERT-DETAIL
               STRING 'FACTUREFLOW : PRESTATAIRE INCONNU OU RETIRE '
                       DELIMITED BY SIZE
                       FUNCTION TRIM(WS-EXG-SENDER) DELIMITED BY SIZE
                   INTO WS-EXG-ALERT-DETAIL
               END-STRING
               PERFORM REFUSE-CURRENT-BLOCK
           ELSE
               MOVE FUNCTION NUMVAL(WS-EXG-SEQ-TXT) TO WS-EXG-SEQ
               MOVE 1 TO WS-EXG-REQUEST
               MOVE 0 TO WS-EXG-LINES
               CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
                   WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
                   WS-EXG-ACCEPT-FLAG
               END-CALL
               IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
                   MOVE 'R05' TO WS-ACK-REASON-CODE
                   MOVE SPACES TO WS-EXG-ALERT-DETAIL
                   STRING 'FACTUREFLOW ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EXG-SENDER)
                               DELIMITED BY SIZE
                           ' REFUSE : DOUBLON OU SAUT DE SEQUENCE '
                               DELIMITED BY SIZE
                           WS-EXG-SEQ-TXT DELIMITED BY SIZE
                       INTO WS-EXG-ALERT-DETAIL
                   END-STRING
                   PERFORM REFUSE-CURRENT-BLOCK
               ELSE
                   MOVE 'Y' TO WS-BLOCK-ACCEPTED
                   MOVE SPACES TO INVOICE-ACK-RECORD
                   STRING 'ACQ;' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EXG-WORK-LINE)
                               DELIMITED BY SIZE
                       INTO INVOICE-ACK-RECORD
                   END-STRING
                   PERFORM WRITE-ACK-RECORD
               END-IF
           END-IF.

      *    [MF] Ouvre le retour de l'envoi :
      *    FACTUREACK.<code prestataire>.<sequence>. Un retour qui
      *    ne peut etre ouvert est signale ; le chargement continue.
       OPEN-BLOCK-ACK.
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING 'FACTUREACK.' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TP-PROVIDER-CODE)
                       DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXG-SEQ-TXT) DELIMITED BY SPACE
               INTO WS-ACK-FILE-NAME
           END-STRING
           OPEN OUTPUT INVOICE-ACK
           IF WS-ACK-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACK-FILE-OPEN
           ELSE
               MOVE 'N' TO WS-ACK-FILE-OPEN
               MOVE SPACES TO WS-EXG-ALERT-DETAIL
               STRING 'FICHIER ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ACK-FILE-NAME)
                           DELIMITED BY SIZE
                       ' IMPOSSIBLE A OUVRIR' DELIMITED BY SIZE
                   INTO WS-EXG-ALERT-DETAIL
               END-STRING
               MOVE 'H' TO WS-EXG-ALERT-SEVERITY
               CALL 'logalert' USING 'impfact   ',
                   WS-EXG-ALERT-SEVERITY, WS-EXG-ALERT-DETAIL
               END-CALL
               DISPLAY FUNCTION TRIM(WS-EXG-ALERT-DETAIL)
           END-IF.

      *    [MF] Ecrit une ligne dans le retour de l'envoi en cours.
       WRITE-ACK-RECORD.
           IF WS-ACK-FILE-OPEN = 'Y'
               WRITE INVOICE-ACK-RECORD
           END-IF.

      *    [MF] Un bloc refuse est signale au prestataire dans son
      *    retour et leve une alerte : ses lignes ne sont pas lues.
       REFUSE-CURRENT-BLOCK.
           ADD 1 TO WS-BLOCK-REFUSED-COUNT
           MOVE SPACES TO INVOICE-ACK-RECORD
           STRING 'ACQ;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EXG-WORK-LINE) DELIMITED BY SIZE
                   ';REFUS;' DELIMITED BY SIZE
                   WS-ACK-REASON-CODE DELIMITED BY SIZE
               INTO INVOICE-ACK-RECORD
           END-STRING
           PERFORM WRITE-ACK-RECORD.

           MOVE SPACES TO INVOICE-REPORT-RECORD
           MOVE WS-EXG-ALERT-DETAIL TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

           MOVE 'H' TO WS-EXG-ALERT-SEVERITY
           CALL 'logalert' USING 'impfact   ', WS-EXG-ALERT-SEVERITY,
               WS-EXG-ALERT-DETAIL
           END-CALL
           DISPLAY FUNCTION TRIM(WS-EXG-ALERT-DETAIL).

      *    [MF] Ferme le bloc accepte en cours : la ligne du registre
      *    FILE_REGISTRY recoit le nombre de lignes chargees. Le
      *    retour de l'envoi, accepte ou refuse, est ferme.
       CLOSE-CURRENT-BLOCK.
           IF WS-BLOCK-ACCEPTED = 'Y'
               MOVE WS-BLOCK-LINE-COUNT TO WS-EXG-LINES
               MOVE 2 TO WS-EXG-REQUEST
               CALL 'chkexchg' USING WS-EXG-REQUEST, WS-EXG-SENDER,
                   WS-EXG-SEQ, WS-EXG-DATE, WS-EXG-LINES,
                   WS-EXG-ACCEPT-FLAG
               END-CALL
           END-IF
           IF WS-ACK-FILE-OPEN = 'Y'
               CLOSE INVOICE-ACK
               MOVE 'N' TO WS-ACK-FILE-OPEN
           END-IF
           MOVE 'N' TO WS-BLOCK-ACCEPTED.

      *    [MF] Controle la ligne, retrouve l'adherent par son
      *    code_secu et cree la demande tiers payant ; toute ligne
      *    non exploitable est rejetee avec son motif.
       IMPORT-ONE-INVOICE.
           IF WS-INVOICE-REF = SPACES
               OR WS-INVOICE-CODE-SECU = SPACES
               OR WS-INVOICE-CARE-DATE = SPACES
               OR WS-INVOICE-ACT-CODE = SPACES
               MOVE 'R01' TO WS-ACK-REASON-CODE
               PERFORM LOG-INVOICE-REJECT
           ELSE
               MOVE 'N' TO WS-ACT-VALID-FLAG
               CALL 'chkact' USING WS-INVOICE-ACT-CODE,
                   WS-INVOICE-CARE-DATE, WS-ACT-VALID-FLAG,
                   WS-ACT-FAMILY
               END-CALL
               IF WS-ACT-VALID-FLAG NOT = 'Y'
                   MOVE 'R06' TO WS-ACK-REASON-CODE
                   PERFORM LOG-INVOICE-REJECT
               ELSE
                   PERFORM MATCH-INVOICE-PERSON
               END-IF
           END-IF.

      *    [MF] Retrouve l'adherent - ou l'ayant droit - par le
      *    code_secu de la ligne et cree la demande.
       MATCH-INVOICE-PERSON.
           MOVE WS-INVOICE-CODE-SECU TO SQL-INVOICE-CODE-SECU
           MOVE ZERO TO SQL-BENEFICIARY-ID
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE customer_code_secu =
                   TRIM(:SQL-INVOICE-CODE-SECU)
               AND customer_active != 'A'
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM MATCH-INVOICE-BENEFICIARY
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE 'R02' TO WS-ACK-REASON-CODE
               PERFORM LOG-INVOICE-REJECT
           ELSE
               PERFORM INSERT-INVOICE-CLAIM
           END-IF.

      *    [MF] Le code_secu peut etre celui d'un ayant droit : la
      *    demande est rattachee a l'adherent porteur, avec
      *    l'identifiant du beneficiaire soigne.
       MATCH-INVOICE-BENEFICIARY.
           EXEC SQL
               SELECT BENEFICIARY_ID, BENEFICIARY_CUSTOMER_UUID
               INTO :SQL-BENEFICIARY-ID, :SQL-UUID
               FROM BENEFICIARY
               WHERE BENEFICIARY_CODE_SECU =
                   TRIM(:SQL-INVOICE-CODE-SECU)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO SQL-BENEFICIARY-ID
           END-IF.

      *    [MF] Cree la demande au statut 'N' avec le code du
      *    prestataire de l'en-tete et le numero de sa facture, et
      *    trace le mouvement.
       INSERT-INVOICE-CLAIM.
           MOVE WS-INVOICE-CARE-DATE TO SQL-CARE-DATE
           MOVE FUNCTION UPPER-CASE(WS-INVOICE-ACT-CODE)
               TO SQL-ACT-CODE
           MOVE FUNCTION NUMVAL(WS-INVOICE-EXPENSE)
               TO SQL-EXPENSE-AMOUNT
           MOVE FUNCTION NUMVAL(WS-INVOICE-RO-AMOUNT)
               TO SQL-RO-AMOUNT
           MOVE WS-INVOICE-REF TO SQL-INVOICE-REF

           EXEC SQL
               INSERT INTO CLAIM (
                   CLAIM_CUSTOMER_UUID, CLAIM_BENEFICIARY_ID,
                   CLAIM_PROVIDER_CODE, CLAIM_INVOICE_REF,
                   CLAIM_CARE_DATE, CLAIM_ACT_CODE,
                   CLAIM_EXPENSE_AMOUNT, CLAIM_RO_AMOUNT,
                   CLAIM_OUR_AMOUNT, CLAIM_STATUS,
                   CLAIM_CREATE_DATE )
               VALUES ( :SQL-UUID, :SQL-BENEFICIARY-ID,
                        :SQL-TP-PROVIDER-CODE, :SQL-INVOICE-REF,
                        :SQL-CARE-DATE, :SQL-ACT-CODE,
                        :SQL-EXPENSE-AMOUNT, :SQL-RO-AMOUNT, 0,
                        'N', CURRENT_DATE )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impfact', 'INSERT-CLAIM',
                   SQLCODE
               END-CALL
               MOVE 'R03' TO WS-ACK-REASON-CODE
               PERFORM LOG-INVOICE-REJECT
           ELSE
               ADD 1 TO WS-INVOICE-OK-COUNT
               MOVE 'SOIN-FACTURE-TP' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-TP-PROVIDER-CODE)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-INVOICE-REF)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL

               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING FUNCTION TRIM(SQL-TP-PROVIDER-CODE)
                       DELIMITED BY SIZE
                       ' FACTURE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INVOICE-REF) DELIMITED BY SIZE
                       ' OK : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INVOICE-CODE-SECU)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INVOICE-ACT-CODE)
                           DELIMITED BY SIZE
                   INTO INVOICE-REPORT-RECORD
               END-STRING
               WRITE INVOICE-REPORT-RECORD

               MOVE SPACES TO INVOICE-ACK-RECORD
               STRING 'ACQ;' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-INVOICE-REF) DELIMITED BY SIZE
                       ';ACC' DELIMITED BY SIZE
                   INTO INVOICE-ACK-RECORD
               END-STRING
               PERFORM WRITE-ACK-RECORD
           END-IF.

      *    [MF] Journalise une ligne non exploitable et la rejette
      *    dans le retour du prestataire avec son code motif.
       LOG-INVOICE-REJECT.
           ADD 1 TO WS-INVOICE-ERROR-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING FUNCTION TRIM(WS-EXG-SENDER) DELIMITED BY SIZE
                   ' FACTURE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INVOICE-REF) DELIMITED BY SIZE
                   ' REJETEE ' DELIMITED BY SIZE
                   WS-ACK-REASON-CODE DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INVOICE-CODE-SECU)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INVOICE-ACT-CODE)
                       DELIMITED BY SIZE
               INTO INVOICE-REPORT-RECORD
           END-STRING
           WRITE INVOICE-REPORT-RECORD.

           MOVE SPACES TO INVOICE-ACK-RECORD
           STRING 'ACQ;' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INVOICE-REF) DELIMITED BY SIZE
                   ';REJ;' DELIMITED BY SIZE
                   WS-ACK-REASON-CODE DELIMITED BY SIZE
               INTO INVOICE-ACK-RECORD
           END-STRING
           PERFORM WRITE-ACK-RECORD.

      *    [MF] Une ligne de bilan a la suite du detail.
       WRITE-INVOICE-SUMMARY.
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-BLOCK-COUNT DELIMITED BY SIZE
                   ' ENVOI(S), ' DELIMITED BY SIZE
                   WS-BLOCK-REFUSED-COUNT DELIMITED BY SIZE
                   ' REFUSE(S), ' DELIMITED BY SIZE
                   WS-INVOICE-OK-COUNT DELIMITED BY SIZE
                   ' IMPORTEE(S), ' DELIMITED BY SIZE
                   WS-INVOICE-ERROR-COUNT DELIMITED BY SIZE
                   ' REJETEE(S)' DELIMITED BY SIZE
               INTO INVOICE-REPORT-RECORD
           END-STRING
           WRITE INVOICE-REPORT-RECORD.
