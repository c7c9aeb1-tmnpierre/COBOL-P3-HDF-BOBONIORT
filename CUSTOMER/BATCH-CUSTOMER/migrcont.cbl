      *    bascule est tracee par logaudit et recapitulee dans le
      *    rapport journalier MIGRATIONDAY, dans le meme esprit que
      *    RERATEDAY.
      *
      *    Quand le parametre SIMULATION-MIGRCONT le demande
      *    (chksimul, ecran simuadm), le traitement tourne a blanc :
      *    meme selection et meme calcul de prime, aucun contrat ni
      *    echeancier modifie, aucun avis a l'adherent ; chaque
      *    contrat qui aurait bascule est detaille dans le rapport
      *    d'impact SIMULATIONDAY avec l'ancienne et la nouvelle
      *    prime. Chaque passage, reel ou simule, est trace par
      *    logimpact.
      *
      *    Un adherent sous mesure de protection (table LEGAL_REP)
      *    recoit l'avis de bascule par courrier, adresse a son
      *    representant legal (getlegrep).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. migrcont.
           SELECT MIGRATION-REPORT ASSIGN TO "MIGRATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMULATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       FD  MIGRATION-REPORT.
       01  MIGRATION-REPORT-RECORD PIC X(120).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-MAIL-FILE-STATUS         PIC X(02).
       01  WS-COURRIER-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS       PIC X(02).
       01  WS-SIMU-FILE-STATUS         PIC X(02).

       01  WS-MIGR-EOF                 PIC X(01) VALUE 'N'.
       01  WS-MIGR-COUNT               PIC 9(07) VALUE 0.

      *    [MF] Passage a blanc (chksimul) et rapport d'impact.
       01  WS-SIMULATION-FLAG          PIC X(01) VALUE 'N'.
       01  WS-IMPACT-MODE              PIC X(01) VALUE 'R'.
       01  WS-IMPACT-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-IMPACT-AMOUNT-EDIT       PIC Z(08)9.99.
       01  WS-OLD-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  WS-OLD-PREMIUM-EDIT         PIC Z(06)9.99.
       01  WS-NEW-PREMIUM-EDIT         PIC Z(06)9.99.

       01  WS-BIRTH-YEAR               PIC 9(04).
       01  WS-BIRTH-MONTH              PIC 9(02).
       01  WS-BIRTH-DAY                PIC 9(02).
       01  WS-CONSENT-CHANNEL          PIC X(01).
       01  WS-CONSENT-FLAG             PIC X(01).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW.
           MOVE WS-TODAY-YEAR TO SQL-TARIF-YEAR.

           CALL 'chksimul' USING 'migrcont  ', WS-SIMULATION-FLAG
           END-CALL.

      *    [MF] A blanc, le rapport d'impact remplace le rapport du
      *    jour MIGRATIONDAY.
           IF WS-SIMULATION-FLAG = 'Y'
               MOVE 'S' TO WS-IMPACT-MODE
               PERFORM OPEN-SIMULATION-REPORT
               PERFORM PROCESS-EOL-CONTRACTS
               PERFORM CLOSE-SIMULATION-REPORT
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM PROCESS-EOL-CONTRACTS
               PERFORM WRITE-REPORT-FOOTER
           END-IF.

           CALL 'logimpact' USING 'migrcont  ', WS-IMPACT-MODE,
               WS-MIGR-COUNT, WS-IMPACT-AMOUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
               FUNCTION NUMVAL(SQL-END-DATE(1:4)) + 1
           MOVE WS-ECH-DUE-YEAR TO SQL-NEW-END-DATE(1:4)

           MOVE SQL-PREMIUM-AMOUNT TO WS-OLD-PREMIUM-AMOUNT
           PERFORM LOOKUP-REPLACEMENT-TARIF

           IF WS-SIMULATION-FLAG = 'Y'
               ADD 1 TO WS-MIGR-COUNT
               ADD SQL-PREMIUM-AMOUNT TO WS-IMPACT-AMOUNT
               PERFORM WRITE-IMPACT-LINE
               GO TO MIGRATE-ONE-CONTRACT-FIN
           END-IF.

           EXEC SQL
               UPDATE CONTRACT
               SET CONTRACT_PRODUCT_CODE = :SQL-NEW-PRODUCT-CODE,
           END-IF.

           ADD 1 TO WS-MIGR-COUNT
           ADD SQL-PREMIUM-AMOUNT TO WS-IMPACT-AMOUNT

      *    [MF] Les echeances prevues de l'ancien produit n'ont plus
      *    lieu d'etre appelees : elles sont annulees ('X'), le
      *    contractuelle due a l'adherent, comme l'avis de
      *    renouvellement. Une adresse invalidee par un retour NPAI
      *    (npaicust) ne recoit plus de pli, en attendant la
      *    nouvelle adresse. Sous mesure de protection, l'avis part
      *    par courrier au representant legal.
       SEND-MIGRATION-NOTICE.
           PERFORM APPLY-LEGAL-REP
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES
           END-IF

           IF SQL-MAIL NOT = SPACES AND WS-CONSENT-FLAG = 'Y'
               AND WS-REP-FOUND NOT = 'Y'
               OPEN EXTEND MAIL-FILE
               IF WS-MAIL-FILE-STATUS = '35'
                   OPEN OUTPUT MAIL-FILE
                           DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
               MOVE MAIL-RECORD TO WS-CORR-RECORD
               WRITE MAIL-RECORD
               CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
               END-CALL
               CLOSE MAIL-FILE
           ELSE
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
               OPEN EXTEND COURRIER-FILE
               END-IF
               MOVE SPACES TO COURRIER-RECORD
               STRING 'CHANGEMENT DE PRODUIT;' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                           DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
               MOVE COURRIER-RECORD TO WS-CORR-RECORD
               WRITE COURRIER-RECORD
               CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
               END-CALL
               CLOSE COURRIER-FILE
               END-IF
           END-IF.

      *    [MF] Destinataire du courrier : l'adherent, ou son
      *    representant legal a l'adresse de celui-ci quand une
      *    mesure de protection est active (getlegrep).
       APPLY-LEGAL-REP.
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING SQL-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL.

      *    [MF] Une ligne de rapport par contrat bascule.
       WRITE-MIGRATION-LINE.
           MOVE SPACES TO MIGRATION-REPORT-RECORD
           WRITE MIGRATION-REPORT-RECORD.

           CLOSE MIGRATION-REPORT.

      *    [MF] Entete du rapport d'impact d'un passage a blanc,
      *    fichier commun aux traitements destructifs de la nuit.
       OPEN-SIMULATION-REPORT.
           MOVE SPACES TO WS-REPORT-TODAY
           STRING WS-TODAY-DAY   DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-MONTH DELIMITED BY SIZE
                   '/' DELIMITED BY SIZE
                   WS-TODAY-YEAR  DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING.

           OPEN EXTEND SIMULATION-REPORT.
           IF WS-SIMU-FILE-STATUS = '35'
               OPEN OUTPUT SIMULATION-REPORT
           END-IF.

           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'SIMULATION MIGRCONT DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Une ligne par contrat qui aurait bascule : ancien et
      *    nouveau produit, ancienne et nouvelle prime.
       WRITE-IMPACT-LINE.
           MOVE WS-OLD-PREMIUM-AMOUNT TO WS-OLD-PREMIUM-EDIT
           MOVE SQL-PREMIUM-AMOUNT TO WS-NEW-PREMIUM-EDIT
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING '  MIGRATION ' DELIMITED BY SIZE
                   SQL-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-OLD-PRODUCT-CODE)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-OLD-PREMIUM-EDIT DELIMITED BY SIZE
                   ' EUR VERS ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-NEW-PRODUCT-CODE)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NEW-PREMIUM-EDIT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Ligne de bilan du passage a blanc.
       CLOSE-SIMULATION-REPORT.
           MOVE WS-IMPACT-AMOUNT TO WS-IMPACT-AMOUNT-EDIT
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-MIGR-COUNT DELIMITED BY SIZE
                   ' CONTRAT(S) A MIGRER, NOUVELLES PRIMES '
                       DELIMITED BY SIZE
                   WS-IMPACT-AMOUNT-EDIT DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           CLOSE SIMULATION-REPORT.
