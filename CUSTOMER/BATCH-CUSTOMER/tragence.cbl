      *    operateurs de la section sont reaffectes en un mouvement.
      *    Le rapport TRAGENCEDAY donne les comptes avant et apres
      *    dans les deux sections.
      *
      *    Quand le parametre SIMULATION-TRAGENCE le demande
      *    (chksimul, ecran simuadm), le transfert tourne a blanc :
      *    meme selection, aucune fiche ni operateur deplace, aucun
      *    avis a l'adherent, pas de point de reprise ; chaque fiche
      *    qui aurait ete transferee est detaillee dans le rapport
      *    d'impact SIMULATIONDAY, avec les comptes des deux
      *    sections avant et apres projetes. Chaque passage, reel ou
      *    simule, est trace par logimpact.
      *
      *    Un adherent sous mesure de protection (table LEGAL_REP)
      *    recoit l'avis de transfert par courrier, adresse a son
      *    representant legal (getlegrep).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tragence.
           SELECT TRANSFER-REPORT ASSIGN TO "TRAGENCEDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.
           SELECT SIMULATION-REPORT ASSIGN TO "SIMULATIONDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SIMU-FILE-STATUS.

      ******************************************************************

       FD  TRANSFER-REPORT.
       01  TRANSFER-REPORT-RECORD PIC X(120).

       FD  SIMULATION-REPORT.
       01  SIMULATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-PARAM-FILE-STATUS        PIC X(02).
       01  WS-MAIL-FILE-STATUS         PIC X(02).
       01  WS-COURRIER-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS       PIC X(02).
       01  WS-SIMU-FILE-STATUS         PIC X(02).

       01  WS-AUTHORIZED-FLAG          PIC X(01) VALUE 'N'.
       01  WS-FROM-AGENCY              PIC X(10).
       01  WS-AFTER-FROM-COUNT         PIC 9(07).
       01  WS-AFTER-TO-COUNT           PIC 9(07).

      *    [MF] Passage a blanc (chksimul) et rapport d'impact.
       01  WS-SIMULATION-FLAG          PIC X(01) VALUE 'N'.
       01  WS-IMPACT-MODE              PIC X(01) VALUE 'R'.
       01  WS-IMPACT-AMOUNT            PIC 9(09)V99 VALUE 0.
       01  WS-TODAY-RAW.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-REPORT-TODAY             PIC X(10).

       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAIL             PIC X(200).
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
       01  SQL-RESUME-UUID          PIC X(36).
       01  SQL-AGENCY-COUNT         PIC 9(07).
       01  SQL-OPERATOR-COUNT       PIC 9(05).
       01  SQL-CONTRACT-COUNT       PIC 9(03).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           MOVE WS-TO-AGENCY   TO SQL-TO-AGENCY.
           MOVE WS-RESUME-UUID TO SQL-RESUME-UUID.

           CALL 'chksimul' USING 'tragence  ', WS-SIMULATION-FLAG
           END-CALL.
           IF WS-SIMULATION-FLAG = 'Y'
               MOVE 'S' TO WS-IMPACT-MODE
               PERFORM OPEN-SIMULATION-REPORT
           END-IF.

           PERFORM COUNT-BEFORE.
           PERFORM TRANSFER-MEMBERS.
      *    [MF] A blanc, les comptes apres sont projetes a partir
      *    des fiches qui auraient ete deplacees.
           IF WS-SIMULATION-FLAG = 'Y'
               PERFORM COUNT-OPERATORS
               COMPUTE WS-AFTER-FROM-COUNT =
                   WS-BEFORE-FROM-COUNT - WS-MOVED-COUNT
               COMPUTE WS-AFTER-TO-COUNT =
                   WS-BEFORE-TO-COUNT + WS-MOVED-COUNT
               PERFORM CLOSE-SIMULATION-REPORT
           ELSE
               PERFORM TRANSFER-OPERATORS
               PERFORM COUNT-AFTER
               PERFORM WRITE-TRANSFER-REPORT
               PERFORM CLEAR-CHECKPOINT
           END-IF.

           CALL 'logimpact' USING 'tragence  ', WS-IMPACT-MODE,
               WS-MOVED-COUNT, WS-IMPACT-AMOUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF WS-SIMULATION-FLAG = 'Y'
                           PERFORM WRITE-IMPACT-LINE
                       ELSE
                           PERFORM TRANSFER-ONE-MEMBER
                       END-IF
                   WHEN 100
                       MOVE 'Y' TO WS-TRANSFER-EOF
                   WHEN OTHER
      *    [MF] Previent l'adherent du rattachement a sa nouvelle
      *    section : MAILQUEUE quand le canal mail est consenti,
      *    courrier sinon - sauf adresse invalidee NPAI (npaicust).
      *    Sous mesure de protection, l'avis part par courrier au
      *    representant legal.
       SEND-TRANSFER-NOTICE.
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
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
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
                   MOVE SPACES TO COURRIER-RECORD
                   STRING 'CHANGEMENT DE SECTION LOCALE;'
                           DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REP-ADDRESSEE)
                               DELIMITED BY SIZE
                           ';' DELIMITED BY SIZE
                           FUNCTION TRIM(SQL-ADRESS1)
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

      *    [MF] Les operateurs de la section fermee sont reaffectes
      *    en un mouvement.
       TRANSFER-OPERATORS.
           WRITE TRANSFER-REPORT-RECORD.

           CLOSE TRANSFER-REPORT.

      *    [MF] Les operateurs qui seraient reaffectes, sans les
      *    deplacer.
       COUNT-OPERATORS.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-OPERATOR-COUNT
               FROM OPERATOR
               WHERE operator_agency = TRIM(:SQL-FROM-AGENCY)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tragence',
                   'COUNT-OPERATORS', SQLCODE
               END-CALL
               MOVE 0 TO SQL-OPERATOR-COUNT
           END-IF.

      *    [MF] Entete du rapport d'impact d'un passage a blanc,
      *    fichier commun aux traitements destructifs.
       OPEN-SIMULATION-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-RAW
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
           STRING 'SIMULATION TRAGENCE DU ' DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FROM-AGENCY) DELIMITED BY SIZE
                   ' VERS ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TO-AGENCY) DELIMITED BY SIZE
                   ' - AUCUNE MISE A JOUR' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Une ligne par fiche qui aurait ete transferee, avec
      *    le nombre de contrats de l'adherent.
       WRITE-IMPACT-LINE.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CONTRACT-COUNT
               FROM CONTRACT
               WHERE contract_customer_uuid = :SQL-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'tragence', 'IMPACT-READ',
                   SQLCODE
               END-CALL
               MOVE 0 TO SQL-CONTRACT-COUNT
           END-IF.

           ADD 1 TO WS-MOVED-COUNT
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING '  TRANSFERT ' DELIMITED BY SIZE
                   SQL-UUID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   SQL-CONTRACT-COUNT DELIMITED BY SIZE
                   ' CONTRAT(S)' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

      *    [MF] Comptes projetes et ligne de bilan du passage a
      *    blanc, dans le format du rapport TRAGENCEDAY.
       CLOSE-SIMULATION-REPORT.
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING '  AVANT : ' DELIMITED BY SIZE
                   WS-BEFORE-FROM-COUNT DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   WS-BEFORE-TO-COUNT DELIMITED BY SIZE
                   ' - APRES : ' DELIMITED BY SIZE
                   WS-AFTER-FROM-COUNT DELIMITED BY SIZE
                   ' / ' DELIMITED BY SIZE
                   WS-AFTER-TO-COUNT DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-MOVED-COUNT DELIMITED BY SIZE
                   ' FICHE(S), ' DELIMITED BY SIZE
                   SQL-OPERATOR-COUNT DELIMITED BY SIZE
                   ' OPERATEUR(S) A REAFFECTER' DELIMITED BY SIZE
               INTO SIMULATION-REPORT-RECORD
           END-STRING
           WRITE SIMULATION-REPORT-RECORD.

           CLOSE SIMULATION-REPORT.
