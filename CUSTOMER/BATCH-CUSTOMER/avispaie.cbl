      ******************************************************************
      *    [MF] Le programme 'Avis de Paiement' est le traitement
      *    quotidien qui appelle les cotisations des adherents sans
      *    mandat de prelevement valide. La remise de sepacust les
      *    ecarte (compteur des echeances sans mandat) : rien ne leur
      *    etait jamais demande, et duncust les relancait pour un
      *    arriere qui n'avait meme pas ete facture.
      *
      *    Chaque echeance 'P' ou 'F' d'un contrat individuel actif,
      *    hors periode de suspension, dont l'adherent n'a aucun
      *    mandat valide ('V', table MANDATE), recoit un avis imprime
      *    quand sa date d'echeance entre dans le delai
      *    AVIS-PAIEMENT-PREAVIS-JOURS (table PARAMETER, 30 jours a
      *    defaut). L'avis porte le montant, la date d'echeance, le
      *    contrat et une reference de paiement propre a l'echeance,
      *    BOBOAVIS suivi de l'identifiant ECHEANCIER_ID sur neuf
      *    chiffres : l'adherent la recopie au dos de son cheque ou
      *    au libelle de son virement, le reglement manuel (reglcust)
      *    et le rapprochement bancaire (rapbcust) la retrouvent
      *    ainsi sans ambiguite. La reference est posee sur
      *    l'echeance (ECHEANCIER_PAY_REF, avec la date de l'avis
      *    ECHEANCIER_NOTICE_DATE) : un avis ne part qu'une fois.
      *
      *    L'avis part dans le fichier courrier, comme les relances
      *    de duncust ; une adresse invalidee par un retour NPAI
      *    (npaicust) ne recoit pas de pli, mais l'echeance garde sa
      *    reference, que le guichet peut toujours communiquer. Un
      *    adherent sous mesure de protection (table LEGAL_REP)
      *    recoit l'avis a l'adresse de son representant legal
      *    (getlegrep), que le retour NPAI ne vise pas. Les
      *    echeances d'un adherent en attente de confirmation de
      *    deces (DEATH_MATCH) attendent, comme a la remise de
      *    sepacust. Les adherents preleves ne sont pas concernes.
      *
      *    Chaque avis est liste au rapport de controle journalier
      *    AVISPAIEDAY, avec le total du passage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. avispaie.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.
           SELECT NOTICE-REPORT ASSIGN TO "AVISPAIEDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       FD  NOTICE-REPORT.
       01  NOTICE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-COURRIER-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS       PIC X(02).

       01  WS-AVIS-EOF                 PIC X(01) VALUE 'N'.
       01  WS-AVIS-SENT-COUNT          PIC 9(07) VALUE 0.
       01  WS-AVIS-NPAI-COUNT          PIC 9(07) VALUE 0.
       01  WS-AVIS-ERROR-COUNT         PIC 9(07) VALUE 0.
       01  WS-AVIS-TOTAL-AMOUNT        PIC 9(09)V99 VALUE 0.
       01  WS-EDIT-AMOUNT              PIC Z(06)9.99.
       01  WS-EDIT-TOTAL               PIC Z(08)9.99.
       01  WS-AVIS-STATE               PIC X(20).

       01  WS-REPORT-TODAY             PIC X(10).

      *    [MF] Reference de paiement portee par l'avis et attendue
      *    au dos du cheque ou au libelle du virement.
       01  WS-AVIS-REF.
           05  FILLER                  PIC X(08) VALUE 'BOBOAVIS'.
           05  WS-AVIS-REF-ECH-ID      PIC 9(09).

       01  WS-LETTER-SUBJECT           PIC X(40).
       01  WS-LETTER-BODY              PIC X(90).
       01  WS-AUDIT-ACTION             PIC X(20).
       01  WS-AUDIT-DETAIL             PIC X(200).

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
       01  PASSWD   PIC  X(10).
       01  SQL-NOTICE-DAYS          PIC 9(03).
       01  SQL-ECH-ID               PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-DUE-DATE             PIC X(10).
       01  SQL-DUE-AMOUNT           PIC 9(07)V99.
       01  SQL-ADDR-INVALID-FLAG    PIC X(01).
       01  SQL-PAY-REF              PIC X(17).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'avispaie', 'CONNECT', SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND NOTICE-REPORT.
           IF WS-REPORT-FILE-STATUS = '35'
               OPEN OUTPUT NOTICE-REPORT
           END-IF.

           PERFORM READ-NOTICE-DELAY.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-UNMANDATED-ECHEANCES.
           PERFORM WRITE-REPORT-TOTAL.
           CLOSE NOTICE-REPORT.

           CALL 'logbatch' USING 'avispaie  ', WS-AVIS-SENT-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY WS-AVIS-SENT-COUNT ' AVIS DE PAIEMENT EMIS'.
           DISPLAY WS-AVIS-NPAI-COUNT ' AVIS RETENU(S) ADRESSE NPAI'.
           DISPLAY WS-AVIS-ERROR-COUNT ' ECHEANCE(S) EN ERREUR'.
           GOBACK.

      *    [MF] Delai d'envoi de l'avis avant l'echeance, en jours :
      *    parametre AVIS-PAIEMENT-PREAVIS-JOURS, 30 a defaut - le
      *    temps de poster l'avis et de recevoir le cheque.
       READ-NOTICE-DELAY.
           MOVE 30 TO SQL-NOTICE-DAYS
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-NOTICE-DAYS
               FROM PARAMETER
               WHERE PARAM_NAME = 'AVIS-PAIEMENT-PREAVIS-JOURS'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 30 TO SQL-NOTICE-DAYS
           END-IF.

      *    [MF] En-tete du rapport de controle du jour.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-TODAY
           STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
               INTO WS-REPORT-TODAY
           END-STRING

           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'AVIS DE PAIEMENT DES ADHERENTS SANS MANDAT DU '
                   DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
                   ' - ECHEANCES A ' DELIMITED BY SIZE
                   SQL-NOTICE-DAYS DELIMITED BY SIZE
                   ' JOURS' DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD.

      *    [MF] Echeances a appeler : les memes que la remise de
      *    sepacust ('P' ou 'F', contrat individuel actif, hors
      *    suspension, hors deces en attente de confirmation), mais
      *    sans mandat valide, pas encore avisees, et dont la date
      *    tombe d'ici le delai d'envoi. Une echeance deja passee et
      *    jamais avisee (passage manque) part encore : c'est le
      *    seul appel que l'adherent recevra.
       PROCESS-UNMANDATED-ECHEANCES.
           EXEC SQL
               DECLARE CRSAVISECH CURSOR FOR
               SELECT echeancier_id, customer_uuid,
                   customer_lastname, customer_firstname,
                   customer_adress1, customer_zipcode, customer_town,
                   echeancier_product_code,
                   CAST(echeancier_due_date AS TEXT),
                   echeancier_amount,
                   COALESCE(customer_address_invalid_flag, ' ')
               FROM ECHEANCIER, CONTRACT, customer
               WHERE echeancier_customer_uuid = customer_uuid
               AND contract_customer_uuid = customer_uuid
               AND contract_product_code = echeancier_product_code
               AND contract_status = 'A'
               AND TRIM(COALESCE(contract_employer_code, '')) = ''
               AND customer_active != 'A'
               AND ( echeancier_status = 'P'
                  OR echeancier_status = 'F' )
               AND TRIM(COALESCE(echeancier_pay_ref, '')) = ''
               AND echeancier_due_date <= CURRENT_DATE
                   + CAST(:SQL-NOTICE-DAYS AS INTEGER)
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND echeancier_due_date >= contract_suspend_start
                   AND echeancier_due_date <= contract_suspend_end )
               AND NOT EXISTS (
                   SELECT 1 FROM MANDATE
                   WHERE MANDATE_CUSTOMER_UUID = customer_uuid
                   AND MANDATE_STATUS = 'V' )
               AND NOT EXISTS (
                   SELECT 1 FROM DEATH_MATCH
                   WHERE DEATH_MATCH_ENTITY = 'C'
                   AND DEATH_MATCH_CUSTOMER_UUID = customer_uuid
                   AND DEATH_MATCH_STATUS = 'A' )
               ORDER BY customer_lastname, customer_firstname,
                   echeancier_due_date
           END-EXEC.

           EXEC SQL
               OPEN CRSAVISECH
           END-EXEC.

           PERFORM UNTIL WS-AVIS-EOF = 'Y'
               EXEC SQL
                   FETCH CRSAVISECH
                   INTO :SQL-ECH-ID, :SQL-UUID,
                       :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN,
                       :SQL-PRODUCT-CODE, :SQL-DUE-DATE,
                       :SQL-DUE-AMOUNT, :SQL-ADDR-INVALID-FLAG
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM SEND-ONE-NOTICE THRU SEND-ONE-NOTICE-FIN
                   WHEN 100
                       MOVE 'Y' TO WS-AVIS-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'avispaie',
                           'FETCH-AVISECH', SQLCODE
                       END-CALL
                       MOVE 8 TO RETURN-CODE
                       MOVE 'Y' TO WS-AVIS-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSAVISECH
           END-EXEC.

      *    [MF] Pose la reference sur l'echeance avant tout envoi :
      *    si elle ne peut etre enregistree, aucun avis ne part avec
      *    une reference que personne ne saurait retrouver. Puis
      *    l'avis part au courrier - sauf adresse NPAI - et la ligne
      *    est ecrite au rapport de controle.
       SEND-ONE-NOTICE.
           MOVE SQL-ECH-ID TO WS-AVIS-REF-ECH-ID
           MOVE WS-AVIS-REF TO SQL-PAY-REF
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_PAY_REF = :SQL-PAY-REF,
                   ECHEANCIER_NOTICE_DATE = CURRENT_DATE
               WHERE ECHEANCIER_ID = :SQL-ECH-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'avispaie', 'STAMP-PAY-REF',
                   SQLCODE
               END-CALL
               ADD 1 TO WS-AVIS-ERROR-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO SEND-ONE-NOTICE-FIN
           END-IF.

           MOVE SQL-DUE-AMOUNT TO WS-EDIT-AMOUNT
           MOVE 'AVIS DE PAIEMENT' TO WS-LETTER-SUBJECT
           MOVE SPACES TO WS-LETTER-BODY
           STRING 'CONTRAT ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR A REGLER AVANT LE ' DELIMITED BY SIZE
                   SQL-DUE-DATE DELIMITED BY SIZE
                   ' - REFERENCE ' DELIMITED BY SIZE
                   WS-AVIS-REF DELIMITED BY SIZE
               INTO WS-LETTER-BODY
           END-STRING

      *    [MF] Une adresse invalidee par un retour NPAI (npaicust)
      *    ne recoit plus de pli, comme pour les relances de
      *    duncust ; la fiche attend sa nouvelle adresse dans la
      *    file NPAIQUEUE. Le retour NPAI ne vise pas l'adresse du
      *    representant legal.
           PERFORM APPLY-LEGAL-REP
           IF SQL-ADDR-INVALID-FLAG = 'O'
               AND WS-REP-FOUND NOT = 'Y'
               ADD 1 TO WS-AVIS-NPAI-COUNT
               MOVE 'NON POSTE (NPAI)' TO WS-AVIS-STATE
           ELSE
               PERFORM WRITE-NOTICE-COURRIER
               ADD 1 TO WS-AVIS-SENT-COUNT
               MOVE 'POSTE' TO WS-AVIS-STATE
           END-IF

           ADD SQL-DUE-AMOUNT TO WS-AVIS-TOTAL-AMOUNT
           PERFORM WRITE-NOTICE-LINE

           MOVE 'AVIS-PAIEMENT' TO WS-AUDIT-ACTION
           MOVE WS-LETTER-BODY TO WS-AUDIT-DETAIL
           CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
               WS-AUDIT-DETAIL
           END-CALL.

       SEND-ONE-NOTICE-FIN.
           EXIT.

      *    [MF] Depose l'avis dans le fichier courrier : une ligne
      *    d'adresse complete par lettre a poster, au format des
      *    relances de duncust.
       WRITE-NOTICE-COURRIER.
           OPEN EXTEND COURRIER-FILE.
           IF WS-COURRIER-FILE-STATUS = '35'
               OPEN OUTPUT COURRIER-FILE
           END-IF.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LETTER-BODY) DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
           MOVE COURRIER-RECORD TO WS-CORR-RECORD
           WRITE COURRIER-RECORD
           CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
           END-CALL.

           CLOSE COURRIER-FILE.

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

      *    [MF] Une ligne de controle par avis : reference, adherent,
      *    contrat, echeance, montant et sort du pli.
       WRITE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   WS-AVIS-REF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' - CONTRAT ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-PRODUCT-CODE) DELIMITED BY SIZE
                   ' - ECHEANCE ' DELIMITED BY SIZE
                   SQL-DUE-DATE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                   ' EUR - ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AVIS-STATE) DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD.

      *    [MF] Bilan du passage a la suite du detail.
       WRITE-REPORT-TOTAL.
           MOVE WS-AVIS-TOTAL-AMOUNT TO WS-EDIT-TOTAL
           MOVE SPACES TO NOTICE-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-AVIS-SENT-COUNT DELIMITED BY SIZE
                   ' AVIS POSTE(S), ' DELIMITED BY SIZE
                   WS-AVIS-NPAI-COUNT DELIMITED BY SIZE
                   ' RETENU(S) NPAI, ' DELIMITED BY SIZE
                   WS-AVIS-ERROR-COUNT DELIMITED BY SIZE
                   ' EN ERREUR - MONTANT APPELE ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-TOTAL) DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO NOTICE-REPORT-RECORD
           END-STRING
           WRITE NOTICE-REPORT-RECORD.
