      ******************************************************************
      *    [MF] Le programme 'Decision sur Recours' est la file de
      *    travail des recours ouverts sur les demandes rejetees
      *    (registre CLAIM_APPEAL, alimente par recocust depuis
      *    menucust). L'ecran deroule les recours en attente avec
      *    le motif du rejet et les motifs de la contestation, puis
      *    l'operateur habilite SUPERVISOR (controle chkrole, comme
      *    valiclaim) designe un recours et decide :
      *    - 'A' accepte : la demande repart au statut 'N' pour le
      *      prochain calcul de nuit ; le motif du rejet leve est
      *      conserve sur la demande (CLAIM_OVERRIDE_REASON) et
      *      calcclaim ne l'oppose plus - carence levee, plafond
      *      annuel depasse par decision, soin pendant une
      *      suspension du contrat. Seuls ces trois motifs de rejet
      *      peuvent etre leves : un recours sur un autre motif
      *      (deces, absence de contrat, acte non couvert...) ne
      *      peut qu'etre refuse, calcclaim rejetterait de nouveau
      *      la demande ;
      *    - 'R' refuse : le recours est clos et une lettre motivee
      *      part dans le fichier courrier (COURRIERQUEUE), l'objet
      *      et le corps venant du gabarit 'REFUS DE RECOURS'
      *      (gettmpl, table TEMPLATE) quand il existe, adressee au
      *      representant legal de l'adherent sous mesure de
      *      protection (getlegrep).
      *    La motivation de la decision est obligatoire pour un
      *    refus ; chaque decision est tracee par logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. valireco.
       AUTHOR.       Martial.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-COURRIER-FILE-STATUS  PIC X(02).
       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).

       01  WS-RECO-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
       01  WS-RECO-APPEAL-ID         PIC 9(09).
       01  WS-RECO-DECISION          PIC X(01).
       01  WS-RECO-MOTIVE            PIC X(60).

      *    [MF] Gabarit externalise de la lettre de refus (gettmpl,
      *    table TEMPLATE maintenue par tmpladm) : a defaut de
      *    gabarit actif, la lettre garde sa forme de base.
       01  WS-TMPL-CHANNEL          PIC X(01).
       01  WS-TMPL-TYPE             PIC X(40).
       01  WS-TMPL-DETAIL           PIC X(80).
       01  WS-TMPL-SUBJECT          PIC X(40).
       01  WS-TMPL-BODY             PIC X(200).
       01  WS-TMPL-FOUND            PIC X(01).
       01  WS-LETTER-SUBJECT        PIC X(40).
       01  WS-COURRIER-WORK         PIC X(120).

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
       01  SQL-APPEAL-ID            PIC 9(09).
       01  SQL-CLAIM-ID             PIC 9(09).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-CARE-DATE            PIC X(10).
       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-REJECT-REASON        PIC X(40).
       01  SQL-APPEAL-BY            PIC X(30).
       01  SQL-APPEAL-DATE          PIC X(10).
       01  SQL-APPEAL-GROUNDS       PIC X(60).
       01  SQL-DECISION-TEXT        PIC X(60).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  APPEAL-DECISION-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(20) VALUE 'DECISION SUR RECOURS'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(21) VALUE 'Identifiant recours'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC 9(09) TO WS-RECO-APPEAL-ID LINE 13 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Decision (A/R)' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(01) TO WS-RECO-DECISION LINE 15 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Motivation (obligatoire si R)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(60) TO WS-RECO-MOTIVE LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider la decision'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RECO-SCREEN-VALIDATION
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
                   'statuer sur les recours.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           PERFORM LIST-OPEN-APPEALS.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           INITIALIZE WS-RECO-APPEAL-ID WS-RECO-DECISION
               WS-RECO-MOTIVE.
           ACCEPT APPEAL-DECISION-SCREEN.
           PERFORM APPLY-DECISION THRU APPLY-DECISION-FIN.
           IF WS-ERROR-MESSAGE NOT = SPACES
               DISPLAY WS-ERROR-MESSAGE
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Deroule les recours ouverts, du plus ancien au plus
      *    recent.
       LIST-OPEN-APPEALS.
           EXEC SQL
               DECLARE CRSOPENAPPEAL CURSOR FOR
               SELECT appeal_id, appeal_claim_id, customer_lastname,
                      customer_firstname, appeal_date,
                      COALESCE(claim_reject_reason, ' '),
                      appeal_by, appeal_grounds
               FROM CLAIM_APPEAL, CLAIM, customer
               WHERE appeal_claim_id = claim_id
               AND appeal_customer_uuid = customer_uuid
               AND appeal_status = 'O'
               ORDER BY appeal_date, appeal_id
           END-EXEC.

           EXEC SQL OPEN CRSOPENAPPEAL END-EXEC.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CRSOPENAPPEAL
                   INTO :SQL-APPEAL-ID, :SQL-CLAIM-ID,
                        :SQL-LASTNAME, :SQL-FIRSTNAME,
                        :SQL-APPEAL-DATE, :SQL-REJECT-REASON,
                        :SQL-APPEAL-BY, :SQL-APPEAL-GROUNDS
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY SQL-APPEAL-ID ' DEMANDE '
                           SQL-CLAIM-ID ' '
                           FUNCTION TRIM(SQL-LASTNAME) ' '
                           FUNCTION TRIM(SQL-FIRSTNAME) ' DU '
                           SQL-APPEAL-DATE ' REJET : '
                           FUNCTION TRIM(SQL-REJECT-REASON)
                       DISPLAY '          PAR '
                           FUNCTION TRIM(SQL-APPEAL-BY) ' : '
                           FUNCTION TRIM(SQL-APPEAL-GROUNDS)
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERREUR FETCH CRSOPENAPPEAL : '
                           SQLCODE
               END-EVALUATE
           END-PERFORM.

           EXEC SQL CLOSE CRSOPENAPPEAL END-EXEC.

      *    [MF] Retrouve le recours ouvert designe et sa demande,
      *    puis applique la decision du superviseur.
       APPLY-DECISION.
           MOVE WS-RECO-APPEAL-ID TO SQL-APPEAL-ID
           EXEC SQL
               SELECT appeal_claim_id, appeal_customer_uuid,
                      customer_lastname, customer_firstname,
                      COALESCE(customer_adress1, ' '),
                      COALESCE(customer_zipcode, ' '),
                      COALESCE(customer_town, ' '),
                      claim_care_date, claim_act_code,
                      COALESCE(claim_reject_reason, ' ')
               INTO :SQL-CLAIM-ID, :SQL-UUID, :SQL-LASTNAME,
                    :SQL-FIRSTNAME, :SQL-ADRESS1, :SQL-ZIPCODE,
                    :SQL-TOWN, :SQL-CARE-DATE, :SQL-ACT-CODE,
                    :SQL-REJECT-REASON
               FROM CLAIM_APPEAL, CLAIM, customer
               WHERE appeal_id = :SQL-APPEAL-ID
               AND appeal_status = 'O'
               AND appeal_claim_id = claim_id
               AND appeal_customer_uuid = customer_uuid
           END-EXEC.

           IF SQLCODE NOT = ZERO
               MOVE 'Aucun recours ouvert avec cet identifiant.'
                   TO WS-ERROR-MESSAGE
               GO TO APPLY-DECISION-FIN
           END-IF

           MOVE WS-RECO-MOTIVE TO SQL-DECISION-TEXT
           EVALUATE FUNCTION UPPER-CASE(WS-RECO-DECISION)
               WHEN 'A'
                   PERFORM ACCEPT-APPEAL THRU ACCEPT-APPEAL-FIN
               WHEN 'R'
                   IF WS-RECO-MOTIVE = SPACES
                       MOVE 'Un refus doit etre motive.'
                           TO WS-ERROR-MESSAGE
                   ELSE
                       PERFORM REFUSE-APPEAL
                   END-IF
               WHEN OTHER
                   MOVE 'Decision invalide : A ou R attendu.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.

       APPLY-DECISION-FIN.
           EXIT.

      *    [MF] Recours accepte : la demande repart au calcul de
      *    nuit, le motif de rejet leve est garde comme derogation.
      *    Seuls les motifs que calcclaim sait lever sont acceptes.
       ACCEPT-APPEAL.
           IF SQL-REJECT-REASON NOT = 'ACTE PENDANT LA CARENCE'
               AND SQL-REJECT-REASON NOT = 'PLAFOND ANNUEL ATTEINT'
               AND SQL-REJECT-REASON NOT =
                   'CONTRAT SUSPENDU A LA DATE DU SOIN'
               MOVE 'Motif de rejet non levable : recours a refuser.'
                   TO WS-ERROR-MESSAGE
               GO TO ACCEPT-APPEAL-FIN
           END-IF.

           EXEC SQL
               UPDATE CLAIM
               SET CLAIM_STATUS = 'N',
                   CLAIM_OVERRIDE_REASON = CLAIM_REJECT_REASON,
                   CLAIM_REJECT_REASON = NULL
               WHERE CLAIM_ID = :SQL-CLAIM-ID
               AND CLAIM_STATUS = 'R'
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valireco', 'REOPEN-CLAIM',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors de la reouverture.'
                   TO WS-ERROR-MESSAGE
           ELSE
               PERFORM CLOSE-APPEAL-ACCEPTED
               MOVE 'RECOURS-ACCEPTE' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'DEMANDE ' DELIMITED BY SIZE
                       SQL-CLAIM-ID DELIMITED BY SIZE
                       ' REMISE AU CALCUL, REJET LEVE : '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-REJECT-REASON)
                           DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECO-MOTIVE)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               MOVE 'Recours accepte, demande remise au calcul.'
                   TO WS-ERROR-MESSAGE
           END-IF.

       ACCEPT-APPEAL-FIN.
           EXIT.

      *    [MF] Clot le recours au statut 'A' avec la decision.
       CLOSE-APPEAL-ACCEPTED.
           EXEC SQL
               UPDATE CLAIM_APPEAL
               SET APPEAL_STATUS = 'A',
                   APPEAL_DECISION_DATE = CURRENT_DATE,
                   APPEAL_DECISION_TEXT = :SQL-DECISION-TEXT
               WHERE APPEAL_ID = :SQL-APPEAL-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valireco', 'CLOSE-ACCEPTED',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Recours refuse : clos au statut 'R', la demande reste
      *    rejetee et l'adherent recoit une lettre motivee.
       REFUSE-APPEAL.
           EXEC SQL
               UPDATE CLAIM_APPEAL
               SET APPEAL_STATUS = 'R',
                   APPEAL_DECISION_DATE = CURRENT_DATE,
                   APPEAL_DECISION_TEXT = :SQL-DECISION-TEXT
               WHERE APPEAL_ID = :SQL-APPEAL-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'valireco', 'CLOSE-REFUSED',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique lors du refus.'
                   TO WS-ERROR-MESSAGE
           ELSE
               PERFORM WRITE-REFUSAL-LETTER
               MOVE 'RECOURS-REFUSE' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING 'DEMANDE ' DELIMITED BY SIZE
                       SQL-CLAIM-ID DELIMITED BY SIZE
                       ' REJET MAINTENU : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RECO-MOTIVE)
                           DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               MOVE 'Recours refuse, lettre motivee en file courrier.'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *    [MF] Depose la lettre de refus dans le fichier courrier,
      *    l'objet et le corps venant du gabarit courrier quand il
      *    existe (gettmpl, &DETAIL = motivation), la forme de base
      *    sinon.
       WRITE-REFUSAL-LETTER.
           MOVE 'REFUS DE RECOURS' TO WS-LETTER-SUBJECT
           MOVE WS-LETTER-SUBJECT TO WS-TMPL-TYPE
           MOVE 'C' TO WS-TMPL-CHANNEL
           MOVE WS-RECO-MOTIVE TO WS-TMPL-DETAIL
           MOVE 'N' TO WS-TMPL-FOUND
           CALL 'gettmpl' USING WS-TMPL-TYPE, WS-TMPL-CHANNEL,
               WS-TMPL-DETAIL, WS-TMPL-SUBJECT, WS-TMPL-BODY,
               WS-TMPL-FOUND
           END-CALL
           IF WS-TMPL-FOUND = 'Y'
               AND WS-TMPL-SUBJECT NOT = SPACES
               MOVE WS-TMPL-SUBJECT TO WS-LETTER-SUBJECT
           END-IF

           PERFORM APPLY-LEGAL-REP

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
                   ';SOIN ' DELIMITED BY SIZE
                   SQL-CARE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RECO-MOTIVE) DELIMITED BY SIZE
               INTO COURRIER-RECORD
           END-STRING
      *    [MF] Le corps du gabarit, quand il existe, complete la
      *    ligne de la lettre.
           IF WS-TMPL-FOUND = 'Y' AND WS-TMPL-BODY NOT = SPACES
               MOVE COURRIER-RECORD TO WS-COURRIER-WORK
               MOVE SPACES TO COURRIER-RECORD
               STRING FUNCTION TRIM(WS-COURRIER-WORK)
                       DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TMPL-BODY(1:90))
                           DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
           END-IF
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
