      *    la meme lettre. Passe le delai legal apres la mise en
      *    demeure, les garanties de l'adherent sont suspendues
      *    (contrats passes au statut 'S') et le mouvement est trace.
      *    Un adherent sous mesure de protection (tutelle, curatelle,
      *    table LEGAL_REP) recoit sa relance par courrier, adressee
      *    a son representant legal (getlegrep).
      *    La date d'envoi de la mise en demeure est gardee sur la
      *    fiche (CUSTOMER_FORMAL_NOTICE_DATE) : c'est d'elle que
      *    part le delai au-dela duquel pertcust propose la creance
      *    au passage en perte.
      *    Un adherent dont le dossier est confie a l'agence de
      *    recouvrement (recvcust, CUSTOMER_RECOVERY_FLAG) ne recoit
      *    plus les lettres de duncust : l'agence relance seule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. duncust.
       01  WS-CONSENT-CHANNEL          PIC X(01).
       01  WS-CONSENT-FLAG             PIC X(01).

      *    [MF] Representant legal (getlegrep) : sous mesure de
      *    protection active, le destinataire et l'adresse du
      *    courrier sont ceux du representant.
       01  WS-REP-ADDRESSEE            PIC X(80).
       01  WS-REP-TYPE                 PIC X(01).
       01  WS-REP-FOUND                PIC X(01).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-PLAN-ACTIVE-COUNT    PIC 9(05).
       01  SQL-PLAN-BREACH-COUNT    PIC 9(05).
       01  SQL-ADDR-INVALID-FLAG    PIC X(01).
       01  SQL-RECOVERY-FLAG        PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

                   customer_firstname, customer_adress1,
                   customer_zipcode, customer_town, customer_mail,
                   customer_unpaid_date, customer_dunning_level,
                   COALESCE(customer_address_invalid_flag, ' '),
                   COALESCE(customer_recovery_flag, ' ')
               FROM customer
               WHERE customer_unpaid_flag = 'O'
               AND customer_active != 'A'
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN,
                       :SQL-MAIL, :SQL-UNPAID-DATE,
                       :SQL-DUNNING-LEVEL, :SQL-ADDR-INVALID-FLAG,
                       :SQL-RECOVERY-FLAG
               END-EXEC

               EVALUATE SQLCODE
                   MOVE 1 TO WS-TARGET-LEVEL
           END-EVALUATE

      *    [MF] Dossier confie a l'agence de recouvrement : plus de
      *    lettre, la suspension des garanties suit son cours.
           IF WS-TARGET-LEVEL > SQL-DUNNING-LEVEL
               AND SQL-RECOVERY-FLAG NOT = 'O'
               PERFORM SEND-DUNNING-LETTER
               PERFORM RECORD-DUNNING-LEVEL
           END-IF
           END-EVALUATE

           ADD 1 TO WS-DUN-LETTER-COUNT
           PERFORM APPLY-LEGAL-REP

      *    [MF] Le canal mail reste soumis au consentement de
      *    l'adherent (chkconsent) ; a defaut la relance part par
      *    courrier, qu'aucun consentement ne peut bloquer : la
      *    relance d'impaye est une obligation contractuelle.
      *    Sous mesure de protection, la relance va toujours au
      *    representant, par courrier.
           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
                   WS-CONSENT-FLAG
               END-CALL
      *    [MF] Une adresse invalidee par un retour NPAI (npaicust)
      *    ne recoit plus de pli : la fiche attend sa nouvelle
      *    adresse dans la file NPAIQUEUE, le niveau de relance est
      *    memorise malgre tout pour reprendre au bon etage. Le
      *    retour NPAI ne vise pas l'adresse du representant.
               IF SQL-ADDR-INVALID-FLAG = 'O'
                   AND WS-REP-FOUND NOT = 'Y'
                   CONTINUE
               ELSE
                   PERFORM WRITE-DUNNING-COURRIER
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.

           MOVE SPACES TO COURRIER-RECORD
           STRING FUNCTION TRIM(WS-LETTER-SUBJECT) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REP-ADDRESSEE) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                   ';' DELIMITED BY SIZE
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

      *    [MF] Memorise le niveau de relance atteint sur la fiche
      *    pour ne pas renvoyer la meme lettre la nuit suivante, et
      *    la date du jour quand ce niveau est la mise en demeure.
       RECORD-DUNNING-LEVEL.
           MOVE WS-TARGET-LEVEL TO SQL-TARGET-LEVEL
           EXEC SQL
               UPDATE customer
               SET customer_dunning_level = :SQL-TARGET-LEVEL,
                   customer_formal_notice_date =
                       CASE WHEN :SQL-TARGET-LEVEL = 3
                            THEN CURRENT_DATE
                            ELSE customer_formal_notice_date END
               WHERE customer_uuid = :SQL-UUID
           END-EXEC.

