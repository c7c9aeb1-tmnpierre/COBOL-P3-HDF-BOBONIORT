      *    table customer, et rafraichit CUSTOMER_UPDATE_DATE. Un      *
      *    changement d'IBAN revoque le mandat SEPA en cours et en     *
      *    demande un nouveau via mandcust.                            *
      *    L'IBAN de remboursement, facultatif, est saisi a part : il  *
      *    recoit les virements de payclaim et ne touche jamais au     *
      *    mandat SEPA, qui reste sur l'IBAN de prelevement.           *
      *    Sous mesure de protection (table LEGAL_REP), l'ecran        *
      *    rappelle que la modification doit venir du representant     *
      *    legal.                                                      *
      *    Tout changement d'IBAN (prelevement ou remboursement) date  *
      *    la fiche (CUSTOMER_IBAN_CHANGE_DATE) : payclaim retient les *
      *    virements pendant le delai de carence, sauf rappel de       *
      *    confirmation saisi dans journcust. Un nouvel IBAN deja      *
      *    present sur une autre fiche leve une alerte (chkiban).      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. updacust.
      *    modulo 97 que CHECK-IBAN-MOD97 de ccback - un IBAN errone
      *    ici empoisonnerait la chaine SEPA et revoquerait un mandat
      *    valide pour rien.
      *    L'IBAN a controler est pose dans WS-IBAN-CHECKED : le
      *    meme controle sert a l'IBAN de prelevement et a l'IBAN de
      *    remboursement.
       01  WS-IBAN-CHECKED             PIC X(34).
       01  WS-IBAN-UPPER               PIC X(34).
       01  WS-IBAN-LEN                 PIC 9(02).
       01  WS-IBAN-REARR               PIC X(34).
           05  WS-PHONE             PIC X(20).
           05  WS-MAIL              PIC X(50).
           05  WS-CODE-IBAN         PIC X(34).
           05  WS-REFUND-IBAN       PIC X(34).
           05  WS-CONSENT-MAIL      PIC X(01).
           05  WS-CONSENT-POSTAL    PIC X(01).
           05  WS-CONSENT-PHONE     PIC X(01).
           05  WS-DOCTOR            PIC X(50).

      *    [AL] Mesure de protection active (getlegrep, table
      *    LEGAL_REP) : l'ecran rappelle que la demande doit venir du
      *    representant legal.
       01  WS-REP-WARNING           PIC X(70).
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).
       01  WS-REP-ADRESS1           PIC X(50).
       01  WS-REP-ZIPCODE           PIC X(15).
       01  WS-REP-TOWN              PIC X(50).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  SQL-PHONE                PIC X(20).
       01  SQL-MAIL                 PIC X(50).
       01  SQL-CODE-IBAN            PIC X(34).
       01  SQL-REFUND-IBAN          PIC X(34).
       01  SQL-CODE-SECU            PIC X(15).
       01  SQL-CONSENT-MAIL         PIC X(01).
       01  SQL-CONSENT-POSTAL       PIC X(01).
           05 FILLER PIC X(19) VALUE 'MODIFIER ADHERENT' LINE 6 COL 91
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-WARNING LINE 11 COL 21
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(09) VALUE 'Adresse 1' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(50) TO WS-ADRESS1 LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(15) VALUE 'IBAN rembourst.'
           LINE 15 COL 111.
           05 FILLER PIC X VALUE ':' LINE 15 COL 129.
           05 FILLER PIC X(34) TO WS-REFUND-IBAN LINE 15 COL 131 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(23) VALUE 'Valider la modification'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-UPDATE-SCREEN-VALIDATION
      *    change depuis sa lecture ; sinon l'ecran est represente
      *    avec les valeurs fraiches et l'operateur ressaisit.
               MOVE 'N' TO WS-UPDATE-DONE
               PERFORM CHECK-LEGAL-REP
               PERFORM EDIT-AND-SAVE-CUSTOMER
                   UNTIL WS-UPDATE-DONE = 'Y'
           END-IF.
               SELECT customer_uuid, customer_adress1, customer_adress2,
                      customer_zipcode, customer_town, customer_phone,
                      customer_mail, customer_code_iban,
                      COALESCE(customer_refund_iban, ' '),
                      customer_code_secu, customer_consent_mail,
                      customer_consent_postal, customer_consent_phone,
                      customer_update_date,
                      COALESCE(customer_doctor, ' ')
               INTO :SQL-UUID, :SQL-ADRESS1, :SQL-ADRESS2,
                      :SQL-ZIPCODE, :SQL-TOWN, :SQL-PHONE, :SQL-MAIL,
                      :SQL-CODE-IBAN, :SQL-REFUND-IBAN,
                      :SQL-CODE-SECU,
                      :SQL-CONSENT-MAIL, :SQL-CONSENT-POSTAL,
                      :SQL-CONSENT-PHONE, :SQL-UPDATE-DATE,
                      :SQL-DOCTOR-PENDING, :SQL-DOCTOR
               END-IF
           END-IF.

      *    [AL] Mesure de protection active (getlegrep) : l'ecran
      *    rappelle que la demande doit venir du representant legal.
       CHECK-LEGAL-REP.
           MOVE SPACES TO WS-REP-WARNING
           MOVE SPACES TO WS-REP-ADDRESSEE
           CALL 'getlegrep' USING WS-FOUND-UUID, WS-REP-ADDRESSEE,
               WS-REP-ADRESS1, WS-REP-ZIPCODE, WS-REP-TOWN,
               WS-REP-TYPE, WS-REP-FOUND
           END-CALL
           IF WS-REP-FOUND = 'Y'
               MOVE 'SOUS PROTECTION : DEMANDE DU REPRESENTANT LEGAL'
                   TO WS-REP-WARNING
           END-IF.

      *    [AL] Presente l'ecran charge des valeurs courantes puis
      *    tente la sauvegarde.
       EDIT-AND-SAVE-CUSTOMER.
           MOVE SQL-PHONE   TO WS-PHONE
           MOVE SQL-MAIL    TO WS-MAIL
           MOVE SQL-CODE-IBAN TO WS-CODE-IBAN
           MOVE SQL-REFUND-IBAN TO WS-REFUND-IBAN
           MOVE SQL-CONSENT-MAIL   TO WS-CONSENT-MAIL
           MOVE SQL-CONSENT-POSTAL TO WS-CONSENT-POSTAL
           MOVE SQL-CONSENT-PHONE  TO WS-CONSENT-PHONE
      *    avant toute sauvegarde : la saisie est refusee et l'ecran
      *    represente, comme a la creation.
           IF WS-CODE-IBAN NOT = SQL-CODE-IBAN
               MOVE WS-CODE-IBAN TO WS-IBAN-CHECKED
               PERFORM CHECK-IBAN-MOD97
               IF WS-IBAN-VALID-FLAG = 'N'
                   MOVE 'La cle de l''IBAN saisi est invalide.'
                   GO TO END-UPDATE-CUSTOMER
               END-IF
           END-IF
      *    [AL] L'IBAN de remboursement est facultatif : vide, il
      *    est efface et les virements repartent sur l'IBAN de
      *    prelevement ; renseigne, il passe le meme controle de cle.
           IF WS-REFUND-IBAN NOT = SQL-REFUND-IBAN
               AND WS-REFUND-IBAN NOT = SPACES
               MOVE WS-REFUND-IBAN TO WS-IBAN-CHECKED
               PERFORM CHECK-IBAN-MOD97
               IF WS-IBAN-VALID-FLAG = 'N'
                   MOVE 'Cle de l''IBAN de remboursement invalide.'
                       TO WS-ERROR-MESSAGE
                   MOVE 'N' TO WS-UPDATE-DONE
                   GO TO END-UPDATE-CUSTOMER
               END-IF
           END-IF
      *    [AL] Un medecin traitant modifie doit etre un medecin
      *    actif de la table DOCTOR, comme a la creation (ccback) ;
      *    sa saisie leve le marqueur pose par le suivi des
                   customer_phone = :WS-PHONE,
                   customer_mail = :WS-MAIL,
                   customer_code_iban = :WS-CODE-IBAN,
                   customer_refund_iban =
                       NULLIF(TRIM(:WS-REFUND-IBAN), ''),
                   customer_iban_change_date =
                       CASE WHEN TRIM(:WS-CODE-IBAN)
                                != TRIM(:SQL-CODE-IBAN)
                            OR TRIM(:WS-REFUND-IBAN)
                                != TRIM(:SQL-REFUND-IBAN)
                            THEN CURRENT_DATE
                            ELSE customer_iban_change_date END,
                   customer_iban_confirm_date =
                       CASE WHEN TRIM(:WS-CODE-IBAN)
                                != TRIM(:SQL-CODE-IBAN)
                            OR TRIM(:WS-REFUND-IBAN)
                                != TRIM(:SQL-REFUND-IBAN)
                            THEN NULL
                            ELSE customer_iban_confirm_date END,
                   customer_doctor = :WS-DOCTOR,
                   customer_doctor_pending =
                       CASE WHEN TRIM(:WS-DOCTOR) != ''
                   PERFORM TRACE-CHANGED-FIELDS
                   IF WS-CODE-IBAN NOT = SQL-CODE-IBAN
                       PERFORM RENEW-SEPA-MANDATE
                       CALL 'chkiban' USING WS-FOUND-UUID,
                           WS-CODE-IBAN, 'updacust  '
                       END-CALL
                   END-IF
                   IF WS-REFUND-IBAN NOT = SQL-REFUND-IBAN
                       AND WS-REFUND-IBAN NOT = WS-CODE-IBAN
                       CALL 'chkiban' USING WS-FOUND-UUID,
                           WS-REFUND-IBAN, 'updacust  '
                       END-CALL
                   END-IF
                   MOVE 'Adherent mis a jour avec succes.'
                       TO WS-ERROR-MESSAGE
      *    [AL] Verifie la cle de controle de l'IBAN saisi selon
      *    l'algorithme modulo 97, comme CHECK-IBAN-MOD97 de ccback.
       CHECK-IBAN-MOD97.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IBAN-CHECKED))
               TO WS-IBAN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-IBAN-CHECKED))
               TO WS-IBAN-LEN
           MOVE 'Y' TO WS-IBAN-VALID-FLAG

           MOVE WS-CODE-IBAN  TO WS-AUDIT-AFTER
           PERFORM TRACE-ONE-FIELD

           MOVE 'IBAN REMB' TO WS-AUDIT-FIELD-NAME
           MOVE SQL-REFUND-IBAN TO WS-AUDIT-BEFORE
           MOVE WS-REFUND-IBAN  TO WS-AUDIT-AFTER
           PERFORM TRACE-ONE-FIELD

           MOVE 'CONSENT MAIL' TO WS-AUDIT-FIELD-NAME
           MOVE SQL-CONSENT-MAIL TO WS-AUDIT-BEFORE
           MOVE WS-CONSENT-MAIL  TO WS-AUDIT-AFTER
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO MAIL-RECORD
           END-STRING
           MOVE MAIL-RECORD TO WS-CORR-RECORD
           WRITE MAIL-RECORD
           CALL 'logcorr' USING WS-FOUND-UUID, 'M', WS-CORR-RECORD
           END-CALL.

           CLOSE MAIL-FILE.
