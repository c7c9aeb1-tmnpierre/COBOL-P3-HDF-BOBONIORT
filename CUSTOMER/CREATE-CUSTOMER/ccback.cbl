
      ******************************************************************
      *    [MF] Le programme 'Create Adherent logic' ajoute un adhérent
      *    à la table customer ; un code parrain saisi (n° de sécurité
      *    sociale d'un adhérent actif) ouvre un parrainage dans la
      *    table REFERRAL.
      *
      *    Appele par un import de masse (impcust, impemply), il lit
      *    le numero du passage dans BOBONIORT_IMPORT_RUN et le porte
      *    sur la fiche (CUSTOMER_IMPORT_RUN) pour qu'un passage
      *    errone puisse etre annule ; une creation a l'ecran le
      *    laisse a NULL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ccback.
           05  WS-CONSENT-PHONE        PIC X(01).
           05  WS-CONSENT-PURPOSE      PIC X(20).
           05  WS-AGENCY               PIC X(10).
           05  WS-SPONSOR-CODE-SECU    PIC X(15).

       01  WS-IBAN-UPPER               PIC X(34).
       01  WS-IBAN-LEN                 PIC 9(02).
       01  WS-DUP-CODE-SECU-COUNT   PIC 9(05).
       01  WS-SPOUSE-FOUND-COUNT    PIC 9(05).
       01  WS-DOCTOR-FOUND-COUNT    PIC 9(05).
       01  WS-SPONSOR-FOUND-COUNT   PIC 9(05).
       01  WS-SPONSOR-UUID          PIC X(36).
       01  WS-CITY-REF-TOWN         PIC X(50).
       01  WS-IMPORT-RUN-ID         PIC X(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           05  LK-CONSENT-PHONE        PIC X(01).
           05  LK-CONSENT-PURPOSE      PIC X(20).
           05  LK-AGENCY               PIC X(10).
           05  LK-SPONSOR-CODE-SECU    PIC X(15).
       01  LK-ERROR-MESSAGE            PIC X(500).

      ******************************************************************
                   "BOBONIORT_OPERATOR_AGENCY"
           END-IF.

      *    [MF] Numero du passage d'import en cours, a blanc hors
      *    import.
           MOVE SPACES TO WS-IMPORT-RUN-ID.
           ACCEPT WS-IMPORT-RUN-ID FROM ENVIRONMENT
               "BOBONIORT_IMPORT_RUN".

           PERFORM INITIALIZE-VALUES
           PERFORM VALIDATE-INPUT
           IF WS-VALIDATION-STATUS = 'Y'
               END-IF
           END-IF.

      *    [MF] Le code parrain est facultatif - s'il est renseigné,
      *    il doit désigner un adhérent actif, autre que le nouvel
      *    adhérent lui-même.
           IF WS-SPONSOR-CODE-SECU NOT = SPACES
               PERFORM CHECK-SPONSOR-EXISTS
               IF WS-SPONSOR-FOUND-COUNT = 0
                   OR WS-SPONSOR-CODE-SECU = WS-CODE-SECU
                   STRING 'Le code parrain ne correspond à aucun '
                       'adhérent actif.' DELIMITED BY SIZE
                       INTO LK-ERROR-MESSAGE
                   END-STRING
                   PERFORM ADD-ERROR-MESSAGE
                   MOVE 'Y' TO WS-ERROR-FOUND
               END-IF
           END-IF.

      *    [MF] Le médecin traitant est facultatif - s'il est
      *    renseigné, il doit correspondre à un médecin actif de la
      *    table DOCTOR.
               AND CUSTOMER_ACTIVE != 'A'
           END-EXEC.

      *    [MF] Vérifie que le parrain est un adhérent actif ('N') :
      *    une fiche en attente de validation ou archivée ne peut pas
      *    parrainer.

       CHECK-SPONSOR-EXISTS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-SPONSOR-FOUND-COUNT
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :WS-SPONSOR-CODE-SECU
               AND CUSTOMER_ACTIVE = 'N'
           END-EXEC.

      *    [MF] Vérifie que le médecin traitant saisi correspond à un
      *    médecin actif de la table de référence DOCTOR.
       CHECK-DOCTOR-VALID.
                   CUSTOMER_CONSENT_MAIL, CUSTOMER_CONSENT_POSTAL,
                   CUSTOMER_CONSENT_PHONE, CUSTOMER_CONSENT_PURPOSE,
                   CUSTOMER_CONSENT_DATE, CUSTOMER_AGENCY,
                   CUSTOMER_CREATE_DATE, CUSTOMER_ACTIVE,
                   CUSTOMER_IMPORT_RUN )
               VALUES (:WS-UUID, :WS-GENDER, :WS-LASTNAME,
                       :WS-FIRSTNAME, :WS-ADRESS1, :WS-ADRESS2,
                       :WS-ZIPCODE, :WS-TOWN, :WS-COUNTRY,
                       :WS-CONSENT-MAIL, :WS-CONSENT-POSTAL,
                       :WS-CONSENT-PHONE, :WS-CONSENT-PURPOSE,
                       CURRENT_DATE, :WS-AGENCY,
                       CURRENT_DATE, 'P',
                       CAST(NULLIF(TRIM(:WS-IMPORT-RUN-ID), '')
                           AS INTEGER))
           END-EXEC.

           IF SQLCODE NOT = ZERO
                   PERFORM LINK-SPOUSE-HOUSEHOLD
               END-IF

               IF WS-SPONSOR-CODE-SECU NOT = SPACES
                   AND WS-DB-UPDATE-STATUS = 'Y'
                   PERFORM INSERT-REFERRAL
               END-IF

               IF WS-DB-UPDATE-STATUS = 'Y'
                   MOVE 'CREATION' TO WS-AUDIT-ACTION
                   MOVE WS-LASTNAME TO WS-AUDIT-DETAIL
               END-STRING
           END-IF.

      *    [MF] Enregistre le parrainage, en attente ('A') : le
      *    parrain n'est credite (batch parrcust) qu'au premier
      *    prelevement encaisse du filleul.

       INSERT-REFERRAL.
           EXEC SQL
               SELECT CUSTOMER_UUID INTO :WS-SPONSOR-UUID
               FROM CUSTOMER
               WHERE CUSTOMER_CODE_SECU = :WS-SPONSOR-CODE-SECU
               AND CUSTOMER_ACTIVE = 'N'
           END-EXEC.

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO REFERRAL (
                       REFERRAL_SPONSOR_UUID, REFERRAL_REFEREE_UUID,
                       REFERRAL_CREATE_DATE, REFERRAL_STATUS )
                   VALUES (:WS-SPONSOR-UUID, :WS-UUID,
                           CURRENT_DATE, 'A')
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ccback', 'INSERT-REFERRAL',
                   SQLCODE
               END-CALL
               MOVE 'N' TO WS-DB-UPDATE-STATUS
               STRING 'Erreur : enregistrement impossible.'
                   DELIMITED BY SIZE
                   INTO LK-ERROR-MESSAGE
               END-STRING
           ELSE
               MOVE 'PARRAINAGE' TO WS-AUDIT-ACTION
               MOVE WS-SPONSOR-UUID TO WS-AUDIT-DETAIL
               CALL 'logaudit' USING WS-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
           END-IF.

      *    [MF] Constitue une fiche adherent imprimable et l'ajoute au
      *    fichier FICHEADHERENT, une fiche par adhérent créé, pour que
      *    l'accueil puisse la remettre au nouvel adhérent sans avoir à
