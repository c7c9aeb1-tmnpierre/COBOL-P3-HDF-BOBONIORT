      *    date de rappel eventuelle, qui alimentera la liste de      *
      *    rappels du matin (rappelcust). L'operateur connecte est    *
      *    memorise avec la ligne.                                    *
      *    Un rappel telephonique qui confirme aupres de l'adherent   *
      *    son changement d'IBAN est signale a la saisie : il date la *
      *    confirmation sur la fiche et leve la retenue des virements *
      *    que payclaim applique pendant le delai de carence.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. journcust.
           05  WS-CONTACT-CHANNEL   PIC X(01).
           05  WS-CONTACT-SUMMARY   PIC X(60).
           05  WS-CONTACT-FOLLOWUP  PIC X(10).
           05  WS-CONTACT-IBAN-OK   PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Rappel confirmant l''IBAN (O)'
           LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(01) TO WS-CONTACT-IBAN-OK LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider la saisie'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CONTACT-SCREEN-VALIDATION
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Rappel confirmant l''IBAN (O)'
           LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 32.
           05 FILLER PIC X(01) TO WS-CONTACT-IBAN-OK LINE 9 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider la saisie'
           LINE 10 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CONTACT-SCREEN-VALIDATION
      *    [AL] Ajoute le contact du jour, signe de l'operateur
      *    connecte (variable d'environnement posee a la connexion).
       INSERT-CONTACT.
           MOVE FUNCTION UPPER-CASE(WS-CONTACT-IBAN-OK)
               TO WS-CONTACT-IBAN-OK
           IF WS-CONTACT-IBAN-OK = 'O'
               AND FUNCTION UPPER-CASE(WS-CONTACT-CHANNEL) NOT = 'T'
               MOVE 'La confirmation d''IBAN suppose un rappel (T).'
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-CONTACT-SUMMARY = SPACES
               MOVE 'Le resume du contact est obligatoire.'
                   TO WS-ERROR-MESSAGE
           END-IF
           IF WS-ERROR-MESSAGE = SPACES
               MOVE FUNCTION UPPER-CASE(WS-CONTACT-CHANNEL)
                   TO SQL-CONTACT-CHANNEL
               MOVE WS-CONTACT-SUMMARY  TO SQL-CONTACT-SUMMARY
                   END-CALL
                   MOVE 'Contact enregistre avec succes.'
                       TO WS-ERROR-MESSAGE
                   IF WS-CONTACT-IBAN-OK = 'O'
                       PERFORM CONFIRM-IBAN-CHANGE
                   END-IF
               END-IF
           END-IF.

      *    [MF] Le rappel a confirme le changement d'IBAN aupres de
      *    l'adherent lui-meme : la confirmation est datee sur la
      *    fiche, ce qui leve la retenue des virements de payclaim.
      *    Une fiche sans changement d'IBAN en attente n'est pas
      *    touchee.
       CONFIRM-IBAN-CHANGE.
           EXEC SQL
               UPDATE customer
               SET customer_iban_confirm_date = CURRENT_DATE
               WHERE customer_uuid = :WS-FOUND-UUID
               AND customer_iban_change_date IS NOT NULL
               AND customer_iban_confirm_date IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'IBAN-CONFIRME' TO WS-AUDIT-ACTION
                   MOVE 'CHANGEMENT D''IBAN CONFIRME PAR RAPPEL'
                       TO WS-AUDIT-DETAIL
                   CALL 'logaudit' USING WS-FOUND-UUID,
                       WS-AUDIT-ACTION, WS-AUDIT-DETAIL
                   END-CALL
                   MOVE 'Contact enregistre, IBAN confirme.'
                       TO WS-ERROR-MESSAGE
               WHEN 100
                   MOVE 'Contact enregistre ; aucun IBAN a confirmer.'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   CALL 'logsqlerr' USING 'journcust',
                       'CONFIRM-IBAN', SQLCODE
                   END-CALL
                   MOVE 'Erreur technique, IBAN non confirme.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
