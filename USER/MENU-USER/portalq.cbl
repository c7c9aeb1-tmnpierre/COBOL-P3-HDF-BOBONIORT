      *    postal / commune du referentiel CITY comme
      *    CHECK-CITY-VALID de ccback). L'application passe par la
      *    meme mise a jour que updacust et est tracee par logaudit.
      *    Une demande IBANREMB pose l'IBAN de remboursement apres le
      *    meme controle de cle modulo 97 que ccback ; l'IBAN de
      *    prelevement et son mandat SEPA n'en sont pas touches.
      *    Elle date le changement d'IBAN de la fiche, ce qui ouvre le
      *    delai de carence des virements de payclaim, et chkiban
      *    signale un IBAN deja present sur une autre fiche.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portalq.
       01  WS-AT-COUNT              PIC 9(02).
       01  WS-DOT-COUNT             PIC 9(02).

      *    [MF] Controle de cle de l'IBAN de remboursement demande,
      *    meme algorithme modulo 97 que CHECK-IBAN-MOD97 de ccback.
       01  WS-IBAN-UPPER            PIC X(34).
       01  WS-IBAN-LEN              PIC 9(02).
       01  WS-IBAN-REARR            PIC X(34).
       01  WS-IBAN-REMAINDER        PIC 9(05).
       01  WS-IBAN-CHAR-VALUE       PIC 9(02).
       01  WS-IBAN-IDX              PIC 9(02).
       01  WS-IBAN-VALID-FLAG       PIC X(01).
       01  WS-NEW-IBAN              PIC X(34).

       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).


      *    [MF] Les memes controles que la saisie a l'accueil :
      *    telephone a 10 chiffres, email avec arobase et point dans
      *    le domaine, couple code postal / commune au referentiel,
      *    cle modulo 97 de l'IBAN de remboursement.
       CHECK-REQUEST-VALUES.
           MOVE 'Y' TO WS-CHECK-OK-FLAG

                   ELSE
                       PERFORM CHECK-CITY-REFERENTIAL
                   END-IF
               WHEN 'IBANREMB'
                   PERFORM CHECK-IBAN-MOD97
                   IF WS-IBAN-VALID-FLAG = 'N'
                       MOVE 'N' TO WS-CHECK-OK-FLAG
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-CHECK-OK-FLAG
           END-EVALUATE.
               END-IF
           END-IF.

      *    [MF] Verifie la cle de controle de l'IBAN de remboursement
      *    demande (SQL-REQ-VALUE1) selon l'algorithme modulo 97.
       CHECK-IBAN-MOD97.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SQL-REQ-VALUE1))
               TO WS-IBAN-UPPER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SQL-REQ-VALUE1))
               TO WS-IBAN-LEN
           MOVE 'Y' TO WS-IBAN-VALID-FLAG

           IF WS-IBAN-LEN < 5 OR WS-IBAN-LEN > 34
               MOVE 'N' TO WS-IBAN-VALID-FLAG
           ELSE
               IF WS-IBAN-UPPER(1:2) IS NOT ALPHABETIC
                   OR WS-IBAN-UPPER(3:2) IS NOT NUMERIC
                   MOVE 'N' TO WS-IBAN-VALID-FLAG
               END-IF

               MOVE SPACES TO WS-IBAN-REARR
               MOVE WS-IBAN-UPPER(5:WS-IBAN-LEN - 4)
                   TO WS-IBAN-REARR(1:WS-IBAN-LEN - 4)
               MOVE WS-IBAN-UPPER(1:4)
                   TO WS-IBAN-REARR(WS-IBAN-LEN - 3:4)

               MOVE 0 TO WS-IBAN-REMAINDER

               PERFORM VARYING WS-IBAN-IDX FROM 1 BY 1
                       UNTIL WS-IBAN-IDX > WS-IBAN-LEN
                   IF WS-IBAN-REARR(WS-IBAN-IDX:1) IS NUMERIC
                       COMPUTE WS-IBAN-CHAR-VALUE =
                           FUNCTION ORD(WS-IBAN-REARR(WS-IBAN-IDX:1))
                           - FUNCTION ORD('0')
                       COMPUTE WS-IBAN-REMAINDER = FUNCTION MOD(
                           (WS-IBAN-REMAINDER * 10)
                           + WS-IBAN-CHAR-VALUE, 97)
                   ELSE
                       IF WS-IBAN-REARR(WS-IBAN-IDX:1) IS ALPHABETIC
                           COMPUTE WS-IBAN-CHAR-VALUE =
                               FUNCTION ORD(
                               WS-IBAN-REARR(WS-IBAN-IDX:1))
                               - FUNCTION ORD('A') + 10
                           COMPUTE WS-IBAN-REMAINDER = FUNCTION MOD(
                               (WS-IBAN-REMAINDER * 100)
                               + WS-IBAN-CHAR-VALUE, 97)
                       ELSE
                           MOVE 'N' TO WS-IBAN-VALID-FLAG
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-IBAN-REMAINDER NOT = 1
                   MOVE 'N' TO WS-IBAN-VALID-FLAG
               END-IF
           END-IF.

      *    [MF] Applique la demande sur la fiche, comme le ferait
      *    updacust, trace le mouvement et clot la demande.
       APPLY-REQUEST-TO-CUSTOMER.
                           customer_update_date = CURRENT_DATE
                       WHERE customer_uuid = :SQL-REQ-UUID
                   END-EXEC
               WHEN 'IBANREMB'
                   EXEC SQL
                       UPDATE customer
                       SET customer_refund_iban =
                               UPPER(TRIM(:SQL-REQ-VALUE1)),
                           customer_iban_change_date = CURRENT_DATE,
                           customer_iban_confirm_date = NULL,
                           customer_update_date = CURRENT_DATE
                       WHERE customer_uuid = :SQL-REQ-UUID
                   END-EXEC
           END-EVALUATE.

           IF SQLCODE NOT = ZERO
               CALL 'logaudit' USING SQL-REQ-UUID, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               IF FUNCTION UPPER-CASE(SQL-REQ-TYPE) = 'IBANREMB'
                   MOVE FUNCTION TRIM(SQL-REQ-VALUE1) TO WS-NEW-IBAN
                   CALL 'chkiban' USING SQL-REQ-UUID, WS-NEW-IBAN,
                       'portalq   '
                   END-CALL
               END-IF

               MOVE 'A' TO SQL-NEW-STATUS
               PERFORM UPDATE-REQUEST-STATUS
