      *    d'activer un contrat. L'ecran deroule les pieces deja      *
      *    recues puis enregistre une nouvelle piece, datee du jour   *
      *    et signee de l'operateur connecte.                         *
      *                                                               *
      *    [MF] L'acte de naissance (NAI) se rattache, comme la       *
      *    facture de soins (FAC), a une demande precise : celle de   *
      *    l'allocation naissance creee par benecust, qui passe alors *
      *    a payer au prochain virement payclaim.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. doccust.
           05 FILLER PIC X(22) VALUE 'PIECES JUSTIFICATIVES'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(31)
           VALUE 'Piece (RIB/CNI/ATT/RAD/FAC/NAI)'
           LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(03) TO WS-DOC-TYPE LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'N° demande (si FAC ou NAI)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC 9(09) TO WS-DOC-CLAIM-ID LINE 17 COL 55
           05 FILLER PIC X(21) VALUE 'PIECES JUSTIFICATIVES'
           LINE 1 COL 29 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(31)
           VALUE 'Piece (RIB/CNI/ATT/RAD/FAC/NAI)'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 34.
           05 FILLER PIC X(03) TO WS-DOC-TYPE LINE 3 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'N° demande (si FAC ou NAI)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 34.
           05 FILLER PIC 9(09) TO WS-DOC-CLAIM-ID LINE 7 COL 36
               AND WS-DOC-TYPE NOT = 'ATT'
               AND WS-DOC-TYPE NOT = 'RAD'
               AND WS-DOC-TYPE NOT = 'FAC'
               AND WS-DOC-TYPE NOT = 'NAI'
               MOVE 'Type invalide : RIB, CNI, ATT, RAD, FAC ou NAI.'
                   TO WS-ERROR-MESSAGE
      *    [MF] Le certificat de radiation (RAD) prouve la
      *    couverture anterieure continue : sa date de fin de
               AND WS-DOC-CLAIM-ID = 0
               MOVE 'N° de demande de soin obligatoire pour FAC.'
                   TO WS-ERROR-MESSAGE
      *    [MF] L'acte de naissance (NAI) designe la demande
      *    d'allocation naissance qu'il justifie.
           ELSE IF WS-DOC-TYPE = 'NAI'
               AND WS-DOC-CLAIM-ID = 0
               MOVE 'N° de demande d''allocation obligatoire pour NAI.'
                   TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-DOC-TYPE TO SQL-DOC-TYPE
               MOVE WS-DOC-PRIOR-END TO SQL-DOC-PRIOR-END
                   IF WS-DOC-TYPE = 'FAC'
                       PERFORM RELEASE-WAITING-CLAIM
                   END-IF
      *    [MF] L'acte de naissance recu met l'allocation naissance
      *    en attente ('J', posee par benecust) au paiement.
                   IF WS-DOC-TYPE = 'NAI'
                       PERFORM RELEASE-BIRTH-ALLOWANCE
                   END-IF
                   MOVE 'PIECE-RECUE' TO WS-AUDIT-ACTION
                   MOVE WS-DOC-TYPE TO WS-AUDIT-DETAIL
                   CALL 'logaudit' USING WS-FOUND-UUID,
               WHERE CLAIM_ID = :SQL-DOC-CLAIM-ID
               AND CLAIM_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CLAIM_STATUS = 'J'
               AND CLAIM_ACT_CODE != 'ALLOCNAIS'
           END-EXEC.

           EVALUATE SQLCODE
                       'RELEASE-CLAIM', SQLCODE
                   END-CALL
           END-EVALUATE.

      *    [MF] L'allocation naissance est deja chiffree par le
      *    produit : elle passe directement a payer ('C'), sans
      *    calcul de nuit.
       RELEASE-BIRTH-ALLOWANCE.
           EXEC SQL
               UPDATE CLAIM
               SET CLAIM_STATUS = 'C'
               WHERE CLAIM_ID = :SQL-DOC-CLAIM-ID
               AND CLAIM_CUSTOMER_UUID = :WS-FOUND-UUID
               AND CLAIM_STATUS = 'J'
               AND CLAIM_ACT_CODE = 'ALLOCNAIS'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   DISPLAY 'ALLOCATION NAISSANCE MISE EN PAIEMENT.'
               WHEN 100
                   DISPLAY 'AUCUNE ALLOCATION NAISSANCE EN ATTENTE '
                       'SOUS CE NUMERO.'
               WHEN OTHER
                   CALL 'logsqlerr' USING 'doccust',
                       'RELEASE-ALLOC', SQLCODE
                   END-CALL
           END-EVALUATE.
