      *    reprenant celle du flux puis une ligne par ligne
      *    importee - acceptee (ACC) ou rejetee (REJ) avec son code
      *    motif (R01 ligne malformee, R02 personne inconnue, R03
      *    erreur technique, R04 code acte inconnu du referentiel
      *    ACT ou non valide a la date des soins, controle chkact)
      *    - a renvoyer au reseau de
      *    teletransmission. Sans lui, les lignes rejetees mouraient
      *    en silence et la CPAM continuait d'envoyer des soins pour
      *    des personnes introuvables.

       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).
       01  WS-ACT-VALID-FLAG            PIC X(01).
       01  WS-ACT-FAMILY                PIC X(12).

      *    [MF] Controle d'echange (chkexchg) : en-tete du fichier
      *    ENTETE;<emetteur>;<sequence>;<date> et indicateur
      *    code_secu et cree la demande de remboursement ; toute
      *    ligne non exploitable est journalisee avec son motif.
       IMPORT-ONE-CLAIM.
           MOVE 'N' TO WS-ACT-VALID-FLAG
           IF WS-FLOW-CODE-SECU = SPACES
               OR WS-FLOW-CARE-DATE = SPACES
               OR WS-FLOW-ACT-CODE = SPACES
               MOVE 'R01' TO WS-ACK-REASON-CODE
               PERFORM LOG-FLOW-REJECT
           ELSE
               CALL 'chkact' USING WS-FLOW-ACT-CODE, WS-FLOW-CARE-DATE,
                   WS-ACT-VALID-FLAG, WS-ACT-FAMILY
               END-CALL
               IF WS-ACT-VALID-FLAG NOT = 'Y'
                   MOVE 'R04' TO WS-ACK-REASON-CODE
                   PERFORM LOG-FLOW-REJECT
               ELSE
                   PERFORM MATCH-FLOW-PERSON
               END-IF
           END-IF.

      *    [MF] Retrouve l'adherent - ou l'ayant droit - par le
      *    code_secu du flux et cree la demande.
       MATCH-FLOW-PERSON.
           MOVE WS-FLOW-CODE-SECU TO SQL-FLOW-CODE-SECU
           MOVE ZERO TO SQL-BENEFICIARY-ID
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE customer_code_secu =
                   TRIM(:SQL-FLOW-CODE-SECU)
               AND customer_active != 'A'
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM MATCH-FLOW-BENEFICIARY
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE 'R02' TO WS-ACK-REASON-CODE
               PERFORM LOG-FLOW-REJECT
           ELSE
               PERFORM INSERT-FLOW-CLAIM
           END-IF.

      *    [MF] Le code_secu du flux peut etre celui d'un ayant
      *    droit : la demande est alors rattachee a l'adherent
      *    porteur, avec l'identifiant du beneficiaire soigne.
           END-IF.

      *    [MF] Journalise une ligne non exploitable : adherent
      *    inconnu, code acte inconnu ou ligne malformee.
       LOG-FLOW-REJECT.
           ADD 1 TO WS-FLOW-ERROR-COUNT
           MOVE SPACES TO FLOW-REPORT-RECORD
