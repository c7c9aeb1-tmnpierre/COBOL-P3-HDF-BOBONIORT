      *    l'IBAN d'un prestataire tiers payant rouvre de meme ses
      *    demandes, la mise a jour de l'IBAN se faisant sur l'ecran
      *    provadm.
      *    Un retour sur l'IBAN de remboursement de l'adherent efface
      *    cet IBAN au lieu d'invalider l'IBAN de prelevement, qui
      *    porte le mandat SEPA : le virement repart sur l'IBAN de
      *    prelevement a la remise suivante.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejvirt.
           END-READ.

      *    [MF] Rattache le retour : d'abord un adherent par son
      *    IBAN de prelevement ou de remboursement, a defaut un
      *    prestataire tiers payant par le sien.
       APPLY-ONE-RETURN.
           MOVE WS-RET-REMIT-REF TO SQL-RET-REMIT-REF
           MOVE WS-RET-IBAN      TO SQL-RET-IBAN
           EXEC SQL
               SELECT customer_uuid INTO :SQL-UUID
               FROM customer
               WHERE ( customer_code_iban = TRIM(:SQL-RET-IBAN)
                  OR customer_refund_iban = TRIM(:SQL-RET-IBAN) )
               AND customer_active != 'A'
           END-EXEC.


           EXEC SQL
               UPDATE customer
               SET customer_iban_invalid_flag =
                       CASE WHEN customer_refund_iban =
                                 TRIM(:SQL-RET-IBAN)
                            THEN customer_iban_invalid_flag
                            ELSE 'O' END,
                   customer_refund_iban =
                       CASE WHEN customer_refund_iban =
                                 TRIM(:SQL-RET-IBAN)
                            THEN NULL
                            ELSE customer_refund_iban END
               WHERE customer_uuid = :SQL-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
