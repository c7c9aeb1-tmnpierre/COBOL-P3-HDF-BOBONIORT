      *    anterieurs a la mise en place de l'echeancier, qui n'en
      *    ont pas, restent factures en une ligne annuelle comme
      *    avant.
      *
      *    Un contrat suspendu (suspcont : depart a l'etranger,
      *    service militaire, couverture temporaire ailleurs) n'est
      *    pas facture pour les echeances tombant dans sa periode de
      *    suspension ; reprcont reconstruit l'echeancier a la
      *    reprise.
      *
      *    La date de facturation est portee sur l'echeance
      *    (ECHEANCIER_BILL_DATE) : ppnarep en tire les primes emises
      *    du mois et la provision pour primes non acquises.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. factcust.
               AND TRIM(COALESCE(contract_employer_code, '')) = ''
               AND echeancier_status = 'P'
               AND echeancier_due_date <= CURRENT_DATE
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND echeancier_due_date >= contract_suspend_start
                   AND echeancier_due_date <= contract_suspend_end )
               ORDER BY customer_agency, customer_lastname,
                   customer_firstname
           END-EXEC.
       STAMP-ECHEANCE-BILLED.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'F',
                   ECHEANCIER_BILL_DATE = CURRENT_DATE
               WHERE ECHEANCIER_ID = :SQL-ECHEANCIER-ID
           END-EXEC.

                   = EMPLOYER_CODE
               AND echeancier_status = 'P'
               AND echeancier_due_date <= CURRENT_DATE
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND echeancier_due_date >= contract_suspend_start
                   AND echeancier_due_date <= contract_suspend_end )
               GROUP BY EMPLOYER_CODE, EMPLOYER_NAME
               ORDER BY EMPLOYER_NAME
           END-EXEC.

           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'F',
                   ECHEANCIER_BILL_DATE = CURRENT_DATE
               WHERE ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE <= CURRENT_DATE
               AND EXISTS (
                       ECHEANCIER_PRODUCT_CODE
                   AND CONTRACT_STATUS = 'A'
                   AND TRIM(COALESCE(CONTRACT_EMPLOYER_CODE, ''))
                       = TRIM(:SQL-EMPLOYER-CODE)
                   AND NOT ( COALESCE(CONTRACT_SUSPEND_STATUS, ' ')
                           = 'S'
                       AND ECHEANCIER_DUE_DATE >=
                           CONTRACT_SUSPEND_START
                       AND ECHEANCIER_DUE_DATE <=
                           CONTRACT_SUSPEND_END ) )
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'factcust', 'STAMP-EMPLOYER',
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               AND contract_status = 'A'
               AND NOT ( COALESCE(contract_suspend_status, ' ') = 'S'
                   AND CURRENT_DATE >= contract_suspend_start
                   AND CURRENT_DATE <= contract_suspend_end )
               AND NOT EXISTS (
                   SELECT 1 FROM ECHEANCIER
                   WHERE echeancier_customer_uuid =
