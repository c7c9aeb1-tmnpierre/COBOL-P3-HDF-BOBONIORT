      *    part calculee est reduite au reste disponible, ou la
      *    demande rejetee quand le plafond est atteint. Le reste
      *    disponible apres le soin est montre dans CLAIMCALCDAY.
      *
      *    Une demande rejetee puis rouverte par un recours accepte
      *    (valireco) revient au statut 'N' avec le motif du rejet
      *    leve (CLAIM_OVERRIDE_REASON) : ce motif-la ne lui est plus
      *    oppose - carence levee, plafond annuel depasse par
      *    decision. Les autres controles s'appliquent normalement.
      *
      *    Un contrat de groupe en portabilite (statut 'P', ouvert
      *    par impemply au depart du salarie) couvre l'ancien
      *    salarie comme un contrat actif.
      *
      *    Un soin date dans la periode de suspension du contrat
      *    (suspcont, CONTRACT_SUSPEND_START a CONTRACT_SUSPEND_END)
      *    est rejete avec le motif 'CONTRAT SUSPENDU A LA DATE DU
      *    SOIN', y compris quand il arrive apres la reprise.
      *
      *    Un soin recu a l'etranger et saisi en devise (creaclaim,
      *    CLAIM_CURRENCY et CLAIM_FOREIGN_AMOUNT) est d'abord
      *    converti en euros au dernier cours connu a la date des
      *    soins (rateadm, table EXCHANGE_RATE) ; la depense en euros
      *    et le cours retenu sont conserves sur la demande, et les
      *    garanties s'appliquent a l'equivalent en euros. Sans cours
      *    a cette date, la demande reste au statut 'N' et repassera
      *    au calcul une fois le cours saisi.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calcclaim.
       01  WS-CALC-REJECT-COUNT       PIC 9(07) VALUE 0.
       01  WS-CALC-SUSPECT-COUNT      PIC 9(07) VALUE 0.
       01  WS-CALC-WAITING-COUNT      PIC 9(07) VALUE 0.
       01  WS-CALC-NO-RATE-COUNT      PIC 9(07) VALUE 0.

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
       01  WS-ANNUAL-LEFT             PIC S9(07)V99.
       01  WS-ANNUAL-AFTER            PIC S9(07)V99.

      *    [MF] Conversion des soins en devise : cours trouve ou non,
      *    montants edites pour le rapport.
       01  WS-RATE-FOUND-FLAG         PIC X(01).
       01  WS-EDIT-FOREIGN            PIC Z(06)9.99.
       01  WS-EDIT-EXCHANGE-RATE      PIC Z(04)9.9(06).

      *    [MF] Date de debut de couverture (debut de contrat plus
      *    carence du produit), meme calcul que dans detacust.
       01  WS-COVERED-INT             PIC 9(08).
       01  SQL-REJECT-REASON        PIC X(40).
       01  SQL-BENEFICIARY-ID       PIC 9(09).
       01  SQL-BENE-FIRSTNAME       PIC X(50).
       01  SQL-OVERRIDE-REASON      PIC X(40).
       01  SQL-SUSPEND-START        PIC X(10).
       01  SQL-SUSPEND-END          PIC X(10).
       01  SQL-CURRENCY             PIC X(03).
       01  SQL-FOREIGN-AMOUNT       PIC 9(07)V99.
       01  SQL-EXCHANGE-RATE        PIC 9(05)V9(06).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           DISPLAY WS-CALC-SUSPECT-COUNT ' DOUBLON(S) PRESUME(S)'.
           DISPLAY WS-CALC-WAITING-COUNT
               ' EN ATTENTE DE JUSTIFICATIF'.
           DISPLAY WS-CALC-NO-RATE-COUNT
               ' EN ATTENTE DE TAUX DE CHANGE'.
           GOBACK.

      *    [MF] Seuil au-dela duquel une facture de soins est exigee
                              WHERE BENEFICIARY_ID =
                                  claim_beneficiary_id ), ' '),
                   COALESCE(customer_exit_reason, ' '),
                   COALESCE(customer_close_date, ' '),
                   COALESCE(claim_override_reason, ' '),
                   COALESCE(claim_currency, ' '),
                   COALESCE(claim_foreign_amount, 0)
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_status = 'N'
                       :SQL-FIRSTNAME, :SQL-CARE-DATE, :SQL-ACT-CODE,
                       :SQL-EXPENSE-AMOUNT, :SQL-RO-AMOUNT,
                       :SQL-BENEFICIARY-ID, :SQL-BENE-FIRSTNAME,
                       :SQL-EXIT-REASON, :SQL-CLOSE-DATE,
                       :SQL-OVERRIDE-REASON, :SQL-CURRENCY,
                       :SQL-FOREIGN-AMOUNT
               END-EXEC

               EVALUATE SQLCODE
      *    l'adherent, controle la carence, puis calcule la part de
      *    la mutuelle contre la garantie du produit pour cet acte.
       COMPUTE-ONE-CLAIM.
      *    [MF] Un soin en devise est converti en euros avant tout
      *    controle : doublon, seuil de facture et garanties portent
      *    sur l'equivalent en euros.
           MOVE ZERO TO SQL-EXCHANGE-RATE
           IF SQL-CURRENCY NOT = SPACES AND SQL-CURRENCY NOT = 'EUR'
               PERFORM CONVERT-FOREIGN-CLAIM
               IF WS-RATE-FOUND-FLAG NOT = 'Y'
                   GO TO COMPUTE-ONE-CLAIM-FIN
               END-IF
           END-IF

           PERFORM CHECK-DUPLICATE-CLAIM
           IF SQL-DUP-CLAIM-COUNT > 0
               PERFORM PARK-SUSPECT-CLAIM
                   COALESCE(( SELECT product_wait_days
                              FROM PRODUCT
                              WHERE product_code =
                                  contract_product_code ), 0),
                   COALESCE(CAST(contract_suspend_start AS TEXT), ' '),
                   COALESCE(CAST(contract_suspend_end AS TEXT), ' ')
               INTO :SQL-PRODUCT-CODE, :SQL-START-DATE,
                   :SQL-WAIT-DAYS, :SQL-SUSPEND-START,
                   :SQL-SUSPEND-END
               FROM CONTRACT
               WHERE contract_customer_uuid = :SQL-UUID
               AND contract_status IN ('A', 'P')
               ORDER BY contract_start_date DESC
               LIMIT 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'AUCUN CONTRAT ACTIF' TO WS-REJECT-REASON
               PERFORM REJECT-ONE-CLAIM
               GO TO COMPUTE-ONE-CLAIM-FIN
           END-IF

      *    [MF] Pas de prise en charge d'un soin date pendant la
      *    suspension du contrat, sauf recours accepte.
           IF SQL-SUSPEND-START NOT = SPACES
               AND SQL-SUSPEND-END NOT = SPACES
               AND SQL-CARE-DATE >= SQL-SUSPEND-START
               AND SQL-CARE-DATE <= SQL-SUSPEND-END
               AND SQL-OVERRIDE-REASON NOT =
                   'CONTRAT SUSPENDU A LA DATE DU SOIN'
               MOVE 'CONTRAT SUSPENDU A LA DATE DU SOIN'
                   TO WS-REJECT-REASON
               PERFORM REJECT-ONE-CLAIM
           ELSE
               PERFORM COMPUTE-COVERED-FROM
               IF SQL-CARE-DATE < WS-COVERED-ISO
      *    couvert sans interruption.
                   PERFORM CHECK-RADIATION-WAIVER
                   IF SQL-RAD-WAIVER-COUNT > 0
                       OR SQL-OVERRIDE-REASON =
                           'ACTE PENDANT LA CARENCE'
                       PERFORM APPLY-GUARANTEE
                   ELSE
                       MOVE 'ACTE PENDANT LA CARENCE'
       COMPUTE-ONE-CLAIM-FIN.
           EXIT.

      *    [MF] Convertit en euros la depense d'un soin saisi en
      *    devise, au dernier cours connu a la date des soins, et
      *    conserve le resultat et le cours sur la demande. Sans
      *    cours, la demande est laissee en l'etat et rapportee.
       CONVERT-FOREIGN-CLAIM.
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           EXEC SQL
               SELECT RATE_VALUE INTO :SQL-EXCHANGE-RATE
               FROM EXCHANGE_RATE
               WHERE RATE_CURRENCY = TRIM(:SQL-CURRENCY)
               AND RATE_DATE <= :SQL-CARE-DATE
               ORDER BY RATE_DATE DESC
               LIMIT 1
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-EXCHANGE-RATE = ZERO
               ADD 1 TO WS-CALC-NO-RATE-COUNT
               MOVE SPACES TO CALC-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ACT-CODE) DELIMITED BY SIZE
                       ' : EN ATTENTE DU TAUX DE CHANGE '
                           DELIMITED BY SIZE
                       SQL-CURRENCY DELIMITED BY SIZE
                   INTO CALC-REPORT-RECORD
               END-STRING
               WRITE CALC-REPORT-RECORD
           ELSE
               COMPUTE SQL-EXPENSE-AMOUNT ROUNDED =
                   SQL-FOREIGN-AMOUNT * SQL-EXCHANGE-RATE
               EXEC SQL
                   UPDATE CLAIM
                   SET CLAIM_EXPENSE_AMOUNT = :SQL-EXPENSE-AMOUNT,
                       CLAIM_EXCHANGE_RATE = :SQL-EXCHANGE-RATE
                   WHERE CLAIM_ID = :SQL-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'calcclaim',
                       'CONVERT-FOREIGN', SQLCODE
                   END-CALL
               ELSE
                   MOVE 'Y' TO WS-RATE-FOUND-FLAG
               END-IF
           END-IF.

      *    [MF] La facture de soins rattachee a la demande est-elle
      *    enregistree ?
       CHECK-CLAIM-PROOF.
           IF SQL-GUAR-ANNUAL-CEILING = 0
               GO TO CHECK-ANNUAL-CEILING-FIN
           END-IF
      *    [MF] Plafond annuel leve par un recours accepte : la
      *    garantie est appliquee sans plafond annuel.
           IF SQL-OVERRIDE-REASON = 'PLAFOND ANNUEL ATTEINT'
               MOVE ZERO TO SQL-GUAR-ANNUAL-CEILING
               GO TO CHECK-ANNUAL-CEILING-FIN
           END-IF

           MOVE SPACES TO SQL-CARE-YEAR-START SQL-CARE-YEAR-END
           STRING SQL-CARE-DATE(1:4) DELIMITED BY SIZE
                   END-STRING
                   WRITE CALC-REPORT-RECORD
               END-IF
      *    [MF] Un soin en devise montre son montant d'origine et le
      *    cours applique.
               IF SQL-EXCHANGE-RATE > 0
                   MOVE SQL-FOREIGN-AMOUNT TO WS-EDIT-FOREIGN
                   MOVE SQL-EXCHANGE-RATE TO WS-EDIT-EXCHANGE-RATE
                   MOVE SPACES TO CALC-REPORT-RECORD
                   STRING '    DEPENSE DE ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-FOREIGN)
                               DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SQL-CURRENCY DELIMITED BY SIZE
                           ' AU TAUX DE ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-EXCHANGE-RATE)
                               DELIMITED BY SIZE
                           ' EUR' DELIMITED BY SIZE
                       INTO CALC-REPORT-RECORD
                   END-STRING
                   WRITE CALC-REPORT-RECORD
               END-IF
      *    [MF] Le soin d'un ayant droit est rapporte a son nom.
               IF SQL-BENEFICIARY-ID > 0
                   MOVE SPACES TO CALC-REPORT-RECORD
