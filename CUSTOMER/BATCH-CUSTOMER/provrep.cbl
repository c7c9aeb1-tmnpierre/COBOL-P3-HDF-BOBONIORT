      *      du meme acte, a defaut un taux prudent de 60%.
      *    Le rapport PROVISIONSDAY donne une ligne par produit
      *    (la demande rattachee au produit du contrat couvrant la
      *    date des soins), une ligne par famille d'acte (table de
      *    reference ACT, AUTRE pour un code absent du referentiel)
      *    et des totaux de controle - la meme methode a chaque
      *    cloture, ce que les commissaires aux comptes demandent.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. provrep.
               10  WS-PROV-C-AMOUNT   PIC 9(11)V99.
       01  WS-PRODUCT-FOUND           PIC X(01).

      *    [MF] Cumuls par famille d'acte, memes rubriques.
       01  WS-FAMILY-TABLE.
           05  WS-FAMILY-CNT          PIC 9(02) VALUE 0.
           05  WS-FAMILY-ENTRY OCCURS 20 TIMES
                       INDEXED BY WS-FAMILY-IDX.
               10  WS-PROV-FAMILY     PIC X(12).
               10  WS-FAM-N-COUNT     PIC 9(07).
               10  WS-FAM-N-AMOUNT    PIC 9(11)V99.
               10  WS-FAM-C-COUNT     PIC 9(07).
               10  WS-FAM-C-AMOUNT    PIC 9(11)V99.
       01  WS-FAMILY-FOUND            PIC X(01).

       01  WS-ESTIMATE-AMOUNT         PIC 9(09)V99.
       01  WS-TOTAL-N-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-C-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  SQL-OUR-AMOUNT           PIC 9(07)V99.
       01  SQL-ACT-RATIO            PIC 9(01)V9(04).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-ACT-FAMILY           PIC X(12).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


      *    [MF] Parcourt les demandes en souffrance ('N' et 'C') avec
      *    le produit du contrat couvrant la date des soins et, pour
      *    les 'N', le taux moyen reellement rembourse sur l'acte ;
      *    la famille de l'acte vient du referentiel ACT.
       TALLY-OUTSTANDING-CLAIMS.
           EXEC SQL
               DECLARE CRSPROVREP CURSOR FOR
                           claim_customer_uuid
                       AND contract_start_date <= claim_care_date
                       AND contract_end_date >= claim_care_date ),
                       '(SANS)'),
                   COALESCE(( SELECT ACT_FAMILY FROM ACT
                       WHERE ACT_CODE = TRIM(CLAIM.claim_act_code) ),
                       'AUTRE')
               FROM CLAIM
               WHERE claim_status = 'N' OR claim_status = 'C'
           END-EXEC.
                   FETCH CRSPROVREP
                   INTO :SQL-CLAIM-STATUS, :SQL-EXPENSE-AMOUNT,
                       :SQL-OUR-AMOUNT, :SQL-ACT-RATIO,
                       :SQL-PRODUCT-CODE, :SQL-ACT-FAMILY
               END-EXEC

               EVALUATE SQLCODE
           END-EXEC.

      *    [MF] Impute la demande au cumul de son produit : 'C' a sa
      *    part calculee, 'N' a son estimation par taux d'acte ; le
      *    meme montant alimente le cumul de sa famille d'acte.
       TALLY-ONE-CLAIM.
           COMPUTE WS-ESTIMATE-AMOUNT ROUNDED =
               SQL-EXPENSE-AMOUNT * SQL-ACT-RATIO
           PERFORM FIND-FAMILY-ENTRY
           IF WS-FAMILY-FOUND = 'Y'
               IF SQL-CLAIM-STATUS = 'C'
                   ADD 1 TO WS-FAM-C-COUNT(WS-FAMILY-IDX)
                   ADD SQL-OUR-AMOUNT
                       TO WS-FAM-C-AMOUNT(WS-FAMILY-IDX)
               ELSE
                   ADD 1 TO WS-FAM-N-COUNT(WS-FAMILY-IDX)
                   ADD WS-ESTIMATE-AMOUNT
                       TO WS-FAM-N-AMOUNT(WS-FAMILY-IDX)
               END-IF
           END-IF

           PERFORM FIND-PRODUCT-ENTRY
           IF WS-PRODUCT-FOUND = 'N'
      *    [MF] Table des produits saturee : la demande est ignoree
                   TO WS-PROV-C-AMOUNT(WS-PRODUCT-IDX)
               ADD SQL-OUR-AMOUNT TO WS-TOTAL-C-AMOUNT
           ELSE
               ADD 1 TO WS-PROV-N-COUNT(WS-PRODUCT-IDX)
               ADD WS-ESTIMATE-AMOUNT
                   TO WS-PROV-N-AMOUNT(WS-PRODUCT-IDX)
               END-IF
           END-IF.

      *    [MF] Retrouve ou ouvre la ligne de cumul de la famille
      *    d'acte, meme recherche que pour le produit.
       FIND-FAMILY-ENTRY.
           MOVE 'N' TO WS-FAMILY-FOUND
           PERFORM VARYING WS-FAMILY-IDX FROM 1 BY 1
               UNTIL WS-FAMILY-IDX > WS-FAMILY-CNT
               OR WS-FAMILY-FOUND = 'Y'
               IF WS-PROV-FAMILY(WS-FAMILY-IDX) = SQL-ACT-FAMILY
                   MOVE 'Y' TO WS-FAMILY-FOUND
               END-IF
           END-PERFORM

           IF WS-FAMILY-FOUND = 'Y'
               SET WS-FAMILY-IDX DOWN BY 1
           ELSE
               IF WS-FAMILY-CNT < 20
                   ADD 1 TO WS-FAMILY-CNT
                   SET WS-FAMILY-IDX TO WS-FAMILY-CNT
                   MOVE SQL-ACT-FAMILY
                       TO WS-PROV-FAMILY(WS-FAMILY-IDX)
                   MOVE 0 TO WS-FAM-N-COUNT(WS-FAMILY-IDX)
                   MOVE 0 TO WS-FAM-N-AMOUNT(WS-FAMILY-IDX)
                   MOVE 0 TO WS-FAM-C-COUNT(WS-FAMILY-IDX)
                   MOVE 0 TO WS-FAM-C-AMOUNT(WS-FAMILY-IDX)
                   MOVE 'Y' TO WS-FAMILY-FOUND
               END-IF
           END-IF.

      *    [MF] Le rapport : une ligne par produit, une par famille
      *    d'acte et les totaux de
      *    controle, compares d'une cloture a l'autre.
       WRITE-PROVISION-REPORT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-TODAY-RAW
               VARYING WS-PRODUCT-IDX FROM 1 BY 1
               UNTIL WS-PRODUCT-IDX > WS-PRODUCT-CNT.

           MOVE 'PAR FAMILLE D''ACTE' TO PROVISION-REPORT-RECORD
           WRITE PROVISION-REPORT-RECORD.

           PERFORM WRITE-ONE-FAMILY-LINE
               VARYING WS-FAMILY-IDX FROM 1 BY 1
               UNTIL WS-FAMILY-IDX > WS-FAMILY-CNT.

           COMPUTE WS-TOTAL-PROVISION =
               WS-TOTAL-N-AMOUNT + WS-TOTAL-C-AMOUNT
           MOVE SPACES TO PROVISION-REPORT-RECORD
               INTO PROVISION-REPORT-RECORD
           END-STRING
           WRITE PROVISION-REPORT-RECORD.

      *    [MF] La ligne d'une famille d'acte, memes rubriques que
      *    la ligne produit.
       WRITE-ONE-FAMILY-LINE.
           MOVE SPACES TO PROVISION-REPORT-RECORD
           STRING '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PROV-FAMILY(WS-FAMILY-IDX))
                       DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-FAM-C-COUNT(WS-FAMILY-IDX) DELIMITED BY SIZE
                   ' CALCULEE(S) ' DELIMITED BY SIZE
                   WS-FAM-C-AMOUNT(WS-FAMILY-IDX)
                       DELIMITED BY SIZE
                   ' EUR, ' DELIMITED BY SIZE
                   WS-FAM-N-COUNT(WS-FAMILY-IDX) DELIMITED BY SIZE
                   ' ESTIMEE(S) ' DELIMITED BY SIZE
                   WS-FAM-N-AMOUNT(WS-FAMILY-IDX)
                       DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
               INTO PROVISION-REPORT-RECORD
           END-STRING
           WRITE PROVISION-REPORT-RECORD.
