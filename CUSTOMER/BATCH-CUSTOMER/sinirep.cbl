      *      demande rattachee au produit par le contrat couvrant la
      *      date des soins) ;
      *    - le ratio de sinistralite qui en resulte ;
      *    - le cout regroupe par famille d'acte (PHARMACIE,
      *      OPTIQUE, DENTAIRE... de la table de reference ACT, AUTRE
      *      pour un code absent du referentiel) ;
      *    - la decomposition du cout par code acte, face au taux et
      *      au plafond de la ligne GUARANTEE correspondante.
      *    Le rapport SINISTRALITE est le document que l'actuaire
       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-PRODUCT-EOF             PIC X(01) VALUE 'N'.
       01  WS-ACT-EOF                 PIC X(01).
       01  WS-FAMILY-EOF              PIC X(01).
       01  WS-PRODUCT-COUNT           PIC 9(04) VALUE 0.
       01  WS-LOSS-RATIO              PIC 9(05)V99.

       01  SQL-ACT-CODE             PIC X(10).
       01  SQL-ACT-TOTAL            PIC 9(09)V99.
       01  SQL-ACT-COUNT            PIC 9(07).
       01  SQL-ACT-FAMILY           PIC X(12).
       01  SQL-GUAR-RATE            PIC 9(03).
       01  SQL-GUAR-CEILING         PIC 9(07)V99.
       01  SQL-YEAR-START           PIC X(10).

      *    [MF] Les totaux du produit et son ratio de sinistralite
      *    (soins rembourses rapportes aux cotisations encaissees),
      *    puis la decomposition par famille d'acte et par code acte.
       WRITE-ONE-PRODUCT-BLOCK.
           ADD 1 TO WS-PRODUCT-COUNT

           END-IF
           WRITE SINISTRA-REPORT-RECORD.

           PERFORM LIST-PRODUCT-FAMILIES.
           PERFORM LIST-PRODUCT-ACTS.

      *    [MF] Cout du produit regroupe par famille d'acte de la
      *    table de reference ACT ; un code absent du referentiel
      *    (soins anterieurs a la table) tombe dans AUTRE.
       LIST-PRODUCT-FAMILIES.
           EXEC SQL
               DECLARE CRSSINIFAM CURSOR FOR
               SELECT COALESCE(A.ACT_FAMILY, 'AUTRE'), COUNT(*),
                   SUM(C.CLAIM_OUR_AMOUNT)
               FROM CLAIM C
               LEFT JOIN ACT A
                   ON A.ACT_CODE = TRIM(C.CLAIM_ACT_CODE)
               WHERE C.CLAIM_STATUS = 'P'
               AND C.CLAIM_PAY_DATE >= :SQL-YEAR-START
               AND C.CLAIM_PAY_DATE <= :SQL-YEAR-END
               AND EXISTS (
                   SELECT 1 FROM CONTRACT
                   WHERE CONTRACT_CUSTOMER_UUID =
                       C.CLAIM_CUSTOMER_UUID
                   AND TRIM(CONTRACT_PRODUCT_CODE)
                       = TRIM(:SQL-PRODUCT-CODE)
                   AND CONTRACT_START_DATE <= C.CLAIM_CARE_DATE
                   AND CONTRACT_END_DATE >= C.CLAIM_CARE_DATE )
               GROUP BY COALESCE(A.ACT_FAMILY, 'AUTRE')
               ORDER BY COALESCE(A.ACT_FAMILY, 'AUTRE')
           END-EXEC.

           EXEC SQL
               OPEN CRSSINIFAM
           END-EXEC.

           MOVE 'N' TO WS-FAMILY-EOF
           PERFORM UNTIL WS-FAMILY-EOF = 'Y'
               EXEC SQL
                   FETCH CRSSINIFAM
                   INTO :SQL-ACT-FAMILY, :SQL-ACT-COUNT,
                       :SQL-ACT-TOTAL
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE SPACES TO SINISTRA-REPORT-RECORD
                       STRING '  FAMILLE ' DELIMITED BY SIZE
                               FUNCTION TRIM(SQL-ACT-FAMILY)
                                   DELIMITED BY SIZE
                               ' : ' DELIMITED BY SIZE
                               SQL-ACT-COUNT DELIMITED BY SIZE
                               ' SOIN(S), ' DELIMITED BY SIZE
                               SQL-ACT-TOTAL DELIMITED BY SIZE
                               ' EUR' DELIMITED BY SIZE
                           INTO SINISTRA-REPORT-RECORD
                       END-STRING
                       WRITE SINISTRA-REPORT-RECORD
                   WHEN 100
                       MOVE 'Y' TO WS-FAMILY-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'sinirep',
                           'FETCH-SINIFAM', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-FAMILY-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSSINIFAM
           END-EXEC.

      *    [MF] Decomposition du cout du produit par code acte, face
      *    a la ligne GUARANTEE qui l'a tarife.
       LIST-PRODUCT-ACTS.
