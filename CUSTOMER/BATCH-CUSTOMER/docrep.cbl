      *    ne bloque l'activation d'un contrat. A la suite, les
      *    demandes de remboursement en attente de leur facture de
      *    soins (statut 'J' pose par calcclaim au-dessus du seuil,
      *    piece FAC de doccust) sont listees elles aussi, avec les
      *    allocations naissance de benecust qui attendent l'acte de
      *    naissance (piece NAI).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. docrep.
       01  WS-WAITING-COUNT           PIC 9(07) VALUE 0.
       01  WS-WAITING-EOF             PIC X(01) VALUE 'N'.
       01  WS-MISSING-LIST            PIC X(15).
       01  WS-WAIT-PIECE              PIC X(40).

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
       01  SQL-HAS-RIB              PIC 9(05).
       01  SQL-WAIT-CLAIM-ID        PIC 9(09).
       01  SQL-WAIT-EXPENSE         PIC 9(07)V99.
       01  SQL-WAIT-ACT-CODE        PIC X(10).
       01  SQL-HAS-CNI              PIC 9(05).
       01  SQL-HAS-ATT              PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
           EXEC SQL
               DECLARE CRSDOCWAIT CURSOR FOR
               SELECT claim_id, customer_lastname,
                   customer_firstname, claim_expense_amount,
                   claim_act_code
               FROM CLAIM, customer
               WHERE claim_customer_uuid = customer_uuid
               AND claim_status = 'J'
               EXEC SQL
                   FETCH CRSDOCWAIT
                   INTO :SQL-WAIT-CLAIM-ID, :SQL-LASTNAME,
                       :SQL-FIRSTNAME, :SQL-WAIT-EXPENSE,
                       :SQL-WAIT-ACT-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WS-WAITING-COUNT
                       IF SQL-WAIT-ACT-CODE = 'ALLOCNAIS'
                           MOVE ' EUR ATTENTE ACTE DE NAISSANCE (NAI)'
                               TO WS-WAIT-PIECE
                       ELSE
                           MOVE ' EUR EN ATTENTE DE FACTURE (FAC)'
                               TO WS-WAIT-PIECE
                       END-IF
                       MOVE SPACES TO DOCMISS-REPORT-RECORD
                       STRING '  DEMANDE ' DELIMITED BY SIZE
                               SQL-WAIT-CLAIM-ID DELIMITED BY SIZE
                                   DELIMITED BY SIZE
                               ' : ' DELIMITED BY SIZE
                               SQL-WAIT-EXPENSE DELIMITED BY SIZE
                               WS-WAIT-PIECE DELIMITED BY SIZE
                           INTO DOCMISS-REPORT-RECORD
                       END-STRING
                       WRITE DOCMISS-REPORT-RECORD
