      *    logaudit et une ligne ancien/nouveau montant est deposee
      *    dans le rapport RERATEDAY. Les contrats d'un produit sans
      *    ligne TARIF pour l'annee restent inchanges.
      *
      *    Le tarif de l'annee est celui du foyer, calcule par
      *    calcprem : l'adherent et chacun de ses ayants droit
      *    couverts a leur propre tranche d'age, enfants gratuits a
      *    partir du troisieme, total ramene au plafond famille du
      *    produit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retarcust.
           05  WS-REPORT-TODAY-MONTH  PIC 9(02).
           05  WS-REPORT-TODAY-DAY    PIC 9(02).

      *    [MF] Date de reference AAAA-MM-JJ transmise a calcprem.
       01  WS-RERATE-REF-DATE         PIC X(10).
       01  WS-TARIF-FOUND             PIC X(01).

       01  WS-AUDIT-ACTION            PIC X(20).
       01  WS-AUDIT-DETAIL            PIC X(200).
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-TARIF-AMOUNT         PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
               INTO WS-REPORT-TODAY
           END-STRING.

           MOVE SPACES TO WS-RERATE-REF-DATE
           STRING WS-REPORT-TODAY-YEAR  DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-REPORT-TODAY-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-REPORT-TODAY-DAY   DELIMITED BY SIZE
               INTO WS-RERATE-REF-DATE
           END-STRING.

           OPEN EXTEND RERATE-REPORT.
           IF WS-RERATE-FILE-STATUS = '35'
           END-STRING
           WRITE RERATE-REPORT-RECORD.

      *    [MF] Parcourt les contrats actifs ; calcprem retrouve les
      *    dates de naissance du foyer pour les tranches d'age.
       PROCESS-ACTIVE-CONTRACTS.
           EXEC SQL
               DECLARE CRSRETARIF CURSOR FOR
               SELECT customer_uuid, customer_lastname,
                   customer_firstname,
                   contract_product_code, contract_premium_amount
               FROM CONTRACT, customer
               WHERE contract_customer_uuid = customer_uuid
               EXEC SQL
                   FETCH CRSRETARIF
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                       :SQL-PRODUCT-CODE,
                       :SQL-PREMIUM-AMOUNT
               END-EXEC

               CLOSE CRSRETARIF
           END-EXEC.

      *    [MF] Retrouve le tarif de l'annee du foyer pour le
      *    produit ; si la prime en cours s'en ecarte, elle est
      *    remplacee, tracee et rapportee.
       RERATE-ONE-CONTRACT.
           CALL 'calcprem' USING SQL-UUID, SQL-PRODUCT-CODE,
               WS-RERATE-REF-DATE, SQL-TARIF-AMOUNT, WS-TARIF-FOUND
           END-CALL

           IF WS-TARIF-FOUND = 'Y'
               AND SQL-TARIF-AMOUNT NOT = SQL-PREMIUM-AMOUNT
               PERFORM APPLY-NEW-TARIF
           ELSE
               ADD 1 TO WS-RERATE-KEPT-COUNT
           END-IF.

      *    [MF] Remplace la prime du contrat par le tarif de l'annee,
      *    trace le mouvement et ecrit la ligne ancien/nouveau.
