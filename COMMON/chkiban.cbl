      ******************************************************************
      *    [MF] Le programme 'Check IBAN partage' est appele apres
      *    chaque changement d'IBAN d'une fiche (updacust, acceptation
      *    d'une demande IBANREMB dans portalq) : si le nouvel IBAN
      *    figure deja - en prelevement ou en remboursement - sur une
      *    autre fiche active, une alerte haute est deposee par
      *    logalert au nom de l'appelant. Un meme compte qui recoit
      *    les remboursements de plusieurs adherents sans lien est le
      *    schema classique du detournement de virements ; le
      *    superviseur juge sur l'ecran des alertes s'il s'agit d'un
      *    conjoint ou d'une fraude.
      *
      *    Comme logalert, chkiban travaille dans la connexion et la
      *    transaction de l'appelant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkiban.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-ALERT-SEVERITY        PIC X(01) VALUE 'H'.
       01  WS-ALERT-DETAIL          PIC X(100).
       01  WS-SHARED-DISPLAY        PIC Z(4)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CUSTOMER-UUID    PIC X(36).
       01  SQL-IBAN             PIC X(34).
       01  SQL-SHARED-COUNT     PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-UUID     PIC X(36).
       01  LK-IBAN              PIC X(34).
       01  LK-ALERT-SOURCE      PIC X(10).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-UUID, LK-IBAN,
           LK-ALERT-SOURCE.
       0000-START-MAIN.
           IF LK-IBAN = SPACES
               GOBACK
           END-IF.

           MOVE LK-CUSTOMER-UUID TO SQL-CUSTOMER-UUID.
           MOVE FUNCTION UPPER-CASE(LK-IBAN) TO SQL-IBAN.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-SHARED-COUNT
               FROM customer
               WHERE customer_uuid != :SQL-CUSTOMER-UUID
               AND customer_active != 'A'
               AND ( UPPER(TRIM(customer_code_iban)) = TRIM(:SQL-IBAN)
                  OR UPPER(TRIM(COALESCE(customer_refund_iban, '')))
                     = TRIM(:SQL-IBAN) )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'chkiban', 'COUNT-SHARED',
                   SQLCODE
               END-CALL
               GOBACK
           END-IF.

           IF SQL-SHARED-COUNT > 0
               MOVE SQL-SHARED-COUNT TO WS-SHARED-DISPLAY
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'IBAN ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-IBAN) DELIMITED BY SIZE
                       ' PARTAGE ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SHARED-DISPLAY)
                           DELIMITED BY SIZE
                       ' FICHE(S) ' DELIMITED BY SIZE
                       SQL-CUSTOMER-UUID DELIMITED BY SIZE
                   INTO WS-ALERT-DETAIL
               END-STRING
               CALL 'logalert' USING LK-ALERT-SOURCE,
                   WS-ALERT-SEVERITY, WS-ALERT-DETAIL
               END-CALL
           END-IF.

           GOBACK.
