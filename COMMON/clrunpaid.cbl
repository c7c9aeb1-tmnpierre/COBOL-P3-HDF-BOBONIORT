      *
      *    L'appelant (rapprochement bancaire rapbcust apres un
      *    credit pointe, reglement manuel reglcust apres un paiement
      *    au guichet, passage en perte approuve dans valiperte,
      *    recouvrement de l'agence charge par retrecv) fournit
      *    l'identifiant de l'adherent ; le
      *    module verifie que plus rien ne reste en souffrance -
      *    aucun prelevement en attente ('E' ou 'A') et aucune
      *    echeance echue impayee - puis efface l'indicateur
      *    d'impaye, le niveau de relance et la cession a l'agence de
      *    recouvrement (recvcust), reactive les contrats
      *    suspendus ('S' vers 'A'), clot le plan de paiement en
      *    cours ('E' vers 'T'), trace le mouvement par logaudit et
      *    confirme la regularisation a l'adherent par MAILQUEUE
       01  WS-CONSENT-CHANNEL       PIC X(01).
       01  WS-CONSENT-FLAG          PIC X(01).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID                 PIC X(36).
       01  SQL-UNPAID-FLAG          PIC X(01).
           EXEC SQL
               UPDATE customer
               SET customer_unpaid_flag = ' ',
                   customer_dunning_level = 0,
                   customer_recovery_flag = ' '
               WHERE customer_uuid = :SQL-UUID
               AND customer_unpaid_flag = 'O'
           END-EXEC.
                       FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
               MOVE MAIL-RECORD TO WS-CORR-RECORD
               WRITE MAIL-RECORD
               CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
               END-CALL

               CLOSE MAIL-FILE
           END-IF.
