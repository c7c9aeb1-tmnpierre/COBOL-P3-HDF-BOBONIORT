      *    une remise refusee les passe au statut 'F' (refusee) et
      *    pose une alerte (logalert) pour qu'un superviseur
      *    redepose la remise corrigee.
      *    Chaque accuse rattache est conserve dans la table
      *    REMIT_ACK (reference, 'A' acceptee ou 'F' refusee, motif,
      *    date de chargement) pour l'ecran de consultation des
      *    remises (remview).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ackremit.
       01  PASSWD   PIC  X(10).
       01  SQL-ACK-REMIT-REF        PIC X(17).
       01  SQL-ACK-LINE-COUNT       PIC 9(07).
       01  SQL-ACK-STATUS           PIC X(01).
       01  SQL-ACK-MOTIF            PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               END-CALL
           ELSE
               ADD 1 TO WS-ACK-ACCEPTED-COUNT
               MOVE 'A' TO SQL-ACK-STATUS
               PERFORM RECORD-REMIT-ACK
           END-IF.

      *    [MF] Remise refusee en bloc (defaut de format le plus
               END-CALL
           ELSE
               ADD 1 TO WS-ACK-REFUSED-COUNT
               MOVE 'F' TO SQL-ACK-STATUS
               PERFORM RECORD-REMIT-ACK
               MOVE 'H' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-DETAIL
               STRING 'REMISE REFUSEE PAR LA BANQUE : '
                   WS-ALERT-DETAIL
               END-CALL
           END-IF.

      *    [MF] Conserve l'accuse de la remise, consulte ensuite sur
      *    l'ecran remview.
       RECORD-REMIT-ACK.
           MOVE WS-ACK-MOTIF TO SQL-ACK-MOTIF

           EXEC SQL
               INSERT INTO REMIT_ACK (
                   REMIT_ACK_REF, REMIT_ACK_STATUS, REMIT_ACK_MOTIF,
                   REMIT_ACK_DATE )
               VALUES ( TRIM(:SQL-ACK-REMIT-REF), :SQL-ACK-STATUS,
                        :SQL-ACK-MOTIF, CURRENT_DATE )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'ackremit', 'INSERT-REMIT-ACK',
                   SQLCODE
               END-CALL
           END-IF.
