                        CURRENT_DATE )
           END-EXEC.

      *    [MF] Le SQLCODE reste propre a logaudit : un appelant qui
      *    ne doit rien supprimer sans trace (annuimp) teste le
      *    RETURN-CODE, 8 quand la ligne n'a pu etre ecrite.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logaudit', 'INSERT-AUDIT',
                   SQLCODE
               END-CALL
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.
