      *    saisi, et la fiche preservee est affichee au superviseur -
      *    un notaire ou un tribunal qui interroge sur un ancien
      *    adherent obtient enfin une reponse. Chaque consultation
      *    est tracee par logaudit et au journal des consultations
      *    (logread).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. coldcust.
               CALL 'logaudit' USING WS-AUDIT-KEY, WS-AUDIT-ACTION,
                   WS-AUDIT-DETAIL
               END-CALL
               CALL 'logread' USING WS-AUDIT-KEY, 'coldcust  ', 'N'
               END-CALL
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
