      *    de travail (prospcust) et ne le convertit en adherent que
      *    s'il signe. Le resultat ligne a ligne est depose dans
      *    PROSPECTLOG, dans le style d'IMPORTCUSTLOG.
      *
      *    Chaque passage recoit un numero (IMPORT_RUN, via logimprun)
      *    rappele en tete et au bilan de PROSPECTLOG et porte sur
      *    chaque prospect charge (PROSPECT_IMPORT_RUN), pour que
      *    annuimp puisse annuler une liste envoyee par erreur.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impprosp.
       01  WS-OK-COUNT                  PIC 9(07) VALUE 0.
       01  WS-ERROR-COUNT               PIC 9(07) VALUE 0.

      *    [MF] Numero du passage d'import (IMPORT_RUN).
       01  WS-IMPORT-RUN-MODE           PIC X(01).

       01  WS-PROSPECT-INPUT.
           05  WS-PRO-PARTNER           PIC X(30).
           05  WS-PRO-LASTNAME          PIC X(50).
       01  SQL-PRO-MAIL             PIC X(50).
       01  SQL-PRO-ZIPCODE          PIC X(15).
       01  SQL-PRO-TOWN             PIC X(50).
       01  SQL-IMPORT-RUN-ID        PIC 9(09) VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.

      *    [MF] Le passage est enregistre et valide d'emblee, pour
      *    rester visible meme si le chargement s'interrompt.
           MOVE 'O' TO WS-IMPORT-RUN-MODE.
           CALL 'logimprun' USING WS-IMPORT-RUN-MODE, 'impprosp  ',
               SQL-IMPORT-RUN-ID, WS-OK-COUNT, WS-ERROR-COUNT
           END-CALL.
           IF SQL-IMPORT-RUN-ID = 0
               DISPLAY 'PASSAGE D''IMPORT NON ENREGISTRE'
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               CLOSE PROSPECT-FILE
               CLOSE PROSPECT-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

           MOVE SPACES TO PROSPECT-LOG-RECORD.
           STRING 'PASSAGE D''IMPORT N. ' DELIMITED BY SIZE
                   SQL-IMPORT-RUN-ID DELIMITED BY SIZE
               INTO PROSPECT-LOG-RECORD
           END-STRING.
           WRITE PROSPECT-LOG-RECORD.

      *    [MF] La premiere ligne du fichier est l'en-tete des
      *    colonnes, elle n'est jamais importee.
           READ PROSPECT-FILE
           PERFORM WRITE-IMPORT-SUMMARY.
           CLOSE PROSPECT-LOG.

           MOVE 'C' TO WS-IMPORT-RUN-MODE.
           CALL 'logimprun' USING WS-IMPORT-RUN-MODE, 'impprosp  ',
               SQL-IMPORT-RUN-ID, WS-OK-COUNT, WS-ERROR-COUNT
           END-CALL.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

                   PROSPECT_PARTNER, PROSPECT_LASTNAME,
                   PROSPECT_FIRSTNAME, PROSPECT_PHONE,
                   PROSPECT_MAIL, PROSPECT_ZIPCODE, PROSPECT_TOWN,
                   PROSPECT_STATUS, PROSPECT_RECEIVED_DATE,
                   PROSPECT_IMPORT_RUN )
               VALUES ( :SQL-PRO-PARTNER, :SQL-PRO-LASTNAME,
                   :SQL-PRO-FIRSTNAME, :SQL-PRO-PHONE,
                   :SQL-PRO-MAIL, :SQL-PRO-ZIPCODE, :SQL-PRO-TOWN,
                   'N', CURRENT_DATE, :SQL-IMPORT-RUN-ID )
           END-EXEC.

           IF SQLCODE = ZERO
                   ' CHARGE(S), ' DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   ' REJETE(S)' DELIMITED BY SIZE
                   ' - PASSAGE ' DELIMITED BY SIZE
                   SQL-IMPORT-RUN-ID DELIMITED BY SIZE
               INTO PROSPECT-LOG-RECORD
           END-STRING
           WRITE PROSPECT-LOG-RECORD.
