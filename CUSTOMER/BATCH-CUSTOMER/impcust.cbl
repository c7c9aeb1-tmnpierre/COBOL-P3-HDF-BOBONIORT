      *    bien qu'un doublon de code_secu ou un IBAN invalide dans le
      *    fichier est rejeté exactement comme il le serait a l'écran.
      *    Le résultat ligne a ligne est déposé dans IMPORTCUSTLOG.
      *
      *    Chaque passage recoit un numero (IMPORT_RUN, via logimprun)
      *    rappele en tete et au bilan du compte rendu ; il est remis
      *    a ccback par la variable BOBONIORT_IMPORT_RUN et porte sur
      *    chaque fiche creee, pour que annuimp puisse annuler un
      *    fichier charge par erreur.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. impcust.
      *    elle reste a blanc et la fiche est rattachee a la section
      *    de la session qui lance l'import.
           05  WS-IMP-AGENCY            PIC X(10).
      *    [MF] Code parrain : le fichier d'import ne le porte pas, il
      *    reste a blanc (pas de parrainage sur une reprise de masse).
           05  WS-IMP-SPONSOR-CODE-SECU PIC X(15).
       01  WS-ERROR-MESSAGE             PIC X(500).

      *    [MF] Compteur depose dans le journal BATCH_RUN de la chaine
      *    propre, une connexion est ouverte le temps du depot.
       01  WS-BATCH-ROW-COUNT           PIC 9(07) VALUE 0.

      *    [MF] Numero du passage d'import (IMPORT_RUN).
       01  WS-IMPORT-RUN-MODE           PIC X(01).
       01  WS-IMPORT-RUN-ID             PIC 9(09) VALUE 0.
       01  WS-IMPORT-RUN-CLEAR          PIC X(09) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
               OPEN OUTPUT IMPORT-REPORT
           END-IF.

           PERFORM OPEN-IMPORT-RUN.
           IF WS-IMPORT-RUN-ID = 0
               DISPLAY 'PASSAGE D''IMPORT NON ENREGISTRE'
               CLOSE IMPORT-FILE
               CLOSE IMPORT-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    [MF] La première ligne du fichier est l'en-tête des
      *    colonnes, elle n'est jamais importée.
           READ IMPORT-FILE
           PERFORM PROCESS-ONE-IMPORT-LINE UNTIL WS-IMPORT-EOF = 'Y'.

           CLOSE IMPORT-FILE.
           DISPLAY 'BOBONIORT_IMPORT_RUN' UPON ENVIRONMENT-NAME.
           DISPLAY WS-IMPORT-RUN-CLEAR UPON ENVIRONMENT-VALUE.
           PERFORM WRITE-IMPORT-SUMMARY.
           CLOSE IMPORT-REPORT.

           DISPLAY WS-IMPORT-ERROR-COUNT ' LIGNE(S) EN ERREUR'.
           GOBACK.

      *    [MF] Enregistre le passage dans IMPORT_RUN sur une
      *    connexion ouverte le temps de l'ecriture, annonce son
      *    numero en tete du compte rendu et le publie pour ccback.
       OPEN-IMPORT-RUN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'impcust', 'CONNECT', SQLCODE
               END-CALL
           ELSE
               MOVE 'O' TO WS-IMPORT-RUN-MODE
               CALL 'logimprun' USING WS-IMPORT-RUN-MODE,
                   'impcust   ', WS-IMPORT-RUN-ID,
                   WS-IMPORT-OK-COUNT, WS-IMPORT-ERROR-COUNT
               END-CALL
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.

           IF WS-IMPORT-RUN-ID NOT = 0
               MOVE SPACES TO IMPORT-REPORT-RECORD
               STRING 'PASSAGE D''IMPORT N. ' DELIMITED BY SIZE
                       WS-IMPORT-RUN-ID DELIMITED BY SIZE
                   INTO IMPORT-REPORT-RECORD
               END-STRING
               WRITE IMPORT-REPORT-RECORD
               DISPLAY 'BOBONIORT_IMPORT_RUN' UPON ENVIRONMENT-NAME
               DISPLAY WS-IMPORT-RUN-ID UPON ENVIRONMENT-VALUE
           END-IF.

      *    [MF] Depose le nombre de lignes lues dans le journal
      *    BATCH_RUN de la chaine de nuit, sur une connexion ouverte
      *    le temps du depot, et reporte les compteurs du passage
      *    dans IMPORT_RUN.
       JOURNAL-BATCH-COUNT.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.
               MOVE WS-IMPORT-LINE-COUNT TO WS-BATCH-ROW-COUNT
               CALL 'logbatch' USING 'impcust   ', WS-BATCH-ROW-COUNT
               END-CALL
               MOVE 'C' TO WS-IMPORT-RUN-MODE
               CALL 'logimprun' USING WS-IMPORT-RUN-MODE,
                   'impcust   ', WS-IMPORT-RUN-ID,
                   WS-IMPORT-OK-COUNT, WS-IMPORT-ERROR-COUNT
               END-CALL
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.
                   ' IMPORTE(S), ' DELIMITED BY SIZE
                   WS-IMPORT-ERROR-COUNT DELIMITED BY SIZE
                   ' REJETE(S)' DELIMITED BY SIZE
                   ' - PASSAGE ' DELIMITED BY SIZE
                   WS-IMPORT-RUN-ID DELIMITED BY SIZE
               INTO IMPORT-REPORT-RECORD
           END-STRING
           WRITE IMPORT-REPORT-RECORD.
