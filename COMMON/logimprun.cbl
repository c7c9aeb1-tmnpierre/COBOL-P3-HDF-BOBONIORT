      ******************************************************************
      *    [MF] Le programme 'log Import Run' tient la table IMPORT_RUN
      *    des passages des imports de masse (impcust, impemply,
      *    impprosp). A l'ouverture ('O') il attribue le numero du
      *    passage et cree sa ligne, statut 'E' (en cours) ; a la
      *    cloture ('C') il y reporte les compteurs du compte rendu
      *    et la passe au statut 'C' (charge). Chaque ligne creee par
      *    l'import porte ce numero (CUSTOMER_IMPORT_RUN,
      *    CONTRACT_IMPORT_RUN, ECHEANCIER_IMPORT_RUN,
      *    PROSPECT_IMPORT_RUN) : c'est par lui que annuimp retrouve
      *    ce qu'un passage errone a charge pour l'annuler.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. logimprun.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-IMPORT-PROGRAM       PIC X(10).
       01  SQL-IMPORT-RUN-ID        PIC 9(09).
       01  SQL-IMPORT-OK-COUNT      PIC 9(07).
       01  SQL-IMPORT-REJECT-COUNT  PIC 9(07).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-IMPORT-MODE           PIC X(01).
       01  LK-IMPORT-PROGRAM        PIC X(10).
       01  LK-IMPORT-RUN-ID         PIC 9(09).
       01  LK-IMPORT-OK-COUNT       PIC 9(07).
       01  LK-IMPORT-REJECT-COUNT   PIC 9(07).

      ******************************************************************

      *    [MF] Pas de CONNECT/DISCONNECT ici, meme convention que
      *    logbatch : la ligne fait partie de la transaction de
      *    l'appelant. Un numero a zero en retour d'ouverture signale
      *    que le passage n'a pas pu etre enregistre.
       PROCEDURE DIVISION USING LK-IMPORT-MODE, LK-IMPORT-PROGRAM,
           LK-IMPORT-RUN-ID, LK-IMPORT-OK-COUNT,
           LK-IMPORT-REJECT-COUNT.
       0000-START-MAIN.
           MOVE LK-IMPORT-PROGRAM TO SQL-IMPORT-PROGRAM.

           IF LK-IMPORT-MODE = 'O'
               PERFORM OPEN-IMPORT-RUN
           ELSE
               PERFORM CLOSE-IMPORT-RUN
           END-IF.

           GOBACK.

      *    [MF] Numero suivant pris sur le plus grand attribue, comme
      *    les autres identifiants numeriques de la base.
       OPEN-IMPORT-RUN.
           MOVE 0 TO LK-IMPORT-RUN-ID.

           EXEC SQL
               SELECT COALESCE(MAX(IMPORT_RUN_ID), 0) + 1
               INTO :SQL-IMPORT-RUN-ID
               FROM IMPORT_RUN
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logimprun', 'NEXT-RUN-ID',
                   SQLCODE
               END-CALL
           ELSE
               EXEC SQL
                   INSERT INTO IMPORT_RUN (
                       IMPORT_RUN_ID, IMPORT_PROGRAM, IMPORT_RUN_TS,
                       IMPORT_OK_COUNT, IMPORT_REJECT_COUNT,
                       IMPORT_STATUS )
                   VALUES ( :SQL-IMPORT-RUN-ID,
                            TRIM(:SQL-IMPORT-PROGRAM),
                            LOCALTIMESTAMP(0), 0, 0, 'E' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   CALL 'logsqlerr' USING 'logimprun',
                       'INSERT-IMPORT-RUN', SQLCODE
                   END-CALL
               ELSE
                   MOVE SQL-IMPORT-RUN-ID TO LK-IMPORT-RUN-ID
               END-IF
           END-IF.

      *    [MF] Report des compteurs du compte rendu en fin de passage.
       CLOSE-IMPORT-RUN.
           MOVE LK-IMPORT-RUN-ID       TO SQL-IMPORT-RUN-ID.
           MOVE LK-IMPORT-OK-COUNT     TO SQL-IMPORT-OK-COUNT.
           MOVE LK-IMPORT-REJECT-COUNT TO SQL-IMPORT-REJECT-COUNT.

           EXEC SQL
               UPDATE IMPORT_RUN
               SET IMPORT_OK_COUNT = :SQL-IMPORT-OK-COUNT,
                   IMPORT_REJECT_COUNT = :SQL-IMPORT-REJECT-COUNT,
                   IMPORT_STATUS = 'C'
               WHERE IMPORT_RUN_ID = :SQL-IMPORT-RUN-ID
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logimprun', 'CLOSE-IMPORT-RUN',
                   SQLCODE
               END-CALL
           END-IF.
