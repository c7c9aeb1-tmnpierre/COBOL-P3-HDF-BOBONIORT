      ******************************************************************
      *    [MF] Le programme 'log Impact' trace dans BATCH_IMPACT
      *    chaque execution d'un traitement de nuit destructif
      *    (purgarch, anoncust, fusioncust, tragence, migrcont) :
      *    programme, horodatage, mode ('S' simulation, 'R' reel),
      *    nombre de lignes touchees ou qui l'auraient ete, et
      *    montant des cotisations concernees quand le traitement le
      *    connait. Le cockpit y lit la nature du dernier passage de
      *    chaque traitement.
      *
      *    A blanc, le traitement n'ecrit rien d'autre en base : la
      *    ligne BATCH_IMPACT est la seule trace validee du passage,
      *    le detail etant dans le rapport SIMULATIONDAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. logimpact.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-IMPACT-PROGRAM       PIC X(10).
       01  SQL-IMPACT-MODE          PIC X(01).
       01  SQL-IMPACT-ROW-COUNT     PIC 9(07).
       01  SQL-IMPACT-AMOUNT        PIC 9(09)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-IMPACT-PROGRAM        PIC X(10).
       01  LK-IMPACT-MODE           PIC X(01).
       01  LK-IMPACT-ROW-COUNT      PIC 9(07).
       01  LK-IMPACT-AMOUNT         PIC 9(09)V99.

      ******************************************************************

      *    [MF] Pas de CONNECT/DISCONNECT ici, meme convention que
      *    logbatch : la ligne fait partie de la transaction de
      *    l'appelant.
       PROCEDURE DIVISION USING LK-IMPACT-PROGRAM, LK-IMPACT-MODE,
           LK-IMPACT-ROW-COUNT, LK-IMPACT-AMOUNT.
       0000-START-MAIN.
           MOVE LK-IMPACT-PROGRAM   TO SQL-IMPACT-PROGRAM.
           MOVE LK-IMPACT-MODE      TO SQL-IMPACT-MODE.
           MOVE LK-IMPACT-ROW-COUNT TO SQL-IMPACT-ROW-COUNT.
           MOVE LK-IMPACT-AMOUNT    TO SQL-IMPACT-AMOUNT.

           EXEC SQL
               INSERT INTO BATCH_IMPACT (
                   IMPACT_PROGRAM, IMPACT_RUN_DATE, IMPACT_RUN_TS,
                   IMPACT_MODE, IMPACT_ROW_COUNT, IMPACT_AMOUNT )
               VALUES ( TRIM(:SQL-IMPACT-PROGRAM), CURRENT_DATE,
                        LOCALTIMESTAMP(0), :SQL-IMPACT-MODE,
                        :SQL-IMPACT-ROW-COUNT, :SQL-IMPACT-AMOUNT )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logimpact', 'INSERT-IMPACT',
                   SQLCODE
               END-CALL
           END-IF.

           GOBACK.
