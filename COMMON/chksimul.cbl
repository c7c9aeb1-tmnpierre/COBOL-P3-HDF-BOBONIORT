      ******************************************************************
      *    [MF] Le programme 'Check Simulation' indique a un
      *    traitement de nuit destructif (purgarch, anoncust,
      *    fusioncust, tragence, migrcont) s'il doit tourner a blanc.
      *    Le mode est porte par le parametre SIMULATION-<PROGRAMME>
      *    de la table PARAMETER, pose par le superviseur dans
      *    l'ecran simuadm :
      *      0 ou absent : passage reel a chaque execution ;
      *      1           : simulation - le traitement parcourt la
      *                    meme selection, ecrit son rapport d'impact
      *                    et ne valide rien ;
      *      2           : passage reel programme par le superviseur
      *                    apres lecture de la simulation - il vaut
      *                    pour une seule execution, le parametre
      *                    repasse a 1 dans la transaction du
      *                    traitement qui le consomme.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chksimul.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-PARAM-NAME           PIC X(30).
       01  SQL-PARAM-VALUE          PIC 9(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME          PIC X(10).
       01  LK-SIMULATION-FLAG       PIC X(01).

      ******************************************************************

      *    [MF] Pas de CONNECT/DISCONNECT ici : chksimul est appele
      *    par un traitement qui detient deja une connexion ouverte,
      *    comme logaudit. La remise a 1 d'un passage reel programme
      *    n'est validee qu'avec le traitement lui-meme.
       PROCEDURE DIVISION USING LK-PROGRAM-NAME, LK-SIMULATION-FLAG.
       0000-START-MAIN.
           MOVE 'N' TO LK-SIMULATION-FLAG.
           MOVE SPACES TO SQL-PARAM-NAME.
           STRING 'SIMULATION-' DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(LK-PROGRAM-NAME)
                   DELIMITED BY SPACE
               INTO SQL-PARAM-NAME
           END-STRING.

           MOVE 0 TO SQL-PARAM-VALUE.
           EXEC SQL
               SELECT CAST(PARAM_VALUE AS NUMERIC)
               INTO :SQL-PARAM-VALUE
               FROM PARAMETER
               WHERE PARAM_NAME = :SQL-PARAM-NAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-PARAM-VALUE
           END-IF.

           EVALUATE SQL-PARAM-VALUE
               WHEN 1
                   MOVE 'Y' TO LK-SIMULATION-FLAG
               WHEN 2
                   EXEC SQL
                       UPDATE PARAMETER
                       SET PARAM_VALUE = '1'
                       WHERE PARAM_NAME = :SQL-PARAM-NAME
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       CALL 'logsqlerr' USING 'chksimul',
                           'UPDATE-PARAMETER', SQLCODE
                       END-CALL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.
