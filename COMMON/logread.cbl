      ******************************************************************
      *    [MF] Le programme 'log Read Customer' depose une ligne dans
      *    la table CUSTOMER_READ_LOG a chaque consultation d'une
      *    fiche adherent : l'operateur connecte, sa section, la fiche
      *    consultee et l'ecran qui l'a montree (selection de searcust,
      *    entree de menucust, foyercust, situcust, detaclaim,
      *    rgpdcust, coldcust). CUSTOMER_AUDIT ne trace que les
      *    changements ; le delegue a la protection des donnees doit
      *    aussi pouvoir dire qui a regarde la fiche d'un adherent qui
      *    se plaint. Le rapport mensuel readrep signale les volumes
      *    inhabituels et les consultations hors section.
      *
      *    Comme logaudit, logread ecrit par defaut dans la connexion
      *    et la transaction de l'appelant. Les menus (searcust,
      *    menucust) n'en detiennent aucune : ils passent 'Y' en
      *    troisieme argument et logread ouvre, valide et referme sa
      *    propre connexion, comme chkbatch. Une panne de base ne
      *    bloque jamais la consultation elle-meme.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. logread.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CUSTOMER-UUID    PIC X(36).
       01  SQL-READ-SCREEN      PIC X(10).
       01  SQL-READ-OPERATOR    PIC X(10).
       01  SQL-READ-AGENCY      PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-UUID     PIC X(36).
       01  LK-READ-SCREEN       PIC X(10).
       01  LK-OWN-CONNECTION    PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-UUID, LK-READ-SCREEN,
           LK-OWN-CONNECTION.
       0000-START-MAIN.
           IF LK-CUSTOMER-UUID = SPACES
               GOBACK
           END-IF.

           MOVE LK-CUSTOMER-UUID TO SQL-CUSTOMER-UUID.
           MOVE LK-READ-SCREEN   TO SQL-READ-SCREEN.

      *    [MF] L'operateur connecte, pose par l'ecran de connexion
      *    (hors session operateur, 'BATCH' comme dans logaudit), et
      *    son filtre de section (getagency) : a blanc pour un
      *    SUPERVISOR ou un ADMIN, qui voient toutes les sections.
           MOVE SPACES TO SQL-READ-OPERATOR SQL-READ-AGENCY
           ACCEPT SQL-READ-OPERATOR FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN"
           IF SQL-READ-OPERATOR = SPACES
               MOVE 'BATCH' TO SQL-READ-OPERATOR
           END-IF
           CALL 'getagency' USING SQL-READ-AGENCY
           END-CALL

           IF LK-OWN-CONNECTION = 'Y'
               CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
               END-CALL
               EXEC SQL
                   CONNECT :USERNAME IDENTIFIED BY :PASSWD
                       USING :DBNAME
               END-EXEC
               IF SQLCODE NOT = ZERO
                   GOBACK
               END-IF
           END-IF.

           EXEC SQL
               INSERT INTO CUSTOMER_READ_LOG (
                   READ_CUSTOMER_UUID, READ_OPERATOR, READ_AGENCY,
                   READ_SCREEN, READ_DATE, READ_TIME )
               VALUES ( :SQL-CUSTOMER-UUID, :SQL-READ-OPERATOR,
                        :SQL-READ-AGENCY, :SQL-READ-SCREEN,
                        CURRENT_DATE, LOCALTIME )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logread', 'INSERT-READ',
                   SQLCODE
               END-CALL
           END-IF.

           IF LK-OWN-CONNECTION = 'Y'
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
           END-IF.

           GOBACK.
