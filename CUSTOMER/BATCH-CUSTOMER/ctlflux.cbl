      *    demandes portail - leve une alerte (logalert), visible au
      *    tableau de bord et dans le cockpit, au lieu de passer
      *    inapercu une semaine comme le flux NOEMIE l'a deja fait.
      *    Releve et rejets bancaires sont attendus sous leur nom
      *    historique ou, depuis le passage au format camt, sous
      *    l'emetteur CAMT053 / CAMT054 (rapbcust, rejcust).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctlflux.
           05  FILLER               PIC X(12) VALUE 'PORTALREQUES'.
       01  WS-SENDER-TABLE REDEFINES WS-SENDER-LIST.
           05  WS-SENDER-NAME       PIC X(12) OCCURS 4 TIMES.
      *    [MF] Nom d'emetteur equivalent, au format camt, du meme
      *    flux (a espaces quand il n'y en a pas).
       01  WS-ALT-SENDER-LIST.
           05  FILLER               PIC X(12) VALUE 'CAMT054'.
           05  FILLER               PIC X(12) VALUE 'CAMT053'.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-ALT-SENDER-TABLE REDEFINES WS-ALT-SENDER-LIST.
           05  WS-ALT-SENDER-NAME   PIC X(12) OCCURS 4 TIMES.
       01  WS-SENDER-IDX            PIC 9(02).
       01  WS-MISSING-COUNT         PIC 9(02) VALUE 0.

       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-EXG-SENDER           PIC X(12).
       01  SQL-EXG-ALT-SENDER       PIC X(12).
       01  SQL-TODAY-COUNT          PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           GOBACK.

      *    [MF] Un emetteur sans fichier enregistre aujourd'hui au
      *    registre, sous l'un ou l'autre de ses noms, leve
      *    l'alerte.
       CHECK-ONE-SENDER.
           MOVE WS-SENDER-NAME(WS-SENDER-IDX) TO SQL-EXG-SENDER
           MOVE WS-ALT-SENDER-NAME(WS-SENDER-IDX)
               TO SQL-EXG-ALT-SENDER

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-TODAY-COUNT
               FROM FILE_REGISTRY
               WHERE FILE_SENDER IN ( TRIM(:SQL-EXG-SENDER),
                                      TRIM(:SQL-EXG-ALT-SENDER) )
               AND FILE_RECEIVED_DATE = CURRENT_DATE
           END-EXEC.

