      ******************************************************************
      *    [MF] Le programme 'Get Legal Representative' dit a
      *    l'appelant si l'adherent est sous mesure de protection
      *    (table LEGAL_REP saisie sur l'ecran tutecust : tutelle,
      *    curatelle ou sauvegarde de justice) a la date du jour, et
      *    rend alors le destinataire du courrier : le representant
      *    legal, son adresse, et une ligne de destinataire de la
      *    forme 'representant POUR LE COMPTE DE prenom nom'.
      *
      *    L'appelant fournit le nom de l'adherent et son adresse ;
      *    sans mesure active, rien n'est modifie et le drapeau rendu
      *    vaut 'N'. Utilise la connexion deja ouverte par
      *    l'appelant, comme logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. getlegrep.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-ADDRESSEE-WORK        PIC X(80).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-REP-UUID             PIC X(36).
       01  SQL-REP-TYPE             PIC X(01).
       01  SQL-REP-NAME             PIC X(50).
       01  SQL-REP-ADRESS1          PIC X(50).
       01  SQL-REP-ZIPCODE          PIC X(15).
       01  SQL-REP-TOWN             PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-REP-UUID              PIC X(36).
       01  LK-REP-ADDRESSEE         PIC X(80).
       01  LK-REP-ADRESS1           PIC X(50).
       01  LK-REP-ZIPCODE           PIC X(15).
       01  LK-REP-TOWN              PIC X(50).
       01  LK-REP-TYPE              PIC X(01).
       01  LK-REP-FOUND             PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-REP-UUID, LK-REP-ADDRESSEE,
           LK-REP-ADRESS1, LK-REP-ZIPCODE, LK-REP-TOWN, LK-REP-TYPE,
           LK-REP-FOUND.
       0000-START-MAIN.
           MOVE 'N' TO LK-REP-FOUND
           MOVE SPACES TO LK-REP-TYPE
           MOVE LK-REP-UUID TO SQL-REP-UUID

      *    [MF] Une mesure est active de sa date de debut a sa date de
      *    fin incluse ; une fin a blanc vaut mesure sans terme. Si
      *    deux mesures se chevauchent, la plus recente l'emporte.
           EXEC SQL
               SELECT REP_TYPE, REP_NAME, REP_ADRESS1, REP_ZIPCODE,
                   REP_TOWN
               INTO :SQL-REP-TYPE, :SQL-REP-NAME, :SQL-REP-ADRESS1,
                   :SQL-REP-ZIPCODE, :SQL-REP-TOWN
               FROM LEGAL_REP
               WHERE REP_CUSTOMER_UUID = :SQL-REP-UUID
               AND REP_START_DATE <= CURRENT_DATE
               AND ( REP_END_DATE IS NULL
                  OR REP_END_DATE >= CURRENT_DATE )
               ORDER BY REP_START_DATE DESC
               LIMIT 1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO LK-REP-FOUND
                   MOVE SQL-REP-TYPE TO LK-REP-TYPE
                   MOVE LK-REP-ADDRESSEE TO WS-ADDRESSEE-WORK
                   MOVE SPACES TO LK-REP-ADDRESSEE
                   STRING FUNCTION TRIM(SQL-REP-NAME)
                           DELIMITED BY SIZE
                           ' POUR LE COMPTE DE ' DELIMITED BY SIZE
                           FUNCTION TRIM(WS-ADDRESSEE-WORK)
                           DELIMITED BY SIZE
                       INTO LK-REP-ADDRESSEE
                   END-STRING
                   MOVE SQL-REP-ADRESS1 TO LK-REP-ADRESS1
                   MOVE SQL-REP-ZIPCODE TO LK-REP-ZIPCODE
                   MOVE SQL-REP-TOWN    TO LK-REP-TOWN
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   CALL 'logsqlerr' USING 'getlegrep', 'SELECT-REP',
                       SQLCODE
                   END-CALL
           END-EVALUATE.

           GOBACK.
