      ******************************************************************
      *    [MF] Le programme 'log Correspondance' depose une ligne
      *    dans la table CORRESPONDENCE a chaque courrier ou mail
      *    produit pour un adherent : MAILQUEUE, COURRIERQUEUE, les
      *    cartes et les attestations sont des fichiers plats reecrits
      *    ou expedies, et quand un adherent dit 'je n'ai jamais recu
      *    votre lettre' il ne restait rien pour le verifier.
      *
      *    L'appelant transmet l'uuid de l'adherent, le canal ('M'
      *    mail, 'C' courrier, 'S' SMS) et la ligne qu'il vient
      *    d'ecrire dans sa file, telle quelle :
      *    - mail : adresse|type|detail, format de MAILQUEUE ;
      *    - SMS : telephone|type|detail, format de SMSQUEUE ;
      *    - courrier : type;detail..., format de COURRIERQUEUE.
      *    Le gabarit utilise est celui de la table TEMPLATE pour le
      *    type et le canal quand il est actif (gettmpl), a blanc
      *    sinon (mise en forme historique du programme emetteur).
      *
      *    Un mail part au statut 'A' (a expedier) : dispmail le
      *    passe a 'E' (envoye), 'R' (rejete) ou 'T' (a retenter)
      *    en meme temps qu'il journalise MAILSENTLOG. Un courrier
      *    part au statut 'D' (depose pour impression et envoi).
      *    Un SMS suit le meme cycle qu'un mail, puis smsrecpt le
      *    passe a 'L' (livre) ou 'N' (non livre) d'apres les accuses
      *    de reception de la passerelle.
      *
      *    Pas de CONNECT/DISCONNECT ici : logcorr est appele par un
      *    programme qui detient deja une connexion ouverte, meme
      *    convention que logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. logcorr.
       AUTHOR.       Martial.

      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RECORD-POINTER        PIC 9(03).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-CORR-CUSTOMER-UUID   PIC X(36).
       01  SQL-CORR-TYPE            PIC X(40).
       01  SQL-CORR-CHANNEL         PIC X(01).
       01  SQL-CORR-ADDRESS         PIC X(50).
       01  SQL-CORR-DETAIL          PIC X(80).
       01  SQL-CORR-TEMPLATE        PIC X(40).
       01  SQL-CORR-STATUS          PIC X(01).
       01  SQL-CORR-OPERATOR        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CORR-CUSTOMER-UUID    PIC X(36).
       01  LK-CORR-CHANNEL          PIC X(01).
       01  LK-CORR-RECORD           PIC X(132).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CORR-CUSTOMER-UUID, LK-CORR-CHANNEL,
           LK-CORR-RECORD.
       0000-START-MAIN.
           MOVE LK-CORR-CUSTOMER-UUID TO SQL-CORR-CUSTOMER-UUID.
           MOVE LK-CORR-CHANNEL       TO SQL-CORR-CHANNEL.
           MOVE SPACES TO SQL-CORR-TYPE SQL-CORR-ADDRESS
               SQL-CORR-DETAIL SQL-CORR-TEMPLATE.

           IF SQL-CORR-CHANNEL = 'M' OR SQL-CORR-CHANNEL = 'S'
               UNSTRING LK-CORR-RECORD DELIMITED BY '|'
                   INTO SQL-CORR-ADDRESS, SQL-CORR-TYPE,
                       SQL-CORR-DETAIL
               END-UNSTRING
               MOVE 'A' TO SQL-CORR-STATUS
           ELSE
               MOVE 1 TO WS-RECORD-POINTER
               UNSTRING LK-CORR-RECORD DELIMITED BY ';'
                   INTO SQL-CORR-TYPE
                   WITH POINTER WS-RECORD-POINTER
               END-UNSTRING
               IF WS-RECORD-POINTER <= 132
                   MOVE LK-CORR-RECORD(WS-RECORD-POINTER:)
                       TO SQL-CORR-DETAIL
               END-IF
               MOVE 'D' TO SQL-CORR-STATUS
           END-IF.

      *    [MF] Gabarit actif du type et du canal, le meme que gettmpl
      *    a rendu a l'emetteur.
           EXEC SQL
               SELECT TEMPLATE_TYPE INTO :SQL-CORR-TEMPLATE
               FROM TEMPLATE
               WHERE UPPER(TEMPLATE_TYPE) = UPPER(TRIM(:SQL-CORR-TYPE))
               AND TEMPLATE_CHANNEL = :SQL-CORR-CHANNEL
               AND COALESCE(TEMPLATE_ACTIVE, 'O') != 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO SQL-CORR-TEMPLATE
           END-IF.

      *    [MF] Operateur de la session, ou 'BATCH' pour la chaine de
      *    nuit, comme logaudit.
           MOVE SPACES TO SQL-CORR-OPERATOR
           ACCEPT SQL-CORR-OPERATOR FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN"
           IF SQL-CORR-OPERATOR = SPACES
               MOVE 'BATCH' TO SQL-CORR-OPERATOR
           END-IF

           EXEC SQL
               INSERT INTO CORRESPONDENCE (
                   CORRESP_CUSTOMER_UUID, CORRESP_TYPE,
                   CORRESP_CHANNEL, CORRESP_DATE, CORRESP_TEMPLATE,
                   CORRESP_ADDRESS, CORRESP_DETAIL, CORRESP_STATUS,
                   CORRESP_STATUS_DATE, CORRESP_OPERATOR )
               VALUES ( :SQL-CORR-CUSTOMER-UUID, :SQL-CORR-TYPE,
                        :SQL-CORR-CHANNEL, CURRENT_DATE,
                        :SQL-CORR-TEMPLATE, :SQL-CORR-ADDRESS,
                        :SQL-CORR-DETAIL, :SQL-CORR-STATUS,
                        CURRENT_DATE, :SQL-CORR-OPERATOR )
           END-EXEC.

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'logcorr', 'INSERT-CORRESP',
                   SQLCODE
               END-CALL
           END-IF.

           GOBACK.
