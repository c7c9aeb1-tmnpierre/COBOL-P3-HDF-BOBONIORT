      *    passage suivant ; une ligne malformee (adresse vide ou sans
      *    arobase) est rejetee definitivement. Le rapport journalier
      *    MAILDISPATCHDAY donne les envois et les echecs du jour.
      *
      *    Une demande RAPPORT JOINT (diffusion des rapports aux
      *    abonnes, diffrep) porte en detail le nom du fichier a
      *    joindre : la passerelle le recoit sur une ligne 'PJ:'
      *    a la suite du corps du message.
      *
      *    Le sort de chaque message est reporte en meme temps sur le
      *    registre des courriers envoyes (table CORRESPONDENCE,
      *    alimentee par logcorr chez l'emetteur) : 'E' envoye, 'R'
      *    rejete, 'T' a retenter - c'est ce que l'ecran courcust
      *    montre a l'adherent qui dit n'avoir rien recu.
      *
      *    Le meme passage vide la file SMSQUEUE (telephone|type|
      *    detail, deposee par queuesms pour les avis urgents) : le
      *    texte est mis en forme d'apres le gabarit du canal 'S'
      *    (gettmpl, tmpladm), a defaut d'apres le texte historique
      *    du type, tronque a 160 caracteres, puis remis a la
      *    passerelle SMS (fichier SMSGATEWAY, une ligne
      *    numero|type|texte, le type servant de reference que la
      *    passerelle renvoie dans ses accuses). Un numero vide ou
      *    qui n'est pas un numero de telephone est rejete ; un echec
      *    d'ecriture replace le SMS dans SMSQUEUE. Le sort est
      *    journalise dans MAILSENTLOG (SMS ENVOYE, SMS REJETE, SMS
      *    ECHEC A RETENTER), reporte
      *    sur le registre CORRESPONDENCE au canal 'S' et compte dans
      *    MAILDISPATCHDAY. Les accuses de livraison renvoyes par la
      *    passerelle sont charges ensuite par smsrecpt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispmail.
           SELECT DISPATCH-REPORT ASSIGN TO "MAILDISPATCHDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-FILE-STATUS.
           SELECT SMS-FILE ASSIGN TO "SMSQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SMS-FILE-STATUS.
           SELECT SMS-GATEWAY-FILE ASSIGN TO "SMSGATEWAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SMS-GATEWAY-STATUS.

      ******************************************************************

       FD  DISPATCH-REPORT.
       01  DISPATCH-REPORT-RECORD PIC X(80).

       FD  SMS-FILE.
       01  SMS-RECORD PIC X(80).

       FD  SMS-GATEWAY-FILE.
       01  SMS-GATEWAY-RECORD PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-MAIL-FILE-STATUS        PIC X(02).
       01  WS-GATEWAY-FILE-STATUS     PIC X(02).
       01  WS-SENTLOG-FILE-STATUS     PIC X(02).
       01  WS-REPORT-FILE-STATUS      PIC X(02).
       01  WS-SMS-FILE-STATUS         PIC X(02).
       01  WS-SMS-GATEWAY-STATUS      PIC X(02).

       01  WS-REPORT-TODAY            PIC X(10).
       01  WS-REPORT-TODAY-RAW.
       01  WS-MAIL-TYPE               PIC X(40).
       01  WS-MAIL-DETAIL             PIC X(80).
       01  WS-MAIL-BODY               PIC X(100).
       01  WS-MAIL-ATTACHMENT         PIC X(80).
       01  WS-AT-COUNT                PIC 9(02).

       01  WS-SEND-STATUS             PIC X(01).
       01  WS-REQUEUE-TABLE.
           05  WS-REQUEUE-LINE        PIC X(80) OCCURS 5000 TIMES.

      *    [MF] File SMS : meme principe que la file mail, chargee
      *    en memoire puis reecrite avec les seuls SMS a retenter.
       01  WS-SMS-EOF                 PIC X(01) VALUE 'N'.
       01  WS-SMS-QUEUE-TABLE.
           05  WS-SMS-QUEUE-COUNT     PIC 9(04) VALUE 0.
           05  WS-SMS-QUEUE-LINE      PIC X(80) OCCURS 2000 TIMES.
       01  WS-SMS-IDX                 PIC 9(04).
       01  WS-SMS-REQUEUE-TABLE.
           05  WS-SMS-REQUEUE-LINE    PIC X(80) OCCURS 2000 TIMES.

       01  WS-SMS-PHONE               PIC X(20).
       01  WS-SMS-TYPE                PIC X(40).
       01  WS-SMS-DETAIL              PIC X(80).
       01  WS-SMS-TEXT                PIC X(160).

      *    [MF] Numero normalise pour la passerelle : chiffres et
      *    '+' initial, separateurs usuels (espace, point, tiret)
      *    retires.
       01  WS-SMS-NUMBER              PIC X(20).
       01  WS-SMS-NUMBER-LEN          PIC 9(02).
       01  WS-SMS-DIGIT-COUNT         PIC 9(02).
       01  WS-SMS-POS                 PIC 9(02).
       01  WS-SMS-CHAR                PIC X(01).
       01  WS-SMS-PHONE-VALID         PIC X(01).

       01  WS-SMS-SENT-COUNT          PIC 9(05) VALUE 0.
       01  WS-SMS-REJECT-COUNT        PIC 9(05) VALUE 0.
       01  WS-SMS-REQUEUE-COUNT       PIC 9(05) VALUE 0.

      *    [MF] Connexion ouverte pour la lecture des gabarits
      *    (gettmpl), dispmail n'en detenait pas.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-CORR-CHANNEL         PIC X(01).
       01  SQL-CORR-ADDRESS         PIC X(50).
       01  SQL-CORR-TYPE            PIC X(40).
       01  SQL-CORR-STATUS          PIC X(01).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.


       PROCEDURE DIVISION.
       0000-START-MAIN.
           PERFORM LOAD-MAIL-QUEUE THRU LOAD-MAIL-QUEUE-FIN.
           PERFORM LOAD-SMS-QUEUE THRU LOAD-SMS-QUEUE-FIN.

           IF WS-QUEUE-COUNT = 0 AND WS-SMS-QUEUE-COUNT = 0
               DISPLAY 'AUCUN MESSAGE EN ATTENTE DANS MAILQUEUE '
                   'NI DANS SMSQUEUE'
               GOBACK
           END-IF.

               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT.

           PERFORM DISPATCH-ONE-SMS
               VARYING WS-SMS-IDX FROM 1 BY 1
               UNTIL WS-SMS-IDX > WS-SMS-QUEUE-COUNT.

           CLOSE SENT-LOG.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

           IF WS-QUEUE-COUNT > 0
               PERFORM REWRITE-MAIL-QUEUE
           END-IF.
           IF WS-SMS-QUEUE-COUNT > 0
               PERFORM REWRITE-SMS-QUEUE
           END-IF.
           PERFORM WRITE-DISPATCH-REPORT.

           DISPLAY WS-SENT-COUNT ' MESSAGE(S) REMIS, '
               WS-REJECT-COUNT ' REJETE(S), '
               WS-REQUEUE-COUNT ' A RETENTER'.
           DISPLAY WS-SMS-SENT-COUNT ' SMS REMIS, '
               WS-SMS-REJECT-COUNT ' REJETE(S), '
               WS-SMS-REQUEUE-COUNT ' A RETENTER'.
           GOBACK.

      *    [MF] Charge toute la file d'attente en memoire : la file
       LOAD-MAIL-QUEUE.
           OPEN INPUT MAIL-FILE.
           IF WS-MAIL-FILE-STATUS NOT = '00'
               GO TO LOAD-MAIL-QUEUE-FIN
           END-IF.

           PERFORM UNTIL WS-QUEUE-EOF = 'Y'

           CLOSE MAIL-FILE.

       LOAD-MAIL-QUEUE-FIN.
           EXIT.

      *    [MF] Charge la file SMS en memoire, le surplus au-dela de
      *    2000 lignes etant replace tel quel pour le passage suivant.
       LOAD-SMS-QUEUE.
           OPEN INPUT SMS-FILE.
           IF WS-SMS-FILE-STATUS NOT = '00'
               GO TO LOAD-SMS-QUEUE-FIN
           END-IF.

           PERFORM UNTIL WS-SMS-EOF = 'Y'
               READ SMS-FILE
                   AT END
                       MOVE 'Y' TO WS-SMS-EOF
                   NOT AT END
                       IF WS-SMS-QUEUE-COUNT < 2000
                           ADD 1 TO WS-SMS-QUEUE-COUNT
                           MOVE SMS-RECORD
                               TO WS-SMS-QUEUE-LINE(WS-SMS-QUEUE-COUNT)
                       ELSE
                           IF WS-SMS-REQUEUE-COUNT < 2000
                               ADD 1 TO WS-SMS-REQUEUE-COUNT
                               MOVE SMS-RECORD TO
                                   WS-SMS-REQUEUE-LINE(
                                       WS-SMS-REQUEUE-COUNT)
                           ELSE
                               DISPLAY 'FILE SMSQUEUE SATUREE, '
                                   'SMS PERDU : ' SMS-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SMS-FILE.

       LOAD-SMS-QUEUE-FIN.
           EXIT.

      *    [MF] Decoupe la ligne (adresse|type|detail), met le message
      *    en forme d'apres le gabarit de son type, le remet a la
      *    passerelle et journalise le sort de la ligne.
               DELIMITED BY '|'
               INTO WS-MAIL-ADDRESS, WS-MAIL-TYPE, WS-MAIL-DETAIL
           END-UNSTRING
           MOVE 'M'             TO SQL-CORR-CHANNEL
           MOVE WS-MAIL-ADDRESS TO SQL-CORR-ADDRESS
           MOVE WS-MAIL-TYPE    TO SQL-CORR-TYPE

           MOVE 0 TO WS-AT-COUNT
           INSPECT WS-MAIL-ADDRESS TALLYING WS-AT-COUNT
      *    gabarit actif, la mise en forme historique du type.
       FORMAT-MESSAGE-BODY.
           MOVE SPACES TO WS-MAIL-BODY
           MOVE SPACES TO WS-MAIL-ATTACHMENT
           IF FUNCTION UPPER-CASE(WS-MAIL-TYPE) = 'RAPPORT JOINT'
               MOVE WS-MAIL-DETAIL TO WS-MAIL-ATTACHMENT
           END-IF
           MOVE WS-MAIL-TYPE TO WS-MAIL-SUBJECT

           MOVE WS-MAIL-TYPE   TO WS-TMPL-TYPE
                           DELIMITED BY SIZE
                       INTO WS-MAIL-BODY
                   END-STRING
               WHEN 'DECOMPTE DE REMBOURSEMENT'
                   STRING 'Remboursement vire, remise '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAIL-DETAIL)
                           DELIMITED BY SIZE
                       ' ; decompte detaille joint.'
                           DELIMITED BY SIZE
                       INTO WS-MAIL-BODY
                   END-STRING
               WHEN 'RAPPORT JOINT'
                   STRING 'Rapport du jour en piece jointe : '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAIL-DETAIL)
                           DELIMITED BY SIZE
                       INTO WS-MAIL-BODY
                   END-STRING
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-MAIL-TYPE)
                           DELIMITED BY SIZE
               OR WS-RETRY-COUNT >= WS-RETRY-MAX.

      *    [MF] Une tentative de remise : trois enregistrements par
      *    message (destinataire, objet, corps), plus la piece jointe
      *    d'un rapport diffuse.
       TRY-GATEWAY-WRITE.
           ADD 1 TO WS-RETRY-COUNT

               END-STRING
               WRITE GATEWAY-RECORD

               IF WS-MAIL-ATTACHMENT NOT = SPACES
                   MOVE SPACES TO GATEWAY-RECORD
                   STRING 'PJ: ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-MAIL-ATTACHMENT)
                           DELIMITED BY SIZE
                       INTO GATEWAY-RECORD
                   END-STRING
                   WRITE GATEWAY-RECORD
               END-IF

               IF WS-GATEWAY-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-SEND-STATUS
               END-IF
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'E' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Journal ligne a ligne : ligne malformee rejetee.
       WRITE-SENT-LOG-REJECT.
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'R' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Journal ligne a ligne : echec transitoire, le message
      *    est replace dans la file pour le prochain passage.
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'T' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Decoupe la ligne SMS (telephone|type|detail),
      *    controle le numero, met le texte en forme et le remet a la
      *    passerelle SMS.
       DISPATCH-ONE-SMS.
           MOVE SPACES TO WS-SMS-PHONE WS-SMS-TYPE WS-SMS-DETAIL
           UNSTRING WS-SMS-QUEUE-LINE(WS-SMS-IDX)
               DELIMITED BY '|'
               INTO WS-SMS-PHONE, WS-SMS-TYPE, WS-SMS-DETAIL
           END-UNSTRING
           MOVE 'S'          TO SQL-CORR-CHANNEL
           MOVE WS-SMS-PHONE TO SQL-CORR-ADDRESS
           MOVE WS-SMS-TYPE  TO SQL-CORR-TYPE

           PERFORM NORMALIZE-SMS-NUMBER

           IF WS-SMS-PHONE-VALID NOT = 'Y'
               ADD 1 TO WS-SMS-REJECT-COUNT
               PERFORM WRITE-SMS-LOG-REJECT
           ELSE
               PERFORM FORMAT-SMS-TEXT THRU FORMAT-SMS-TEXT-FIN
               PERFORM DELIVER-SMS-TO-GATEWAY
               IF WS-SEND-STATUS = 'Y'
                   ADD 1 TO WS-SMS-SENT-COUNT
                   PERFORM WRITE-SMS-LOG-OK
               ELSE
                   ADD 1 TO WS-SMS-REQUEUE-COUNT
                   MOVE WS-SMS-QUEUE-LINE(WS-SMS-IDX)
                       TO WS-SMS-REQUEUE-LINE(WS-SMS-REQUEUE-COUNT)
                   PERFORM WRITE-SMS-LOG-RETRY
               END-IF
           END-IF.

      *    [MF] Numero de la fiche ramene aux chiffres (et au '+'
      *    initial d'un numero international) : valide s'il ne porte
      *    pas d'autre caractere et compte au moins dix chiffres.
       NORMALIZE-SMS-NUMBER.
           MOVE SPACES TO WS-SMS-NUMBER
           MOVE 0 TO WS-SMS-NUMBER-LEN
           MOVE 0 TO WS-SMS-DIGIT-COUNT
           MOVE 'Y' TO WS-SMS-PHONE-VALID

           PERFORM KEEP-SMS-NUMBER-CHAR
               VARYING WS-SMS-POS FROM 1 BY 1
               UNTIL WS-SMS-POS > 20

           IF WS-SMS-DIGIT-COUNT < 10
               MOVE 'N' TO WS-SMS-PHONE-VALID
           END-IF.

      *    [MF] Un caractere du numero : chiffre garde, '+' garde en
      *    tete seulement, separateur ignore, tout autre caractere
      *    invalide le numero.
       KEEP-SMS-NUMBER-CHAR.
           MOVE WS-SMS-PHONE(WS-SMS-POS:1) TO WS-SMS-CHAR
           EVALUATE TRUE
               WHEN WS-SMS-CHAR IS NUMERIC
                   ADD 1 TO WS-SMS-NUMBER-LEN
                   MOVE WS-SMS-CHAR
                       TO WS-SMS-NUMBER(WS-SMS-NUMBER-LEN:1)
                   ADD 1 TO WS-SMS-DIGIT-COUNT
               WHEN WS-SMS-CHAR = '+' AND WS-SMS-NUMBER-LEN = 0
                   ADD 1 TO WS-SMS-NUMBER-LEN
                   MOVE WS-SMS-CHAR
                       TO WS-SMS-NUMBER(WS-SMS-NUMBER-LEN:1)
               WHEN WS-SMS-CHAR = SPACE OR WS-SMS-CHAR = '.'
                   OR WS-SMS-CHAR = '-'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO WS-SMS-PHONE-VALID
           END-EVALUATE.

      *    [MF] Texte du SMS : gabarit du canal 'S' dans la table
      *    TEMPLATE (gettmpl), a defaut le texte historique du type.
       FORMAT-SMS-TEXT.
           MOVE SPACES TO WS-SMS-TEXT

           MOVE WS-SMS-TYPE   TO WS-TMPL-TYPE
           MOVE 'S'           TO WS-TMPL-CHANNEL
           MOVE WS-SMS-DETAIL TO WS-TMPL-DETAIL
           MOVE 'N'           TO WS-TMPL-FOUND
           CALL 'gettmpl' USING WS-TMPL-TYPE, WS-TMPL-CHANNEL,
               WS-TMPL-DETAIL, WS-TMPL-SUBJECT, WS-TMPL-BODY,
               WS-TMPL-FOUND
           END-CALL
           IF WS-TMPL-FOUND = 'Y'
               MOVE WS-TMPL-BODY(1:160) TO WS-SMS-TEXT
               GO TO FORMAT-SMS-TEXT-FIN
           END-IF

           EVALUATE FUNCTION UPPER-CASE(WS-SMS-TYPE)
               WHEN 'PRELEVEMENT REJETE'
                   STRING 'BOBONIORT : votre prelevement a ete rejete '
                           DELIMITED BY SIZE
                       '(' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SMS-DETAIL)
                           DELIMITED BY SIZE
                       '). Merci d''approvisionner votre compte.'
                           DELIMITED BY SIZE
                       INTO WS-SMS-TEXT
                   END-STRING
               WHEN 'REMBOURSEMENT VERSE'
                   STRING 'BOBONIORT : remboursement vire, '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SMS-DETAIL)
                           DELIMITED BY SIZE
                       '. Decompte a suivre.' DELIMITED BY SIZE
                       INTO WS-SMS-TEXT
                   END-STRING
               WHEN 'PRISE EN CHARGE HOSPITALIERE'
                   STRING 'BOBONIORT : prise en charge '
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SMS-DETAIL)
                           DELIMITED BY SIZE
                       ' accordee et transmise.' DELIMITED BY SIZE
                       INTO WS-SMS-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'BOBONIORT : ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SMS-TYPE) DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SMS-DETAIL)
                           DELIMITED BY SIZE
                       INTO WS-SMS-TEXT
                   END-STRING
           END-EVALUATE.

       FORMAT-SMS-TEXT-FIN.
           EXIT.

      *    [MF] Remet le SMS a la passerelle, avec jusqu'a trois
      *    tentatives comme pour le mail.
       DELIVER-SMS-TO-GATEWAY.
           MOVE 'N' TO WS-SEND-STATUS
           MOVE 0 TO WS-RETRY-COUNT

           PERFORM TRY-SMS-GATEWAY-WRITE
               UNTIL WS-SEND-STATUS = 'Y'
               OR WS-RETRY-COUNT >= WS-RETRY-MAX.

      *    [MF] Une tentative de remise : une ligne
      *    numero|type|texte.
       TRY-SMS-GATEWAY-WRITE.
           ADD 1 TO WS-RETRY-COUNT

           OPEN EXTEND SMS-GATEWAY-FILE.
           IF WS-SMS-GATEWAY-STATUS = '35'
               OPEN OUTPUT SMS-GATEWAY-FILE
           END-IF.

           IF WS-SMS-GATEWAY-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE SPACES TO SMS-GATEWAY-RECORD
               STRING FUNCTION TRIM(WS-SMS-NUMBER) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMS-TYPE) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMS-TEXT) DELIMITED BY SIZE
                   INTO SMS-GATEWAY-RECORD
               END-STRING
               WRITE SMS-GATEWAY-RECORD

               IF WS-SMS-GATEWAY-STATUS = '00'
                   MOVE 'Y' TO WS-SEND-STATUS
               END-IF

               CLOSE SMS-GATEWAY-FILE
           END-IF.

      *    [MF] Journal ligne a ligne : SMS remis.
       WRITE-SMS-LOG-OK.
           MOVE SPACES TO SENT-LOG-RECORD
           STRING WS-REPORT-TODAY DELIMITED BY SIZE
               '|SMS ENVOYE|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMS-PHONE) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMS-TYPE) DELIMITED BY SIZE
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'E' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Journal ligne a ligne : numero invalide, SMS rejete.
       WRITE-SMS-LOG-REJECT.
           MOVE SPACES TO SENT-LOG-RECORD
           STRING WS-REPORT-TODAY DELIMITED BY SIZE
               '|SMS REJETE|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMS-QUEUE-LINE(WS-SMS-IDX))
                   DELIMITED BY SIZE
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'R' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Journal ligne a ligne : echec transitoire, le SMS est
      *    replace dans la file.
       WRITE-SMS-LOG-RETRY.
           MOVE SPACES TO SENT-LOG-RECORD
           STRING WS-REPORT-TODAY DELIMITED BY SIZE
               '|SMS ECHEC A RETENTER|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMS-PHONE) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FUNCTION TRIM(WS-SMS-TYPE) DELIMITED BY SIZE
               INTO SENT-LOG-RECORD
           END-STRING
           WRITE SENT-LOG-RECORD.
           MOVE 'T' TO SQL-CORR-STATUS
           PERFORM UPDATE-CORRESPONDENCE.

      *    [MF] Reporte le sort du message sur le registre des
      *    courriers envoyes : les mails - ou SMS - de meme adresse
      *    et de meme type encore en attente ('A') ou a retenter
      *    ('T').
       UPDATE-CORRESPONDENCE.
           EXEC SQL
               UPDATE CORRESPONDENCE
               SET CORRESP_STATUS = :SQL-CORR-STATUS,
                   CORRESP_STATUS_DATE = CURRENT_DATE
               WHERE CORRESP_CHANNEL = :SQL-CORR-CHANNEL
               AND TRIM(CORRESP_ADDRESS) = TRIM(:SQL-CORR-ADDRESS)
               AND UPPER(TRIM(CORRESP_TYPE)) =
                   UPPER(TRIM(:SQL-CORR-TYPE))
               AND CORRESP_STATUS IN ('A', 'T')
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'dispmail', 'UPDATE-CORRESP',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Reecrit MAILQUEUE avec les seuls messages en echec
      *    transitoire : la file vide signifie que tout est parti.
           MOVE WS-REQUEUE-LINE(WS-QUEUE-IDX) TO MAIL-RECORD
           WRITE MAIL-RECORD.

      *    [MF] Reecrit SMSQUEUE avec les seuls SMS en echec
      *    transitoire.
       REWRITE-SMS-QUEUE.
           OPEN OUTPUT SMS-FILE.

           IF WS-SMS-REQUEUE-COUNT > 0
               PERFORM WRITE-SMS-REQUEUE-LINE
                   VARYING WS-SMS-IDX FROM 1 BY 1
                   UNTIL WS-SMS-IDX > WS-SMS-REQUEUE-COUNT
           END-IF.

           CLOSE SMS-FILE.

      *    [MF] Un SMS replace dans la file.
       WRITE-SMS-REQUEUE-LINE.
           MOVE WS-SMS-REQUEUE-LINE(WS-SMS-IDX) TO SMS-RECORD
           WRITE SMS-RECORD.

      *    [MF] Rapport journalier des envois et des echecs, meme
      *    format que les autres rapports journaliers du traitement.
       WRITE-DISPATCH-REPORT.
           END-IF.

           MOVE SPACES TO DISPATCH-REPORT-RECORD
           STRING 'EXPEDITION MAILQUEUE ET SMSQUEUE DU '
                   DELIMITED BY SIZE
                   WS-REPORT-TODAY DELIMITED BY SIZE
               INTO DISPATCH-REPORT-RECORD
           END-STRING
           END-STRING
           WRITE DISPATCH-REPORT-RECORD.

           MOVE SPACES TO DISPATCH-REPORT-RECORD
           STRING '  SMS REMIS             : ' DELIMITED BY SIZE
                   WS-SMS-SENT-COUNT DELIMITED BY SIZE
               INTO DISPATCH-REPORT-RECORD
           END-STRING
           WRITE DISPATCH-REPORT-RECORD.

           MOVE SPACES TO DISPATCH-REPORT-RECORD
           STRING '  SMS REJETES (NUMERO)  : ' DELIMITED BY SIZE
                   WS-SMS-REJECT-COUNT DELIMITED BY SIZE
               INTO DISPATCH-REPORT-RECORD
           END-STRING
           WRITE DISPATCH-REPORT-RECORD.

           MOVE SPACES TO DISPATCH-REPORT-RECORD
           STRING '  SMS A RETENTER DEMAIN : ' DELIMITED BY SIZE
                   WS-SMS-REQUEUE-COUNT DELIMITED BY SIZE
               INTO DISPATCH-REPORT-RECORD
           END-STRING
           WRITE DISPATCH-REPORT-RECORD.

           MOVE SPACES TO DISPATCH-REPORT-RECORD
           STRING 'BILAN : ' DELIMITED BY SIZE
                   WS-QUEUE-COUNT DELIMITED BY SIZE
                   ' MESSAGE(S) ET ' DELIMITED BY SIZE
                   WS-SMS-QUEUE-COUNT DELIMITED BY SIZE
                   ' SMS TRAITE(S)' DELIMITED BY SIZE
               INTO DISPATCH-REPORT-RECORD
           END-STRING
           WRITE DISPATCH-REPORT-RECORD.
