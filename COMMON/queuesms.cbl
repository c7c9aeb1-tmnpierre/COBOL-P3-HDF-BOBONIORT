      ******************************************************************
      *    [MF] Le programme 'Queue SMS' depose un message court pour
      *    un adherent dans la file SMSQUEUE, troisieme canal sortant
      *    a cote de MAILQUEUE et COURRIERQUEUE, reserve aux avis ou
      *    le delai compte : prelevement rejete (rejcust),
      *    remboursement verse (payclaim), prise en charge
      *    hospitaliere delivree (priscust).
      *
      *    L'appelant fournit l'uuid de l'adherent, le type du
      *    message (cle du gabarit TEMPLATE au canal 'S') et son
      *    detail. Le SMS n'est depose que si l'adherent a consenti
      *    au telephone (chkconsent, canal 'S') et si sa fiche porte
      *    un numero ; sinon rien n'est ecrit, le courrier ou le mail
      *    de l'emetteur restant l'avis de reference.
      *
      *    Format de la ligne : telephone|type|detail, le meme
      *    decoupage pipe que MAILQUEUE. dispmail la met en forme
      *    d'apres le gabarit 'S' et la remet a la passerelle SMS ;
      *    la ligne est aussi inscrite au registre des courriers
      *    envoyes (logcorr, canal 'S').
      *
      *    Pas de CONNECT/DISCONNECT ici : queuesms est appele par un
      *    programme qui detient deja une connexion ouverte, meme
      *    convention que logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. queuesms.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMS-FILE ASSIGN TO "SMSQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-SMS-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  SMS-FILE.
       01  SMS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SMS-FILE-STATUS       PIC X(02).
       01  WS-CONSENT-CHANNEL       PIC X(01) VALUE 'S'.
       01  WS-CONSENT-FLAG          PIC X(01).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID                 PIC X(36).
       01  SQL-PHONE                PIC X(20).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-SMS-CUSTOMER-UUID     PIC X(36).
       01  LK-SMS-TYPE              PIC X(40).
       01  LK-SMS-DETAIL            PIC X(80).

      ******************************************************************

       PROCEDURE DIVISION USING LK-SMS-CUSTOMER-UUID, LK-SMS-TYPE,
           LK-SMS-DETAIL.
       0000-START-MAIN.
           MOVE LK-SMS-CUSTOMER-UUID TO SQL-UUID.

           MOVE 'N' TO WS-CONSENT-FLAG
           CALL 'chkconsent' USING SQL-UUID, WS-CONSENT-CHANNEL,
               WS-CONSENT-FLAG
           END-CALL
           IF WS-CONSENT-FLAG NOT = 'Y'
               GOBACK
           END-IF.

           EXEC SQL
               SELECT COALESCE(customer_phone, ' ')
               INTO :SQL-PHONE
               FROM customer
               WHERE customer_uuid = :SQL-UUID
           END-EXEC.

           IF SQLCODE NOT = ZERO OR SQL-PHONE = SPACES
               GOBACK
           END-IF.

           PERFORM WRITE-SMS-LINE.

           GOBACK.

      *    [MF] Une ligne telephone|type|detail ajoutee a la file,
      *    creee si elle n'existe pas encore.
       WRITE-SMS-LINE.
           OPEN EXTEND SMS-FILE
           IF WS-SMS-FILE-STATUS = '35'
               OPEN OUTPUT SMS-FILE
           END-IF

           MOVE SPACES TO SMS-RECORD
           STRING FUNCTION TRIM(SQL-PHONE) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(LK-SMS-TYPE) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(LK-SMS-DETAIL) DELIMITED BY SIZE
               INTO SMS-RECORD
           END-STRING
           MOVE SMS-RECORD TO WS-CORR-RECORD
           WRITE SMS-RECORD
           CALL 'logcorr' USING SQL-UUID, 'S', WS-CORR-RECORD
           END-CALL

           CLOSE SMS-FILE.
