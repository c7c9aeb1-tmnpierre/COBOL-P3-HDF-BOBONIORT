      ******************************************************************
      *    [MF] Le programme 'Terminate Contract' porte les regles de
      *    resiliation d'un contrat actif, communes a la saisie au
      *    guichet (resilcont) et aux demandes transmises par le
      *    nouvel assureur de l'adherent (impresil) :
      *    - la date d'effet retenue est au plus tot la date de
      *      depart du preavis plus le preavis fourni par l'appelant
      *      (contractuel pour resilcont, legal pour impresil) ; une
      *      date demandee plus lointaine est respectee ;
      *    - le trop-percu de prime sur la periode non courue est
      *      calcule au prorata des jours et garde sur le contrat
      *      (CONTRACT_REFUND_AMOUNT) ;
      *    - le contrat est clos ('R') si la date d'effet est
      *      atteinte, sinon sa fin est posee a cette date avec refus
      *      de renouvellement (renewcont le fermera) ;
      *    - les echeances au-dela de la date d'effet sont annulees ;
      *    - la lettre de confirmation part dans MAILQUEUE ou dans le
      *      fichier courrier (au representant legal sous mesure de
      *      protection, getlegrep), et le mouvement est trace par
      *      logaudit.
      *    L'indicateur de retour vaut 'Y' si le contrat est resilie,
      *    'C' si aucun contrat actif ne porte ce code produit, 'E'
      *    sur erreur technique.
      *
      *    Pas de CONNECT/DISCONNECT ici : termcont est toujours
      *    appele par un programme qui detient deja une connexion
      *    ouverte, meme convention que logaudit.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. termcont.
       AUTHOR.       Martial.

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-FILE ASSIGN TO "MAILQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MAIL-FILE-STATUS.
           SELECT COURRIER-FILE ASSIGN TO "COURRIERQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-COURRIER-FILE-STATUS.

      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-FILE.
       01  MAIL-RECORD PIC X(80).

       FD  COURRIER-FILE.
       01  COURRIER-RECORD PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-MAIL-FILE-STATUS      PIC X(02).
       01  WS-COURRIER-FILE-STATUS  PIC X(02).

      *    [MF] Le canal mail reste soumis au consentement de
      *    l'adherent (chkconsent) ; a defaut la confirmation part
      *    par courrier, comme pour les relances de duncust.
       01  WS-CONSENT-CHANNEL       PIC X(01).
       01  WS-CONSENT-FLAG          PIC X(01).

      *    [MF] Calcul de la date d'effet et du prorata de prime a
      *    rembourser sur la periode non courue.
       01  WS-TODAY-INT              PIC 9(08).
       01  WS-START-INT              PIC 9(08).
       01  WS-EFFECT-INT             PIC 9(08).
       01  WS-NOTICE-LIMIT-INT       PIC 9(08).
       01  WS-END-INT                PIC 9(08).
       01  WS-UNUSED-DAYS            PIC S9(05).
       01  WS-REFUND-AMOUNT          PIC 9(07)V99.
       01  WS-DATE-YYYYMMDD          PIC 9(08).
       01  WS-DATE-RAW.
           05  WS-DATE-RAW-YEAR      PIC X(04).
           05  WS-DATE-RAW-MONTH     PIC X(02).
           05  WS-DATE-RAW-DAY       PIC X(02).
       01  WS-DATE-ISO               PIC X(10).

      *    [MF] Destinataire de la lettre : l'adherent, ou son
      *    representant legal (getlegrep).
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).

      *    [MF] Ligne de la file transmise au registre des
      *    courriers envoyes (logcorr).
       01  WS-CORR-RECORD           PIC X(132).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  SQL-UUID                 PIC X(36).
       01  SQL-PRODUCT-CODE         PIC X(10).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-MAIL                 PIC X(50).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       01  SQL-PREMIUM-AMOUNT       PIC 9(07)V99.
       01  SQL-END-DATE             PIC X(10).
       01  SQL-EFFECT-DATE          PIC X(10).
       01  SQL-REFUND-AMOUNT        PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  LK-CUSTOMER-UUID         PIC X(36).
       01  LK-PRODUCT-CODE          PIC X(10).
      *    [MF] Date d'effet demandee (a blanc : au plus tot) et
      *    depart du preavis (a blanc : aujourd'hui).
       01  LK-WISHED-DATE           PIC X(10).
       01  LK-NOTICE-START          PIC X(10).
       01  LK-NOTICE-DAYS           PIC 9(03).
       01  LK-EFFECT-DATE           PIC X(10).
       01  LK-REFUND-AMOUNT         PIC 9(07)V99.
       01  LK-RESULT-FLAG           PIC X(01).

      ******************************************************************

       PROCEDURE DIVISION USING LK-CUSTOMER-UUID, LK-PRODUCT-CODE,
           LK-WISHED-DATE, LK-NOTICE-START, LK-NOTICE-DAYS,
           LK-EFFECT-DATE, LK-REFUND-AMOUNT, LK-RESULT-FLAG.
       0000-START-MAIN.
           MOVE 'E' TO LK-RESULT-FLAG.
           MOVE SPACES TO LK-EFFECT-DATE.
           MOVE ZERO TO LK-REFUND-AMOUNT.
           MOVE LK-CUSTOMER-UUID TO SQL-UUID.
           MOVE LK-PRODUCT-CODE TO SQL-PRODUCT-CODE.

           EXEC SQL
               SELECT customer_firstname, customer_lastname,
                      customer_mail, customer_adress1,
                      customer_zipcode, customer_town
               INTO :SQL-FIRSTNAME, :SQL-LASTNAME, :SQL-MAIL,
                      :SQL-ADRESS1, :SQL-ZIPCODE, :SQL-TOWN
               FROM customer
               WHERE customer_uuid = :SQL-UUID
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'termcont', 'READ-CUSTOMER',
                   SQLCODE
               END-CALL
               GOBACK
           END-IF.

           EXEC SQL
               SELECT contract_premium_amount, contract_end_date
               INTO :SQL-PREMIUM-AMOUNT, :SQL-END-DATE
               FROM CONTRACT
               WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
               AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND CONTRACT_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 'C' TO LK-RESULT-FLAG
               GOBACK
           END-IF.

           PERFORM COMPUTE-EFFECT-DATE.
           PERFORM COMPUTE-PRORATED-REFUND.
           PERFORM CLOSE-CONTRACT-AT-EFFECT.

           GOBACK.

      *    [MF] Applique le preavis : la date d'effet retenue est au
      *    plus tot le depart du preavis plus le preavis. Une date
      *    demandee plus lointaine est respectee, une date trop
      *    proche (ou laissee a blanc) est reportee a la fin du
      *    preavis au lieu d'etre refusee - l'adherent n'a pas a
      *    rappeler pour redeposer sa demande.
       COMPUTE-EFFECT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YYYYMMDD
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               TO WS-TODAY-INT

           IF LK-NOTICE-START = SPACES
               MOVE WS-TODAY-INT TO WS-START-INT
           ELSE
               MOVE LK-NOTICE-START(1:4) TO WS-DATE-RAW-YEAR
               MOVE LK-NOTICE-START(6:2) TO WS-DATE-RAW-MONTH
               MOVE LK-NOTICE-START(9:2) TO WS-DATE-RAW-DAY
               MOVE FUNCTION NUMVAL(WS-DATE-RAW) TO WS-DATE-YYYYMMDD
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   TO WS-START-INT
           END-IF
           COMPUTE WS-NOTICE-LIMIT-INT =
               WS-START-INT + LK-NOTICE-DAYS

           IF LK-WISHED-DATE = SPACES
               MOVE WS-NOTICE-LIMIT-INT TO WS-EFFECT-INT
           ELSE
               MOVE LK-WISHED-DATE(1:4) TO WS-DATE-RAW-YEAR
               MOVE LK-WISHED-DATE(6:2) TO WS-DATE-RAW-MONTH
               MOVE LK-WISHED-DATE(9:2) TO WS-DATE-RAW-DAY
               MOVE FUNCTION NUMVAL(WS-DATE-RAW) TO WS-DATE-YYYYMMDD
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   TO WS-EFFECT-INT
               IF WS-EFFECT-INT < WS-NOTICE-LIMIT-INT
                   MOVE WS-NOTICE-LIMIT-INT TO WS-EFFECT-INT
               END-IF
           END-IF

           MOVE FUNCTION DATE-OF-INTEGER(WS-EFFECT-INT)
               TO WS-DATE-YYYYMMDD
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-RAW
           MOVE SPACES TO WS-DATE-ISO
           STRING WS-DATE-RAW-YEAR DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-DATE-RAW-MONTH DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   WS-DATE-RAW-DAY DELIMITED BY SIZE
               INTO WS-DATE-ISO
           END-STRING
           MOVE WS-DATE-ISO TO SQL-EFFECT-DATE.

      *    [MF] Prorata de prime a rembourser : la part de la prime
      *    annuelle correspondant aux jours entre la date d'effet de
      *    la resiliation et la fin de periode deja payee. Il est
      *    garde sur le contrat (CONTRACT_REFUND_AMOUNT) : la
      *    prevision de tresorerie (tresorep) l'attend a la date
      *    d'effet.
       COMPUTE-PRORATED-REFUND.
           MOVE ZERO TO WS-REFUND-AMOUNT
           IF SQL-END-DATE NOT = SPACES
               MOVE SQL-END-DATE(1:4) TO WS-DATE-RAW-YEAR
               MOVE SQL-END-DATE(6:2) TO WS-DATE-RAW-MONTH
               MOVE SQL-END-DATE(9:2) TO WS-DATE-RAW-DAY
               MOVE FUNCTION NUMVAL(WS-DATE-RAW) TO WS-DATE-YYYYMMDD
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   TO WS-END-INT
               COMPUTE WS-UNUSED-DAYS = WS-END-INT - WS-EFFECT-INT
               IF WS-UNUSED-DAYS > 0
                   COMPUTE WS-REFUND-AMOUNT ROUNDED =
                       SQL-PREMIUM-AMOUNT * WS-UNUSED-DAYS / 365
               END-IF
           END-IF.

      *    [MF] Cloture le contrat a la date d'effet retenue : fin de
      *    contrat posee a cette date, statut 'R' immediat si elle
      *    est deja atteinte, sinon le batch de renouvellement
      *    (renewcont) fermera le contrat a l'echeance grace au refus
      *    de renouvellement. Les echeances futures sont annulees et
      *    la lettre de confirmation est constituee.
       CLOSE-CONTRACT-AT-EFFECT.
           MOVE WS-REFUND-AMOUNT TO SQL-REFUND-AMOUNT
           IF WS-EFFECT-INT > WS-TODAY-INT
               EXEC SQL
                   UPDATE CONTRACT
                   SET CONTRACT_END_DATE = :SQL-EFFECT-DATE,
                       CONTRACT_RENEW_DECLINED = 'O',
                       CONTRACT_REFUND_AMOUNT = :SQL-REFUND-AMOUNT
                   WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
                   AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
                   AND CONTRACT_STATUS = 'A'
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE CONTRACT
                   SET CONTRACT_STATUS = 'R',
                       CONTRACT_END_DATE = :SQL-EFFECT-DATE,
                       CONTRACT_REFUND_AMOUNT = :SQL-REFUND-AMOUNT
                   WHERE CONTRACT_CUSTOMER_UUID = :SQL-UUID
                   AND CONTRACT_PRODUCT_CODE = :SQL-PRODUCT-CODE
                   AND CONTRACT_STATUS = 'A'
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'termcont', 'CLOSE-CONTRACT',
                   SQLCODE
               END-CALL
           ELSE
               PERFORM CANCEL-FUTURE-ECHEANCES
               PERFORM QUEUE-TERMINATION-LETTER
               MOVE 'CONTRAT-RESILIATION' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
               STRING FUNCTION TRIM(SQL-PRODUCT-CODE)
                       DELIMITED BY SIZE
                       ' EFFET ' DELIMITED BY SIZE
                       SQL-EFFECT-DATE DELIMITED BY SIZE
                       ' REMB ' DELIMITED BY SIZE
                       WS-REFUND-AMOUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-DETAIL
               END-STRING
               CALL 'logaudit' USING SQL-UUID,
                   WS-AUDIT-ACTION, WS-AUDIT-DETAIL
               END-CALL
               MOVE SQL-EFFECT-DATE TO LK-EFFECT-DATE
               MOVE WS-REFUND-AMOUNT TO LK-REFUND-AMOUNT
               MOVE 'Y' TO LK-RESULT-FLAG
           END-IF.

      *    [MF] Annule les echeances encore prevues au-dela de la
      *    date d'effet, pour que l'extrait de facturation ne
      *    facture plus la periode non courue.
       CANCEL-FUTURE-ECHEANCES.
           EXEC SQL
               UPDATE ECHEANCIER
               SET ECHEANCIER_STATUS = 'X'
               WHERE ECHEANCIER_CUSTOMER_UUID = :SQL-UUID
               AND ECHEANCIER_PRODUCT_CODE = :SQL-PRODUCT-CODE
               AND ECHEANCIER_STATUS = 'P'
               AND ECHEANCIER_DUE_DATE > :SQL-EFFECT-DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'termcont', 'CANCEL-ECHEANCES',
                   SQLCODE
               END-CALL
           END-IF.

      *    [MF] Lettre de confirmation de resiliation : MAILQUEUE
      *    quand l'adherent a un mail, fichier courrier sinon - fini
      *    la cloture silencieuse qui finissait en reclamation. Sous
      *    mesure de protection, la lettre part par courrier au
      *    representant legal, a son adresse (getlegrep).
       QUEUE-TERMINATION-LETTER.
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING SQL-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL

           MOVE 'M' TO WS-CONSENT-CHANNEL
           MOVE 'N' TO WS-CONSENT-FLAG
           IF SQL-MAIL NOT = SPACES AND WS-REP-FOUND NOT = 'Y'
               CALL 'chkconsent' USING SQL-UUID,
                   WS-CONSENT-CHANNEL, WS-CONSENT-FLAG
               END-CALL
           END-IF

           IF SQL-MAIL NOT = SPACES AND WS-CONSENT-FLAG = 'Y'
               OPEN EXTEND MAIL-FILE
               IF WS-MAIL-FILE-STATUS = '35'
                   OPEN OUTPUT MAIL-FILE
               END-IF
               MOVE SPACES TO MAIL-RECORD
               STRING FUNCTION TRIM(SQL-MAIL) DELIMITED BY SIZE
                       '|CONFIRMATION DE RESILIATION|' DELIMITED BY
                       SIZE
                       FUNCTION TRIM(WS-REP-ADDRESSEE)
                       DELIMITED BY SIZE
                       ' - EFFET ' DELIMITED BY SIZE
                       SQL-EFFECT-DATE DELIMITED BY SIZE
                   INTO MAIL-RECORD
               END-STRING
               MOVE MAIL-RECORD TO WS-CORR-RECORD
               WRITE MAIL-RECORD
               CALL 'logcorr' USING SQL-UUID, 'M', WS-CORR-RECORD
               END-CALL
               CLOSE MAIL-FILE
           ELSE
               OPEN EXTEND COURRIER-FILE
               IF WS-COURRIER-FILE-STATUS = '35'
                   OPEN OUTPUT COURRIER-FILE
               END-IF
               MOVE SPACES TO COURRIER-RECORD
               STRING 'CONFIRMATION DE RESILIATION;' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REP-ADDRESSEE)
                       DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ADRESS1) DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-ZIPCODE) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(SQL-TOWN) DELIMITED BY SIZE
                       ';EFFET ' DELIMITED BY SIZE
                       SQL-EFFECT-DATE DELIMITED BY SIZE
                   INTO COURRIER-RECORD
               END-STRING
               MOVE COURRIER-RECORD TO WS-CORR-RECORD
               WRITE COURRIER-RECORD
               CALL 'logcorr' USING SQL-UUID, 'C', WS-CORR-RECORD
               END-CALL
               CLOSE COURRIER-FILE
           END-IF.
