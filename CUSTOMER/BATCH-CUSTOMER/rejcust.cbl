      *    resigner ; un defaut de provision reste un cas de
      *    re-presentation. Chaque branche ecrit sa propre ligne
      *    dans REJECTSDAY.
      *
      *    Les rejets peuvent aussi arriver en avis ISO 20022
      *    camt.054 (fichier XML indente, reconnu a son premier
      *    caractere '<'). Chaque transaction retournee (TxDtls
      *    portant un RtrInf) fournit la reference de bout en bout du
      *    prelevement d'origine - reference de remise suivie de
      *    l'identifiant COLLECTION_ID (painprlv) - et le code motif
      *    R-transaction (RtrInf/Rsn/Cd), qui alimente le meme
      *    aiguillage par motif. L'adherent et la ligne COLLECTION
      *    rejetee sont retrouves par cette reference ; a defaut, le
      *    rattachement retombe sur l'IBAN du debiteur. L'en-tete
      *    d'echange controle par chkexchg est alors forme de
      *    l'emetteur CAMT054, du numero electronique de l'avis
      *    (ElctrncSeqNb) et de la date de creation du message.
      *
      *    Tout rejet rattache a un adherent lui est aussi signale
      *    par SMS (queuesms, type PRELEVEMENT REJETE) quand il a
      *    consenti au telephone : il peut approvisionner son compte
      *    avant la re-presentation, sans attendre la lettre.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rejcust.
       01  WS-REJ-CODE-SECU             PIC X(15).
       01  WS-REJ-AMOUNT                PIC X(12).
       01  WS-REJ-MOTIF                 PIC X(50).
       01  WS-REJ-E2E-REF               PIC X(35).
       01  WS-REJ-E2E-OURS              PIC X(01).

      *    [MF] Lecture de l'avis camt.054 : chaque ligne est decoupee
      *    en elements <balise>valeur ; les indicateurs situent
      *    l'element dans la transaction (TxDtls), l'information de
      *    retour (RtrInf) et le compte du debiteur (DbtrAcct).
       01  WS-REJ-FORMAT                PIC X(01) VALUE 'F'.
       01  WS-XML-POINTER               PIC 9(03).
       01  WS-XML-PIECE                 PIC X(200).
       01  WS-XML-TAG-FULL              PIC X(100).
       01  WS-XML-TAG                   PIC X(30).
       01  WS-XML-VALUE                 PIC X(100).
       01  WS-CAMT-HEADER-PASS          PIC X(01) VALUE 'Y'.
       01  WS-CAMT-CRE-DATE             PIC X(10) VALUE SPACES.
       01  WS-CAMT-SEQ-TXT              PIC X(18) VALUE SPACES.
       01  WS-CAMT-SEQ                  PIC 9(06).
       01  WS-CAMT-IN-NTRY              PIC X(01) VALUE 'N'.
       01  WS-CAMT-IN-TXDTLS            PIC X(01) VALUE 'N'.
       01  WS-CAMT-IN-RTRINF            PIC X(01) VALUE 'N'.
       01  WS-CAMT-IN-DBTR-ACCT         PIC X(01) VALUE 'N'.
       01  WS-CAMT-NTRY-AMOUNT          PIC X(12).
       01  WS-CAMT-TX-AMOUNT            PIC X(12).
       01  WS-CAMT-TX-IBAN              PIC X(34).
       01  WS-CAMT-TX-E2E               PIC X(35).
       01  WS-CAMT-TX-REASON            PIC X(04).
       01  WS-CAMT-TX-ADDTL             PIC X(45).

      *    [MF] Code motif bancaire en tete du champ motif (AC04
      *    compte cloture, MD01 mandat absent, AM04 provision
       01  WS-AUDIT-ACTION              PIC X(20).
       01  WS-AUDIT-DETAIL              PIC X(200).

      *    [MF] Avis SMS du rejet (queuesms) : type du gabarit et
      *    detail montant / motif.
       01  WS-SMS-TYPE                  PIC X(40)
           VALUE 'PRELEVEMENT REJETE'.
       01  WS-SMS-DETAIL                PIC X(80).

      *    [MF] Controle d'echange (chkexchg) : en-tete du fichier
      *    ENTETE;<emetteur>;<sequence>;<date> et indicateur
      *    d'acceptation.
       01  SQL-REJ-COLL-ID          PIC 9(09).
       01  SQL-MATCH-CODE-SECU      PIC X(15).
       01  SQL-REJ-ECH-ID           PIC 9(09).
       01  SQL-E2E-REMIT-REF        PIC X(17).
       01  SQL-E2E-COLLECTION-ID    PIC 9(09).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

               GOBACK
           END-IF.
           MOVE REJECT-RECORD TO WS-EXG-WORK-LINE.
           IF FUNCTION TRIM(REJECT-RECORD)(1:1) = '<'
               MOVE 'X' TO WS-REJ-FORMAT
               PERFORM READ-CAMT-HEADER
           END-IF.
           PERFORM CHECK-EXCHANGE-HEADER.
           IF WS-EXG-ACCEPT-FLAG NOT = 'Y'
               CLOSE REJECT-FILE

           PERFORM WRITE-REPORT-HEADER.

           IF WS-REJ-FORMAT = 'X'
               PERFORM PROCESS-CAMT-RECORD
                   UNTIL WS-REJECT-EOF = 'Y'
           ELSE
               READ REJECT-FILE
                   AT END MOVE 'Y' TO WS-REJECT-EOF
               END-READ
               PERFORM PROCESS-ONE-REJECT
                   UNTIL WS-REJECT-EOF = 'Y'
           END-IF.

           CLOSE REJECT-FILE.
           MOVE WS-REJECT-LINE-COUNT TO WS-EXG-LINES.
       PROCESS-ONE-REJECT.
           ADD 1 TO WS-REJECT-LINE-COUNT
           MOVE SPACES TO WS-REJ-IBAN WS-REJ-CODE-SECU
               WS-REJ-AMOUNT WS-REJ-MOTIF WS-REJ-E2E-REF
           UNSTRING REJECT-RECORD DELIMITED BY ';'
               INTO WS-REJ-IBAN, WS-REJ-CODE-SECU, WS-REJ-AMOUNT,
                   WS-REJ-MOTIF
               AT END MOVE 'Y' TO WS-REJECT-EOF
           END-READ.

      *    [MF] Recherche l'adherent d'abord par la reference de bout
      *    en bout du prelevement rejete (avis camt), puis par l'IBAN
      *    debite, puis a defaut par le code_secu porte par le rejet
      *    - la banque ne renvoie pas toujours les trois.
       MATCH-REJECT-CUSTOMER.
           MOVE WS-REJ-IBAN      TO SQL-REJ-IBAN
           MOVE WS-REJ-CODE-SECU TO SQL-REJ-CODE-SECU
           MOVE 0 TO SQL-REJ-COLL-ID
           MOVE 'N' TO WS-REJ-E2E-OURS
           MOVE 100 TO SQLCODE

           IF WS-REJ-E2E-REF NOT = SPACES
               PERFORM FIND-REJECT-BY-REFERENCE
           END-IF.

           IF SQLCODE NOT = ZERO AND WS-REJ-E2E-OURS = 'N'
               EXEC SQL
                   SELECT customer_uuid, customer_lastname,
                          customer_firstname, customer_code_secu
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                          :SQL-MATCH-CODE-SECU
                   FROM customer
                   WHERE customer_code_iban = TRIM(:SQL-REJ-IBAN)
                   AND customer_active != 'A'
               END-EXEC
           END-IF.

           IF SQLCODE NOT = ZERO AND WS-REJ-E2E-OURS = 'N'
               EXEC SQL
                   SELECT customer_uuid, customer_lastname,
                          customer_firstname, customer_code_secu
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REJ-CODE-SECU)
                           DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REJ-E2E-REF)
                           DELIMITED BY SIZE
                   INTO REJECT-REPORT-RECORD
               END-STRING
               WRITE REJECT-REPORT-RECORD
           END-IF.

      *    [MF] La reference de bout en bout de nos prelevements est
      *    <reference de remise>-<COLLECTION_ID> : la ligne COLLECTION
      *    designee (emise ou acceptee, de cette remise) donne
      *    l'adherent et sera elle-meme la ligne passee au statut
      *    rejete. Une reference de cette forme qui ne trouve rien
      *    (ligne deja rejetee, prelevement groupe d'employeur) laisse
      *    le rejet non rattache plutot que de le reporter par IBAN
      *    sur un autre prelevement.
       FIND-REJECT-BY-REFERENCE.
           IF WS-REJ-E2E-REF(18:1) = '-'
              AND WS-REJ-E2E-REF(19:9) IS NUMERIC
               MOVE 'Y' TO WS-REJ-E2E-OURS
               MOVE WS-REJ-E2E-REF(1:17) TO SQL-E2E-REMIT-REF
               MOVE WS-REJ-E2E-REF(19:9) TO SQL-E2E-COLLECTION-ID
               EXEC SQL
                   SELECT c.customer_uuid, c.customer_lastname,
                          c.customer_firstname, c.customer_code_secu,
                          COLLECTION_ID
                   INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                          :SQL-MATCH-CODE-SECU, :SQL-REJ-COLL-ID
                   FROM COLLECTION
                   JOIN customer c
                     ON c.customer_uuid = COLLECTION_CUSTOMER_UUID
                   WHERE COLLECTION_ID = :SQL-E2E-COLLECTION-ID
                   AND COLLECTION_REMIT_REF = :SQL-E2E-REMIT-REF
                   AND ( COLLECTION_STATUS = 'E'
                      OR COLLECTION_STATUS = 'A' )
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 0 TO SQL-REJ-COLL-ID
               END-IF
           END-IF.

      *    [MF] Aiguille le rejet selon son code motif bancaire : les
      *    codes se valent pour l'impaye de la fiche, pas pour la
      *    suite a donner.
                   PERFORM REQUEUE-ECHEANCE
           END-EVALUATE.

           PERFORM NOTIFY-REJECT-SMS.

      *    [MF] Avis SMS du rejet a l'adherent : montant et motif
      *    bancaire, le consentement et le numero sont verifies par
      *    queuesms.
       NOTIFY-REJECT-SMS.
           MOVE SPACES TO WS-SMS-DETAIL
           STRING FUNCTION TRIM(WS-REJ-AMOUNT) DELIMITED BY SIZE
                   ' EUR ' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REJ-MOTIF) DELIMITED BY SIZE
               INTO WS-SMS-DETAIL
           END-STRING
           CALL 'queuesms' USING SQL-UUID, WS-SMS-TYPE, WS-SMS-DETAIL
           END-CALL.

      *    [MF] Cas de re-presentation (defaut de provision et
      *    assimiles) : la plupart de ces rejets passent tres bien
      *    quelques semaines plus tard. L'echeance prelevee ('D')
      *    [MF] Le rejet arrive toujours apres l'accuse de remise
      *    (ackremit) : la ligne visee est le plus souvent deja
      *    passee de 'E' a 'A' (acceptee), les deux statuts sont
      *    donc pointes, comme au rapprochement bancaire. Un rejet
      *    camt rattache par sa reference de bout en bout designe
      *    deja la ligne exacte.
           IF SQL-REJ-COLL-ID = 0
               EXEC SQL
                   SELECT COALESCE(MIN(COLLECTION_ID), 0)
                   INTO :SQL-REJ-COLL-ID
                   FROM COLLECTION
                   WHERE COLLECTION_CUSTOMER_UUID = :SQL-UUID
                   AND COLLECTION_AMOUNT = :SQL-REJ-AMOUNT
                   AND ( COLLECTION_STATUS = 'E'
                      OR COLLECTION_STATUS = 'A' )
               END-EXEC
           END-IF.

           IF SQLCODE = ZERO AND SQL-REJ-COLL-ID > 0
               EXEC SQL
               END-IF
           END-IF.

      *    [MF] Premiere lecture d'un avis camt.054 : releve la date
      *    de creation du message et le numero electronique de l'avis,
      *    puis rouvre le fichier pour le traitement. L'en-tete
      *    d'echange est reconstitue sous la forme habituelle
      *    ENTETE;CAMT054;<sequence>;<date> ; sans numero d'avis, le
      *    fichier est traite comme depourvu d'en-tete.
       READ-CAMT-HEADER.
           MOVE 'Y' TO WS-CAMT-HEADER-PASS
           PERFORM UNTIL WS-REJECT-EOF = 'Y'
               PERFORM SCAN-CAMT-LINE
               READ REJECT-FILE
                   AT END MOVE 'Y' TO WS-REJECT-EOF
               END-READ
           END-PERFORM.
           CLOSE REJECT-FILE.

           MOVE SPACES TO WS-EXG-WORK-LINE
           IF WS-CAMT-SEQ-TXT = SPACES
               MOVE 'CAMT054 SANS NUMERO D''AVIS'
                   TO WS-EXG-WORK-LINE
           ELSE
               MOVE FUNCTION NUMVAL(WS-CAMT-SEQ-TXT) TO WS-CAMT-SEQ
               STRING 'ENTETE;CAMT054;' DELIMITED BY SIZE
                       WS-CAMT-SEQ DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       WS-CAMT-CRE-DATE DELIMITED BY SIZE
                   INTO WS-EXG-WORK-LINE
               END-STRING
           END-IF.

           MOVE 'N' TO WS-CAMT-HEADER-PASS
           MOVE 'N' TO WS-REJECT-EOF
           OPEN INPUT REJECT-FILE.
           READ REJECT-FILE
               AT END MOVE 'Y' TO WS-REJECT-EOF
           END-READ.

      *    [MF] Seconde lecture : traite les elements de la ligne
      *    courante puis lit la suivante.
       PROCESS-CAMT-RECORD.
           PERFORM SCAN-CAMT-LINE
           READ REJECT-FILE
               AT END MOVE 'Y' TO WS-REJECT-EOF
           END-READ.

      *    [MF] Decoupe la ligne sur '<' : chaque morceau est
      *    'balise attributs>valeur' ou '/balise>' pour une fermeture.
       SCAN-CAMT-LINE.
           MOVE 1 TO WS-XML-POINTER
           PERFORM UNTIL WS-XML-POINTER > 200
               MOVE SPACES TO WS-XML-PIECE
               UNSTRING REJECT-RECORD DELIMITED BY '<'
                   INTO WS-XML-PIECE
                   WITH POINTER WS-XML-POINTER
               END-UNSTRING
               IF WS-XML-PIECE NOT = SPACES
                   MOVE SPACES TO WS-XML-TAG-FULL WS-XML-VALUE
                       WS-XML-TAG
                   UNSTRING WS-XML-PIECE DELIMITED BY '>'
                       INTO WS-XML-TAG-FULL, WS-XML-VALUE
                   END-UNSTRING
                   UNSTRING WS-XML-TAG-FULL DELIMITED BY ' '
                       INTO WS-XML-TAG
                   END-UNSTRING
                   IF WS-CAMT-HEADER-PASS = 'Y'
                       PERFORM HANDLE-CAMT-HEADER-ELEMENT
                   ELSE
                       PERFORM HANDLE-CAMT-ELEMENT
                   END-IF
               END-IF
           END-PERFORM.

      *    [MF] Seules la premiere date de creation (celle de l'entete
      *    de groupe) et le numero electronique de l'avis servent au
      *    controle d'echange.
       HANDLE-CAMT-HEADER-ELEMENT.
           EVALUATE WS-XML-TAG
               WHEN 'CreDtTm'
                   IF WS-CAMT-CRE-DATE = SPACES
                       MOVE WS-XML-VALUE(1:10) TO WS-CAMT-CRE-DATE
                   END-IF
               WHEN 'ElctrncSeqNb'
                   IF WS-CAMT-SEQ-TXT = SPACES
                       MOVE WS-XML-VALUE TO WS-CAMT-SEQ-TXT
                   END-IF
           END-EVALUATE.

      *    [MF] Chaque transaction (TxDtls) d'une ecriture de l'avis
      *    porte la reference de bout en bout, le montant, le compte
      *    du debiteur et, pour un retour, le code motif et son
      *    libelle (RtrInf/Rsn/Cd, RtrInf/AddtlInf). Les autres codes
      *    (Cd de la famille d'operation, ...) sont ignores hors
      *    RtrInf.
       HANDLE-CAMT-ELEMENT.
           EVALUATE WS-XML-TAG
               WHEN 'Ntry'
                   MOVE 'Y' TO WS-CAMT-IN-NTRY
                   MOVE 'N' TO WS-CAMT-IN-TXDTLS
                   MOVE SPACES TO WS-CAMT-NTRY-AMOUNT
               WHEN '/Ntry'
                   MOVE 'N' TO WS-CAMT-IN-NTRY
               WHEN 'TxDtls'
                   IF WS-CAMT-IN-NTRY = 'Y'
                       MOVE 'Y' TO WS-CAMT-IN-TXDTLS
                       MOVE SPACES TO WS-CAMT-TX-AMOUNT
                           WS-CAMT-TX-IBAN WS-CAMT-TX-E2E
                           WS-CAMT-TX-REASON WS-CAMT-TX-ADDTL
                   END-IF
               WHEN 'Amt'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-AMOUNT
                   ELSE
                       IF WS-CAMT-IN-NTRY = 'Y'
                          AND WS-CAMT-NTRY-AMOUNT = SPACES
                           MOVE WS-XML-VALUE TO WS-CAMT-NTRY-AMOUNT
                       END-IF
                   END-IF
               WHEN 'DbtrAcct'
                   MOVE 'Y' TO WS-CAMT-IN-DBTR-ACCT
               WHEN '/DbtrAcct'
                   MOVE 'N' TO WS-CAMT-IN-DBTR-ACCT
               WHEN 'IBAN'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                      AND WS-CAMT-IN-DBTR-ACCT = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-IBAN
                   END-IF
               WHEN 'EndToEndId'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-E2E
                   END-IF
               WHEN 'RtrInf'
                   MOVE 'Y' TO WS-CAMT-IN-RTRINF
               WHEN '/RtrInf'
                   MOVE 'N' TO WS-CAMT-IN-RTRINF
               WHEN 'Cd'
                   IF WS-CAMT-IN-RTRINF = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-REASON
                   END-IF
               WHEN 'AddtlInf'
                   IF WS-CAMT-IN-RTRINF = 'Y'
                       MOVE WS-XML-VALUE TO WS-CAMT-TX-ADDTL
                   END-IF
               WHEN '/TxDtls'
                   IF WS-CAMT-IN-TXDTLS = 'Y'
                       MOVE 'N' TO WS-CAMT-IN-TXDTLS
                       IF WS-CAMT-TX-AMOUNT = SPACES
                           MOVE WS-CAMT-NTRY-AMOUNT TO WS-CAMT-TX-AMOUNT
                       END-IF
                       PERFORM PROCESS-CAMT-REJECT
                   END-IF
           END-EVALUATE.

      *    [MF] Une transaction retournee (code motif present) passe
      *    par le meme rattachement qu'une ligne du fichier plat ; le
      *    champ motif reprend le code R-transaction en tete, suivi de
      *    son libelle.
       PROCESS-CAMT-REJECT.
           IF WS-CAMT-TX-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-LINE-COUNT
               MOVE WS-CAMT-TX-IBAN TO WS-REJ-IBAN
               MOVE SPACES TO WS-REJ-CODE-SECU WS-REJ-MOTIF
               MOVE WS-CAMT-TX-AMOUNT TO WS-REJ-AMOUNT
               MOVE WS-CAMT-TX-E2E TO WS-REJ-E2E-REF
               STRING WS-CAMT-TX-REASON DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CAMT-TX-ADDTL DELIMITED BY SIZE
                   INTO WS-REJ-MOTIF
               END-STRING
               PERFORM MATCH-REJECT-CUSTOMER
           END-IF.

      *    [MF] La premiere ligne est l'en-tete d'echange
      *    (ENTETE;<emetteur>;<sequence>;<date>) : le controle
      *    chkexchg refuse un doublon ou un saut de sequence et
