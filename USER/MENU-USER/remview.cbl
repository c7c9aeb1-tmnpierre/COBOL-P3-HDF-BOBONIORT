      ******************************************************************
      *    [MF] Le programme 'Consultation des Remises' est l'ecran
      *    superviseur ouvert depuis le tableau de bord quand la
      *    banque appelle au sujet d'une remise, ou quand ackremit
      *    l'a marquee refusee : la remise est vue en entier, et non
      *    plus ligne a ligne depuis situcust ou detaclaim.
      *
      *    La remise est retrouvee par sa reference ou, a defaut,
      *    par sa date de depot. Chaque type a sa reference du jour :
      *    BOBONIORT suivi de la date AAAAMMJJ pour les prelevements
      *    (sepacust), BOBOVIREM suivi de la date pour les virements
      *    (payclaim). Sur une date, le type saisi ('P' prelevements,
      *    'V' virements) donne la reference ; a blanc, la remise de
      *    prelevements est cherchee d'abord, celle de virements
      *    ensuite.
      *    Ecran reserve aux superviseurs (chkrole).
      *
      *    L'ecran affiche :
      *    - le type de la remise et son accuse bancaire (table
      *      REMIT_ACK, alimentee par ackremit depuis le fichier
      *      REMITACK) : acceptee, refusee avec le motif, ou aucun
      *      accuse charge ;
      *    - nombre et montant des lignes par statut : emises ('E'),
      *      acceptees en attente de credit ('A'), creditees ('C'),
      *      rejetees ('R'), refusees ('F') pour les prelevements ;
      *      payees ('P') pour les virements - un virement revenu est
      *      detache de la remise par rejvirt et n'y figure plus ;
      *    - la liste numerotee des lignes, par pages, dont une ligne
      *      choisie ouvre la gestion adherent (menucust) sur la
      *      fiche, uuid en main, comme depuis la recherche. Une
      *      ligne d'appel employeur (contrat collectif) n'a pas de
      *      fiche adherent a ouvrir.
      *    Consultation seule, sans mise a jour.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remview.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-REMIT-REF             PIC X(17).
       01  WS-REMIT-DATE            PIC X(10).
       01  WS-REMIT-TYPE            PIC X(01).
      *    [MF] Type saisi, et reference construite depuis la date :
      *    a blanc, la remise de virements du jour est cherchee a
      *    defaut de celle de prelevements.
       01  WS-REMIT-TYPE-ASKED      PIC X(01).
       01  WS-REF-FROM-DATE         PIC X(01) VALUE 'N'.
       01  WS-REF-PREFIX            PIC X(09).
       01  WS-AUTHORIZED-FLAG       PIC X(01) VALUE 'N'.
       01  WS-TYPE-LABEL            PIC X(12).
       01  WS-STATUS-LABEL          PIC X(12).
       01  WS-ACK-LABEL             PIC X(20).
       01  WS-RETURN-CHOICE         PIC X(01).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
       01  WS-TERM-PROFILE          PIC X(05).

      *    [MF] Lignes de la remise, chargees une fois puis affichees
      *    par pages ; l'uuid et le nom servent a ouvrir menucust.
       01  WS-LINE-MAX              PIC 9(04) VALUE 2000.
       01  WS-LINE-COUNT            PIC 9(04) VALUE 0.
       01  WS-LINE-OVERFLOW         PIC X(01) VALUE 'N'.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES.
               10  WS-LINE-UUID         PIC X(36).
               10  WS-LINE-FIRSTNAME    PIC X(14).
               10  WS-LINE-LASTNAME     PIC X(14).
               10  WS-LINE-TEXT         PIC X(70).
       01  WS-LINE-IDX              PIC 9(04).
       01  WS-LINE-EDIT             PIC Z(3)9.
       01  WS-PAGE-SIZE             PIC 9(02) VALUE 15.
       01  WS-PAGE-START            PIC 9(04) VALUE 1.
       01  WS-PAGE-END              PIC 9(04).
       01  WS-BROWSE-ANSWER         PIC X(04).
       01  WS-BROWSE-DONE           PIC X(01).
       01  WS-SELECTED-LINE         PIC 9(04).
       01  WS-AMOUNT-EDIT           PIC Z(8)9.99.

       01  WS-MENUCUST-SELECTION.
           05  WS-MENU-SEL-FIRSTNAME    PIC X(14).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-MENU-SEL-LASTNAME     PIC X(14).
           05  WS-MENU-SEL-UUID         PIC X(36).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
       01  PASSWD   PIC  X(10).
       01  SQL-REMIT-REF            PIC X(17).
       01  SQL-DEBIT-COUNT          PIC 9(07).
       01  SQL-TRANSFER-COUNT       PIC 9(07).
       01  SQL-ISSUE-DATE           PIC X(10).
       01  SQL-ACK-STATUS           PIC X(01).
       01  SQL-ACK-MOTIF            PIC X(50).
       01  SQL-ACK-DATE             PIC X(10).
       01  SQL-LINE-STATUS          PIC X(01).
       01  SQL-STATUS-COUNT         PIC 9(07).
       01  SQL-STATUS-AMOUNT        PIC 9(09)V99.
       01  SQL-UUID                 PIC X(36).
       01  SQL-LASTNAME             PIC X(50).
       01  SQL-FIRSTNAME            PIC X(50).
       01  SQL-LINE-CODE            PIC X(10).
       01  SQL-LINE-DATE            PIC X(10).
       01  SQL-LINE-AMOUNT          PIC 9(07)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       SCREEN SECTION.
       01  REMIT-SELECT-SCREEN FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(24) VALUE 'CONSULTATION DES REMISES'
           LINE 6 COL 91 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(18) VALUE 'Reference remise' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(17) TO WS-REMIT-REF LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(30) VALUE 'ou date de depot (AAAA-MM-JJ)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) TO WS-REMIT-DATE LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(32) VALUE 'Type (P prelevement, V virement)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(01) TO WS-REMIT-TYPE LINE 17 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

       01  REMIT-VIEW-SCREEN FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Retour menu' LINE 34 COL 172
           FOREGROUND-COLOR IS 2.

      *    [MF] Variantes 80 colonnes des memes ecrans, pour les
      *    terminaux standards des antennes locales.
       01  REMIT-SELECT-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 BLANK SCREEN.
           05 FILLER PIC X(24) VALUE 'CONSULTATION DES REMISES'
           LINE 1 COL 29 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(16) VALUE 'Reference remise' LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(17) TO WS-REMIT-REF LINE 5 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(29) VALUE 'ou date de depot (AAAA-MM-JJ)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 32.
           05 FILLER PIC X(10) TO WS-REMIT-DATE LINE 7 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(28) VALUE 'Type (P prelev., V virement)'
           LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 32.
           05 FILLER PIC X(01) TO WS-REMIT-TYPE LINE 9 COL 34 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

       01  REMIT-VIEW-SCREEN-80 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(11) VALUE 'Retour menu' LINE 23 COL 2
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RETURN-CHOICE LINE 23 COL 15
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      ******************************************************************

       PROCEDURE DIVISION.
       0000-START-MAIN.
           CALL 'getdbcred' USING DBNAME, USERNAME, PASSWD
           END-CALL.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = ZERO
               DISPLAY 'Erreur : connexion a la base de donnees '
                   'impossible.'
               GOBACK
           END-IF.

           CALL 'chkrole' USING 'SUPERVISOR', WS-AUTHORIZED-FLAG
           END-CALL.
           IF WS-AUTHORIZED-FLAG NOT = 'Y'
               DISPLAY 'Erreur : habilitation insuffisante pour '
                   'consulter les remises.'
               EXEC SQL DISCONNECT ALL END-EXEC
               GOBACK
           END-IF.

           CALL 'gettermp' USING WS-TERM-PROFILE
           END-CALL.
           IF WS-TERM-PROFILE = '80COL'
               ACCEPT REMIT-SELECT-SCREEN-80
           ELSE
               ACCEPT REMIT-SELECT-SCREEN
           END-IF.

           PERFORM BUILD-REMIT-REFERENCE.
           PERFORM FIND-REMIT-TYPE.
           IF WS-REMIT-TYPE = SPACES AND WS-REMIT-TYPE-ASKED = SPACES
               AND WS-REF-FROM-DATE = 'Y'
               MOVE 'BOBOVIREM' TO WS-REF-PREFIX
               PERFORM BUILD-DATED-REFERENCE
               PERFORM FIND-REMIT-TYPE
           END-IF.

           IF WS-REMIT-TYPE = SPACES
               DISPLAY 'Erreur : aucune remise ne correspond a '
                   'cette reference ou cette date.'
           ELSE
               PERFORM DISPLAY-REMIT-HEADER
               PERFORM DISPLAY-STATUS-TOTALS
               PERFORM LOAD-REMIT-LINES
               IF WS-LINE-COUNT > 0
                   PERFORM BROWSE-REMIT-LINES
               END-IF
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT REMIT-VIEW-SCREEN-80
               ELSE
                   ACCEPT REMIT-VIEW-SCREEN
               END-IF
           END-IF.

           EXEC SQL DISCONNECT ALL END-EXEC.
           GOBACK.

      *    [MF] Sans reference saisie, la date de depot donne la
      *    reference du jour, meme construction que sepacust
      *    (BOBONIORT, prelevements) et payclaim (BOBOVIREM,
      *    virements) ; a type blanc, les prelevements d'abord.
       BUILD-REMIT-REFERENCE.
           MOVE FUNCTION UPPER-CASE(WS-REMIT-TYPE) TO WS-REMIT-TYPE
           MOVE WS-REMIT-TYPE TO WS-REMIT-TYPE-ASKED
           MOVE 'N' TO WS-REF-FROM-DATE
           MOVE FUNCTION UPPER-CASE(WS-REMIT-REF) TO SQL-REMIT-REF
           IF SQL-REMIT-REF = SPACES AND WS-REMIT-DATE NOT = SPACES
               MOVE 'Y' TO WS-REF-FROM-DATE
               IF WS-REMIT-TYPE = 'V'
                   MOVE 'BOBOVIREM' TO WS-REF-PREFIX
               ELSE
                   MOVE 'BOBONIORT' TO WS-REF-PREFIX
               END-IF
               PERFORM BUILD-DATED-REFERENCE
           END-IF.

      *    [MF] Reference du jour : prefixe du type et date AAAAMMJJ.
       BUILD-DATED-REFERENCE.
           MOVE SPACES TO SQL-REMIT-REF
           STRING WS-REF-PREFIX DELIMITED BY SIZE
                   WS-REMIT-DATE(1:4) DELIMITED BY SIZE
                   WS-REMIT-DATE(6:2) DELIMITED BY SIZE
                   WS-REMIT-DATE(9:2) DELIMITED BY SIZE
               INTO SQL-REMIT-REF
           END-STRING.

      *    [MF] Type de la remise : celui saisi s'il a des lignes,
      *    sinon les prelevements s'il y en a, les virements sinon.
      *    A blanc en sortie, la remise est inconnue.
       FIND-REMIT-TYPE.
           MOVE ZERO TO SQL-DEBIT-COUNT SQL-TRANSFER-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-DEBIT-COUNT
               FROM COLLECTION
               WHERE COLLECTION_REMIT_REF = TRIM(:SQL-REMIT-REF)
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-TRANSFER-COUNT
               FROM CLAIM
               WHERE CLAIM_REMIT_REF = TRIM(:SQL-REMIT-REF)
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-REMIT-TYPE = 'P' AND SQL-DEBIT-COUNT > 0
                   CONTINUE
               WHEN WS-REMIT-TYPE = 'V' AND SQL-TRANSFER-COUNT > 0
                   CONTINUE
               WHEN WS-REMIT-TYPE NOT = 'V' AND SQL-DEBIT-COUNT > 0
                   MOVE 'P' TO WS-REMIT-TYPE
               WHEN WS-REMIT-TYPE NOT = 'P'
                   AND SQL-TRANSFER-COUNT > 0
                   MOVE 'V' TO WS-REMIT-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-REMIT-TYPE
           END-EVALUATE.

      *    [MF] Reference, type, date de depot et accuse bancaire le
      *    plus recent de la remise.
       DISPLAY-REMIT-HEADER.
           MOVE SPACES TO SQL-ISSUE-DATE
           IF WS-REMIT-TYPE = 'P'
               MOVE 'PRELEVEMENTS' TO WS-TYPE-LABEL
               EXEC SQL
                   SELECT COALESCE(CAST(MIN(COLLECTION_ISSUE_DATE)
                       AS TEXT), ' ')
                   INTO :SQL-ISSUE-DATE
                   FROM COLLECTION
                   WHERE COLLECTION_REMIT_REF = TRIM(:SQL-REMIT-REF)
               END-EXEC
           ELSE
               MOVE 'VIREMENTS' TO WS-TYPE-LABEL
               EXEC SQL
                   SELECT COALESCE(CAST(MIN(CLAIM_PAY_DATE)
                       AS TEXT), ' ')
                   INTO :SQL-ISSUE-DATE
                   FROM CLAIM
                   WHERE CLAIM_REMIT_REF = TRIM(:SQL-REMIT-REF)
               END-EXEC
           END-IF

           DISPLAY 'REMISE ' SQL-REMIT-REF ' - ' WS-TYPE-LABEL
               ' - DEPOSEE LE ' SQL-ISSUE-DATE

           EXEC SQL
               SELECT REMIT_ACK_STATUS,
                   COALESCE(REMIT_ACK_MOTIF, ' '),
                   CAST(REMIT_ACK_DATE AS TEXT)
               INTO :SQL-ACK-STATUS, :SQL-ACK-MOTIF, :SQL-ACK-DATE
               FROM REMIT_ACK
               WHERE REMIT_ACK_REF = TRIM(:SQL-REMIT-REF)
               ORDER BY REMIT_ACK_DATE DESC
               LIMIT 1
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY '  ACCUSE BANCAIRE : AUCUN ACCUSE CHARGE'
           ELSE
               IF SQL-ACK-STATUS = 'F'
                   MOVE 'REFUSEE' TO WS-ACK-LABEL
               ELSE
                   MOVE 'ACCEPTEE' TO WS-ACK-LABEL
               END-IF
               DISPLAY '  ACCUSE BANCAIRE : ' WS-ACK-LABEL
                   ' LE ' SQL-ACK-DATE ' '
                   FUNCTION TRIM(SQL-ACK-MOTIF)
           END-IF.

      *    [MF] Nombre et montant des lignes par statut.
       DISPLAY-STATUS-TOTALS.
           IF WS-REMIT-TYPE = 'P'
               EXEC SQL
                   DECLARE CRSREMVSTP CURSOR FOR
                   SELECT COLLECTION_STATUS, COUNT(*),
                       COALESCE(SUM(COLLECTION_AMOUNT), 0)
                   FROM COLLECTION
                   WHERE COLLECTION_REMIT_REF = TRIM(:SQL-REMIT-REF)
                   GROUP BY COLLECTION_STATUS
                   ORDER BY COLLECTION_STATUS
               END-EXEC
               EXEC SQL OPEN CRSREMVSTP END-EXEC
               PERFORM UNTIL SQLCODE = 100
                   EXEC SQL
                       FETCH CRSREMVSTP
                       INTO :SQL-LINE-STATUS, :SQL-STATUS-COUNT,
                            :SQL-STATUS-AMOUNT
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           PERFORM DISPLAY-ONE-STATUS-TOTAL
                       WHEN 100
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERREUR FETCH CRSREMVSTP : '
                               SQLCODE
                           MOVE 100 TO SQLCODE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CRSREMVSTP END-EXEC
           ELSE
               EXEC SQL
                   DECLARE CRSREMVSTV CURSOR FOR
                   SELECT CLAIM_STATUS, COUNT(*),
                       COALESCE(SUM(CLAIM_OUR_AMOUNT), 0)
                   FROM CLAIM
                   WHERE CLAIM_REMIT_REF = TRIM(:SQL-REMIT-REF)
                   GROUP BY CLAIM_STATUS
                   ORDER BY CLAIM_STATUS
               END-EXEC
               EXEC SQL OPEN CRSREMVSTV END-EXEC
               PERFORM UNTIL SQLCODE = 100
                   EXEC SQL
                       FETCH CRSREMVSTV
                       INTO :SQL-LINE-STATUS, :SQL-STATUS-COUNT,
                            :SQL-STATUS-AMOUNT
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           PERFORM DISPLAY-ONE-STATUS-TOTAL
                       WHEN 100
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERREUR FETCH CRSREMVSTV : '
                               SQLCODE
                           MOVE 100 TO SQLCODE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CRSREMVSTV END-EXEC
           END-IF.

      *    [MF] Une ligne de totaux : libelle du statut, nombre et
      *    montant.
       DISPLAY-ONE-STATUS-TOTAL.
           PERFORM SET-STATUS-LABEL
           MOVE SQL-STATUS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  ' WS-STATUS-LABEL ' : ' SQL-STATUS-COUNT
               ' LIGNE(S) - ' WS-AMOUNT-EDIT ' EUR'.

      *    [MF] Libelle du statut d'une ligne selon le type de la
      *    remise.
       SET-STATUS-LABEL.
           IF WS-REMIT-TYPE = 'P'
               EVALUATE SQL-LINE-STATUS
                   WHEN 'E'
                       MOVE 'EMISE'      TO WS-STATUS-LABEL
                   WHEN 'A'
                       MOVE 'ACCEPTEE'   TO WS-STATUS-LABEL
                   WHEN 'C'
                       MOVE 'CREDITEE'   TO WS-STATUS-LABEL
                   WHEN 'R'
                       MOVE 'REJETEE'    TO WS-STATUS-LABEL
                   WHEN 'F'
                       MOVE 'REFUSEE'    TO WS-STATUS-LABEL
                   WHEN OTHER
                       MOVE SQL-LINE-STATUS TO WS-STATUS-LABEL
               END-EVALUATE
           ELSE
               EVALUATE SQL-LINE-STATUS
                   WHEN 'P'
                       MOVE 'PAYEE'      TO WS-STATUS-LABEL
                   WHEN OTHER
                       MOVE SQL-LINE-STATUS TO WS-STATUS-LABEL
               END-EVALUATE
           END-IF.

      *    [MF] Charge les lignes de la remise, par nom d'adherent.
      *    Une ligne d'appel employeur porte le code employeur a la
      *    place de l'uuid : elle n'a pas de fiche a ouvrir.
       LOAD-REMIT-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           IF WS-REMIT-TYPE = 'P'
               EXEC SQL
                   DECLARE CRSREMVLNP CURSOR FOR
                   SELECT COALESCE(customer_uuid, ' '),
                       COALESCE(customer_lastname,
                           COLLECTION_CUSTOMER_UUID),
                       COALESCE(customer_firstname, ' '),
                       COALESCE(COLLECTION_PRODUCT_CODE, ' '),
                       COALESCE(CAST(COLLECTION_ISSUE_DATE AS TEXT),
                           ' '),
                       COLLECTION_AMOUNT, COLLECTION_STATUS
                   FROM COLLECTION
                   LEFT JOIN customer
                       ON customer_uuid = COLLECTION_CUSTOMER_UUID
                   WHERE COLLECTION_REMIT_REF = TRIM(:SQL-REMIT-REF)
                   ORDER BY 2, 3
               END-EXEC
               EXEC SQL OPEN CRSREMVLNP END-EXEC
               PERFORM UNTIL SQLCODE = 100
                   EXEC SQL
                       FETCH CRSREMVLNP
                       INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                            :SQL-LINE-CODE, :SQL-LINE-DATE,
                            :SQL-LINE-AMOUNT, :SQL-LINE-STATUS
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           PERFORM STORE-ONE-LINE
                       WHEN 100
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERREUR FETCH CRSREMVLNP : '
                               SQLCODE
                           MOVE 100 TO SQLCODE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CRSREMVLNP END-EXEC
           ELSE
               EXEC SQL
                   DECLARE CRSREMVLNV CURSOR FOR
                   SELECT customer_uuid, customer_lastname,
                       customer_firstname,
                       COALESCE(CLAIM_ACT_CODE, ' '),
                       COALESCE(CAST(CLAIM_CARE_DATE AS TEXT), ' '),
                       COALESCE(CLAIM_OUR_AMOUNT, 0), CLAIM_STATUS
                   FROM CLAIM, customer
                   WHERE CLAIM_CUSTOMER_UUID = customer_uuid
                   AND CLAIM_REMIT_REF = TRIM(:SQL-REMIT-REF)
                   ORDER BY customer_lastname, customer_firstname,
                       CLAIM_CARE_DATE
               END-EXEC
               EXEC SQL OPEN CRSREMVLNV END-EXEC
               PERFORM UNTIL SQLCODE = 100
                   EXEC SQL
                       FETCH CRSREMVLNV
                       INTO :SQL-UUID, :SQL-LASTNAME, :SQL-FIRSTNAME,
                            :SQL-LINE-CODE, :SQL-LINE-DATE,
                            :SQL-LINE-AMOUNT, :SQL-LINE-STATUS
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN ZERO
                           PERFORM STORE-ONE-LINE
                       WHEN 100
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'ERREUR FETCH CRSREMVLNV : '
                               SQLCODE
                           MOVE 100 TO SQLCODE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CRSREMVLNV END-EXEC
           END-IF

           IF WS-LINE-OVERFLOW = 'Y'
               DISPLAY '  LISTE LIMITEE AUX ' WS-LINE-MAX
                   ' PREMIERES LIGNES'
           END-IF.

      *    [MF] Range une ligne dans la table d'affichage.
       STORE-ONE-LINE.
           IF WS-LINE-COUNT >= WS-LINE-MAX
               MOVE 'Y' TO WS-LINE-OVERFLOW
           ELSE
               ADD 1 TO WS-LINE-COUNT
               PERFORM SET-STATUS-LABEL
               MOVE SQL-LINE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SQL-UUID      TO WS-LINE-UUID(WS-LINE-COUNT)
               MOVE SQL-FIRSTNAME TO WS-LINE-FIRSTNAME(WS-LINE-COUNT)
               MOVE SQL-LASTNAME  TO WS-LINE-LASTNAME(WS-LINE-COUNT)
               MOVE SPACES TO WS-LINE-TEXT(WS-LINE-COUNT)
               STRING SQL-LASTNAME(1:20) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-FIRSTNAME(1:12) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-LINE-CODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       SQL-LINE-DATE DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STATUS-LABEL DELIMITED BY SIZE
                   INTO WS-LINE-TEXT(WS-LINE-COUNT)
               END-STRING
           END-IF.

      *    [MF] Affichage par pages : S page suivante, P page
      *    precedente, un numero de ligne ouvre la fiche de
      *    l'adherent, 0 ou blanc termine la consultation.
       BROWSE-REMIT-LINES.
           MOVE 1   TO WS-PAGE-START
           MOVE 'N' TO WS-BROWSE-DONE
           PERFORM UNTIL WS-BROWSE-DONE = 'Y'
               PERFORM DISPLAY-ONE-PAGE
               DISPLAY 'S = SUIVANTE, P = PRECEDENTE, NUMERO DE '
                   'LIGNE A OUVRIR, 0 = FIN ?'
               MOVE SPACES TO WS-BROWSE-ANSWER
               ACCEPT WS-BROWSE-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-BROWSE-ANSWER)
                   TO WS-BROWSE-ANSWER
               EVALUATE TRUE
                   WHEN WS-BROWSE-ANSWER = 'S'
                       IF WS-PAGE-START + WS-PAGE-SIZE
                           <= WS-LINE-COUNT
                           ADD WS-PAGE-SIZE TO WS-PAGE-START
                       END-IF
                   WHEN WS-BROWSE-ANSWER = 'P'
                       IF WS-PAGE-START > WS-PAGE-SIZE
                           SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-START
                       ELSE
                           MOVE 1 TO WS-PAGE-START
                       END-IF
                   WHEN WS-BROWSE-ANSWER = SPACES
                       MOVE 'Y' TO WS-BROWSE-DONE
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-BROWSE-ANSWER)
                           TO WS-SELECTED-LINE
                       IF WS-SELECTED-LINE = 0
                           MOVE 'Y' TO WS-BROWSE-DONE
                       ELSE
                           PERFORM OPEN-SELECTED-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *    [MF] Une page de lignes, numerotees dans la remise.
       DISPLAY-ONE-PAGE.
           COMPUTE WS-PAGE-END = WS-PAGE-START + WS-PAGE-SIZE - 1
           IF WS-PAGE-END > WS-LINE-COUNT
               MOVE WS-LINE-COUNT TO WS-PAGE-END
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM WS-PAGE-START BY 1
                   UNTIL WS-LINE-IDX > WS-PAGE-END
               MOVE WS-LINE-IDX TO WS-LINE-EDIT
               DISPLAY WS-LINE-EDIT ' ' WS-LINE-TEXT(WS-LINE-IDX)
           END-PERFORM
           DISPLAY '  LIGNES ' WS-PAGE-START ' A ' WS-PAGE-END
               ' SUR ' WS-LINE-COUNT.

      *    [MF] Ouvre la gestion adherent sur la fiche de la ligne
      *    choisie, comme searcust apres une recherche.
       OPEN-SELECTED-LINE.
           IF WS-SELECTED-LINE > WS-LINE-COUNT
               DISPLAY 'NUMERO DE LIGNE INCONNU'
           ELSE
               IF WS-LINE-UUID(WS-SELECTED-LINE) = SPACES
                   DISPLAY 'LIGNE D''APPEL EMPLOYEUR : PAS DE FICHE '
                       'ADHERENT A OUVRIR'
               ELSE
                   MOVE WS-LINE-FIRSTNAME(WS-SELECTED-LINE)
                       TO WS-MENU-SEL-FIRSTNAME
                   MOVE WS-LINE-LASTNAME(WS-SELECTED-LINE)
                       TO WS-MENU-SEL-LASTNAME
                   MOVE WS-LINE-UUID(WS-SELECTED-LINE)
                       TO WS-MENU-SEL-UUID
                   CALL 'menucust' USING WS-MENUCUST-SELECTION
                   END-CALL
               END-IF
           END-IF.
