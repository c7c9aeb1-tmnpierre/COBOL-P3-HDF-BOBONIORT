      *    d'effet demandee avant l'expiration du preavis est          *
      *    reportee a la fin du preavis. Le trop-percu de prime sur    *
      *    la periode non courue est calcule au prorata des jours et   *
      *    affiche a l'operateur puis garde sur le contrat, les        *
      *    echeances futures sont annulees, et une lettre de           *
      *    confirmation est deposee dans MAILQUEUE ou dans le fichier  *
      *    courrier.                                                   *
      *    Sous mesure de protection (table LEGAL_REP), l'ecran        *
      *    rappelle que la resiliation doit etre demandee par le       *
      *    representant legal, a qui la confirmation est adressee.     *
      *    Les regles de resiliation (preavis, prorata, cloture,       *
      *    lettre) sont portees par le module commun termcont,         *
      *    partage avec les demandes du nouvel assureur (impresil).    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. resilcont.
       AUTHOR.       Martial.
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-FOUND-UUID            PIC X(36).
       01  WS-NOT-FOUND-FLAG        PIC X(01) VALUE 'N'.
       01  WS-CONTRACT-NOT-FOUND    PIC X(01) VALUE 'N'.
       01  WS-TERM-SCREEN-VALIDATION PIC X(01).
       01  WS-ERROR-MESSAGE          PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
       01  WS-TERM-DATE              PIC X(10).
       01  WS-AUTHORIZED-FLAG        PIC X(01) VALUE 'N'.

      *    [MF] Preavis contractuel en jours, et resultat rendu par
      *    le module de resiliation (termcont).
       01  WS-NOTICE-DAYS            PIC 9(03) VALUE 60.
       01  WS-NOTICE-START           PIC X(10).
       01  WS-EFFECT-DATE            PIC X(10).
       01  WS-REFUND-AMOUNT          PIC 9(07)V99.
       01  WS-TERM-RESULT            PIC X(01).

      *    [MF] Mesure de protection active (getlegrep, table
      *    LEGAL_REP) : l'ecran rappelle que la demande doit venir du
      *    representant legal.
       01  WS-REP-WARNING           PIC X(70).
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-ADRESS1              PIC X(50).
       01  SQL-ZIPCODE              PIC X(15).
       01  SQL-TOWN                 PIC X(50).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           05 FILLER PIC X(21) VALUE 'RESILIER UN CONTRAT' LINE 6
           COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-WARNING LINE 11 COL 21
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(13) VALUE 'Code produit' LINE 13 COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(10) TO WS-PRODUCT-CODE LINE 13 COL 55 AUTO
           05 FILLER PIC X(19) VALUE 'RESILIER UN CONTRAT' LINE 1
           COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-WARNING LINE 2 COL 2
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(12) VALUE 'Code produit' LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 24.
           05 FILLER PIC X(10) TO WS-PRODUCT-CODE LINE 3 COL 26 AUTO
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM APPLY-LEGAL-REP
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT TERM-CONTRACT-SCREEN-80
               ELSE
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Mesure de protection active : avertissement a
      *    l'ecran, et la lettre de confirmation part par courrier
      *    au representant legal, a son adresse (getlegrep).
       APPLY-LEGAL-REP.
           MOVE SPACES TO WS-REP-WARNING
           MOVE SPACES TO WS-REP-ADDRESSEE
           STRING FUNCTION TRIM(SQL-FIRSTNAME) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(SQL-LASTNAME) DELIMITED BY SIZE
               INTO WS-REP-ADDRESSEE
           END-STRING
           CALL 'getlegrep' USING WS-FOUND-UUID, WS-REP-ADDRESSEE,
               SQL-ADRESS1, SQL-ZIPCODE, SQL-TOWN, WS-REP-TYPE,
               WS-REP-FOUND
           END-CALL
           IF WS-REP-FOUND = 'Y'
               MOVE 'SOUS PROTECTION : DEMANDE DU REPRESENTANT LEGAL'
                   TO WS-REP-WARNING
           END-IF.

      *    [MF] Cloture le contrat identifie par son code produit,
      *    uniquement s'il est encore actif pour cet adherent. Le
      *    code produit est d'abord valide contre la table de
               WHERE PRODUCT_CODE = TRIM(:SQL-PRODUCT-CODE)
           END-EXEC.

      *    [MF] Les regles de resiliation sont celles du module
      *    commun termcont, avec le preavis contractuel compte a
      *    partir d'aujourd'hui.
       TERMINATE-CONTRACT-ROW.
           MOVE SPACES TO WS-NOTICE-START
           CALL 'termcont' USING WS-FOUND-UUID, SQL-PRODUCT-CODE,
               WS-TERM-DATE, WS-NOTICE-START, WS-NOTICE-DAYS,
               WS-EFFECT-DATE, WS-REFUND-AMOUNT, WS-TERM-RESULT
           END-CALL

           EVALUATE WS-TERM-RESULT
               WHEN 'Y'
                   MOVE SPACES TO WS-ERROR-MESSAGE
                   STRING 'Resiliation au ' DELIMITED BY SIZE
                           WS-EFFECT-DATE DELIMITED BY SIZE
                           ', a rembourser : ' DELIMITED BY SIZE
                           WS-REFUND-AMOUNT DELIMITED BY SIZE
                           ' EUR.' DELIMITED BY SIZE
                       INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN 'C'
                   MOVE 'Aucun contrat actif avec ce code produit.'
                       TO WS-ERROR-MESSAGE
               WHEN OTHER
                   MOVE 'Erreur technique lors de la resiliation.'
                       TO WS-ERROR-MESSAGE
           END-EVALUATE.
