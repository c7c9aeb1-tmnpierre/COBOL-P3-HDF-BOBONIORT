      *    prestataire conventionne (provadm, table PROVIDER) : la    *
      *    part mutuelle sera alors viree par payclaim directement    *
      *    sur l'IBAN du prestataire, l'adherent n'avance rien.       *
      *                                                               *
      *    Le code acte doit exister dans le referentiel des actes    *
      *    (actadm, table ACT) et y etre valide a la date des soins   *
      *    (controle chkact) : un code mal saisi est refuse a         *
      *    l'ecran au lieu d'echouer au calcul de calcclaim.          *
      *                                                               *
      *    Un soin recu hors zone euro se saisit dans sa devise       *
      *    (code ISO) et pour son montant d'origine : la devise doit  *
      *    avoir un cours dans le referentiel des taux de change      *
      *    (rateadm, table EXCHANGE_RATE). La depense en euros est    *
      *    laissee a zero et calculee par calcclaim au cours de la    *
      *    date des soins.                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. creaclaim.
      *    [MF] Periode comptable ouverte pour la date des soins
      *    (controle chkperiod, table tenue par periadm).
       01  WS-PERIOD-OPEN-FLAG        PIC X(01).
      *    [MF] Code acte connu du referentiel a la date des soins
      *    (controle chkact, table tenue par actadm).
       01  WS-ACT-VALID-FLAG          PIC X(01).
       01  WS-ACT-FAMILY              PIC X(12).
       01  WS-ERROR-MESSAGE            PIC X(70).
      *    [MF] profil du terminal (gettermp) : les antennes locales
      *    en 80x24 recoivent l'ecran compact
           05  WS-RO-AMOUNT         PIC 9(07)V99.
           05  WS-BENE-FIRSTNAME    PIC X(14).
           05  WS-TP-PROVIDER-CODE  PIC X(10).
           05  WS-CURRENCY          PIC X(03).
           05  WS-FOREIGN-AMOUNT    PIC 9(07)V99.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  SQL-BENEFICIARY-ID       PIC 9(09).
       01  SQL-TP-PROVIDER-CODE     PIC X(10).
       01  SQL-TP-PROVIDER-COUNT    PIC 9(05).
       01  SQL-CURRENCY             PIC X(03).
       01  SQL-FOREIGN-AMOUNT       PIC 9(07)V99.
       01  SQL-RATE-COUNT           PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Devise hors euro (vide=EUR)'
           LINE 25 COL 21.
           05 FILLER PIC X VALUE ':' LINE 25 COL 53.
           05 FILLER PIC X(03) TO WS-CURRENCY LINE 25 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Montant en devise'
           LINE 27 COL 21.
           05 FILLER PIC X VALUE ':' LINE 27 COL 53.
           05 FILLER PIC 9(07)V99 TO WS-FOREIGN-AMOUNT LINE 27 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider la saisie'
           LINE 30 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLAIM-SCREEN-VALIDATION
           LINE 30 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 32 COL 21
           AUTO FOREGROUND-COLOR IS 2.

      *    [MF] Variante 80 colonnes du meme ecran, pour les
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Devise hors euro (vide=EUR)'
           LINE 15 COL 2.
           05 FILLER PIC X VALUE ':' LINE 15 COL 32.
           05 FILLER PIC X(03) TO WS-CURRENCY LINE 15 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Montant en devise'
           LINE 17 COL 2.
           05 FILLER PIC X VALUE ':' LINE 17 COL 32.
           05 FILLER PIC 9(07)V99 TO WS-FOREIGN-AMOUNT LINE 17 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Valider la saisie'
           LINE 19 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLAIM-SCREEN-VALIDATION
           LINE 19 COL 34
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(70) FROM WS-ERROR-MESSAGE LINE 21 COL 2
           AUTO FOREGROUND-COLOR IS 2.

      ******************************************************************
                   GO TO INSERT-CLAIM-REFUSE
               END-IF

               MOVE 'N' TO WS-ACT-VALID-FLAG
               CALL 'chkact' USING WS-ACT-CODE, WS-CARE-DATE,
                   WS-ACT-VALID-FLAG, WS-ACT-FAMILY
               END-CALL
               IF WS-ACT-VALID-FLAG NOT = 'Y'
                   MOVE 'Code acte inconnu ou non valide a cette date.'
                       TO WS-ERROR-MESSAGE
                   GO TO INSERT-CLAIM-REFUSE
               END-IF

               MOVE WS-CARE-DATE      TO SQL-CARE-DATE
               MOVE FUNCTION UPPER-CASE(WS-ACT-CODE) TO SQL-ACT-CODE
               MOVE WS-EXPENSE-AMOUNT TO SQL-EXPENSE-AMOUNT
                   GO TO INSERT-CLAIM-REFUSE
               END-IF

               PERFORM CHECK-CURRENCY
               IF SQL-CURRENCY NOT = SPACES
                   AND WS-FOREIGN-AMOUNT = ZERO
                   MOVE 'Montant en devise obligatoire hors euro.'
                       TO WS-ERROR-MESSAGE
                   GO TO INSERT-CLAIM-REFUSE
               END-IF
               IF SQL-CURRENCY NOT = SPACES
                   AND SQL-RATE-COUNT = 0
                   MOVE 'Devise sans cours dans le referentiel.'
                       TO WS-ERROR-MESSAGE
                   GO TO INSERT-CLAIM-REFUSE
               END-IF

               EXEC SQL
                   INSERT INTO CLAIM (
                       CLAIM_CUSTOMER_UUID, CLAIM_BENEFICIARY_ID,
                       CLAIM_PROVIDER_CODE, CLAIM_CARE_DATE,
                       CLAIM_ACT_CODE, CLAIM_EXPENSE_AMOUNT,
                       CLAIM_RO_AMOUNT, CLAIM_OUR_AMOUNT,
                       CLAIM_STATUS, CLAIM_CREATE_DATE,
                       CLAIM_CURRENCY, CLAIM_FOREIGN_AMOUNT,
                       CLAIM_EXCHANGE_RATE )
                   VALUES ( :WS-FOUND-UUID, :SQL-BENEFICIARY-ID,
                            :SQL-TP-PROVIDER-CODE, :SQL-CARE-DATE,
                            :SQL-ACT-CODE, :SQL-EXPENSE-AMOUNT,
                            :SQL-RO-AMOUNT, 0, 'N', CURRENT_DATE,
                            :SQL-CURRENCY, :SQL-FOREIGN-AMOUNT, 0 )
               END-EXEC

               IF SQLCODE NOT = ZERO
               END-IF
           END-IF.

      *    [MF] Une devise laissee vide ou 'EUR' designe un soin en
      *    euros, comme avant. Toute autre devise doit avoir au moins
      *    un cours (rateadm) ; la depense en euros est alors remise
      *    a zero, calcclaim la calculant au cours de la date des
      *    soins.
       CHECK-CURRENCY.
           MOVE ZERO TO SQL-RATE-COUNT
           MOVE ZERO TO SQL-FOREIGN-AMOUNT
           MOVE FUNCTION UPPER-CASE(WS-CURRENCY) TO SQL-CURRENCY
           IF SQL-CURRENCY = 'EUR'
               MOVE SPACES TO SQL-CURRENCY
           END-IF
           IF SQL-CURRENCY NOT = SPACES
               MOVE WS-FOREIGN-AMOUNT TO SQL-FOREIGN-AMOUNT
               MOVE ZERO TO SQL-EXPENSE-AMOUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :SQL-RATE-COUNT
                   FROM EXCHANGE_RATE
                   WHERE RATE_CURRENCY = :SQL-CURRENCY
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO SQL-RATE-COUNT
               END-IF
           END-IF.

      *    [MF] Retrouve l'ayant droit designe par son prenom parmi
      *    ceux de l'adherent (benecust) ; un prenom laisse vide
      *    designe l'adherent lui-meme (identifiant zero).
