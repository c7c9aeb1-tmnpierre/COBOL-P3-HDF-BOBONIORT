      *    qu'il couvre la ligne entiere. Le reglement est trace dans
      *    la table COLLECTION avec son mode de paiement (CHQ ou ESP)
      *    et directement au statut 'C' : l'argent est dans la
      *    caisse, pas a attendre d'un releve. Chaque echeance soldee
      *    a sa propre ligne COLLECTION, rattachee a l'echeance
      *    (COLLECTION_ECHEANCIER_ID) et portant le numero de
      *    quittance : le controle des doubles paiements (doubcust)
      *    reconnait ainsi une echeance payee au guichet et
      *    prelevee par ailleurs. Une quittance
      *    numerotee est imprimee dans le fichier QUITTANCE, au meme
      *    format de fiche que PRINT-FICHE-ADHERENT, et le mouvement
      *    est trace par logaudit avec l'identite de l'operateur.
      *
      *    Chaque reglement porte l'operateur et la section qui l'ont
      *    encaisse, et un cheque son numero : la cloture de caisse
      *    de fin de journee (clotcais) en tire le bordereau de
      *    remise de cheques et l'etat de caisse. Une fois la caisse
      *    de l'operateur cloturee pour la journee, reglcust refuse
      *    tout nouveau reglement de ce jour : le bordereau et l'etat
      *    signes ne bougent plus.
      *
      *    Un arriere passe en perte n'est plus encaissable tel quel :
      *    l'operateur est renvoye vers l'annulation du passage en
      *    perte (valiperte), qui remet les echeances en place.
      *
      *    L'adherent sans mandat qui regle sur un avis de paiement
      *    (avispaie) en presente la reference BOBOAVIS, saisie a
      *    l'ecran : l'echeance designee est soldee en premier, meme
      *    si elle n'est pas encore echue, pourvu que le montant la
      *    couvre ; le reste du montant va aux echeances echues comme
      *    d'habitude.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reglcust.
       01  WS-TERM-PROFILE          PIC X(05).

       01  WS-REGL-MODE             PIC X(01).
       01  WS-REGL-CHEQUE-NUMBER    PIC X(12).
      *    [MF] Reference BOBOAVIS d'un avis de paiement (avispaie),
      *    facultative.
       01  WS-REGL-NOTICE-REF       PIC X(17).
       01  WS-REGL-AMOUNT           PIC 9(07)V99.
       01  WS-REGL-MODE-CODE        PIC X(03).
       01  WS-REGL-REMAINING        PIC 9(07)V99.
       01  SQL-REGL-MODE            PIC X(03).
       01  SQL-QUIT-REF             PIC X(17).
       01  SQL-TODAY-SEQ            PIC 9(05).
       01  SQL-REGL-OPERATOR        PIC X(10).
       01  SQL-REGL-AGENCY          PIC X(10).
       01  SQL-REGL-CHEQUE-NUMBER   PIC X(12).
       01  SQL-CLOSING-COUNT        PIC 9(05).
       01  SQL-WRITEOFF-COUNT       PIC 9(05).
       01  SQL-NOTICE-REF           PIC X(17).
       01  SQL-NOTICE-ECH-ID        PIC 9(09).
       01  SQL-NOTICE-AMOUNT        PIC 9(07)V99.
       01  SQL-NOTICE-PRODUCT-CODE  PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Numero de cheque (mode C)'
           LINE 17 COL 21.
           05 FILLER PIC X VALUE ':' LINE 17 COL 53.
           05 FILLER PIC X(12) TO WS-REGL-CHEQUE-NUMBER LINE 17 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(30) VALUE 'Reference de l''avis (BOBOAVIS)'
           LINE 19 COL 21.
           05 FILLER PIC X VALUE ':' LINE 19 COL 53.
           05 FILLER PIC X(17) TO WS-REGL-NOTICE-REF LINE 19 COL 55
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider le reglement'
           LINE 28 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REGL-SCREEN-VALIDATION
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(25) VALUE 'Numero de cheque (mode C)'
           LINE 7 COL 2.
           05 FILLER PIC X VALUE ':' LINE 7 COL 32.
           05 FILLER PIC X(12) TO WS-REGL-CHEQUE-NUMBER LINE 7 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Reference de l''avis'
           LINE 9 COL 2.
           05 FILLER PIC X VALUE ':' LINE 9 COL 32.
           05 FILLER PIC X(17) TO WS-REGL-NOTICE-REF LINE 9 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Valider le reglement'
           LINE 11 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REGL-SCREEN-VALIDATION
               END-CALL
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE WS-REGL-CHEQUE-NUMBER
                   WS-REGL-NOTICE-REF
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT MANUAL-PAYMENT-SCREEN-80
               ELSE
               GO TO RECORD-MANUAL-PAYMENT-FIN
           END-IF

      *    [MF] Le numero du cheque figure sur le bordereau de remise
      *    en banque ; il n'a pas de sens pour des especes.
           IF WS-REGL-MODE = 'C'
               IF WS-REGL-CHEQUE-NUMBER = SPACES
                   MOVE 'Le numero de cheque est obligatoire.'
                       TO WS-ERROR-MESSAGE
                   GO TO RECORD-MANUAL-PAYMENT-FIN
               END-IF
               MOVE WS-REGL-CHEQUE-NUMBER TO SQL-REGL-CHEQUE-NUMBER
           ELSE
               MOVE SPACES TO SQL-REGL-CHEQUE-NUMBER
           END-IF

      *    [MF] Un encaissement dans un mois comptable ferme
      *    (periadm) changerait apres coup les chiffres arretes.
           MOVE SPACES TO WS-REGL-TODAY
               GO TO RECORD-MANUAL-PAYMENT-FIN
           END-IF

      *    [MF] Operateur et section de l'encaissement (ecran de
      *    connexion, comme logaudit) ; une caisse deja cloturee
      *    aujourd'hui (clotcais) ne recoit plus de reglement.
           MOVE SPACES TO SQL-REGL-OPERATOR SQL-REGL-AGENCY
           ACCEPT SQL-REGL-OPERATOR FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_LOGIN"
           IF SQL-REGL-OPERATOR = SPACES
               MOVE 'BATCH' TO SQL-REGL-OPERATOR
           END-IF
           ACCEPT SQL-REGL-AGENCY FROM ENVIRONMENT
               "BOBONIORT_OPERATOR_AGENCY"

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-CLOSING-COUNT
               FROM COUNTER_CLOSING
               WHERE CLOSING_DATE = CURRENT_DATE
               AND CLOSING_OPERATOR = :SQL-REGL-OPERATOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'reglcust', 'CHECK-CLOSING',
                   SQLCODE
               END-CALL
               MOVE 'Erreur technique, reglement non enregistre.'
                   TO WS-ERROR-MESSAGE
               GO TO RECORD-MANUAL-PAYMENT-FIN
           END-IF
           IF SQL-CLOSING-COUNT > 0
               MOVE 'Caisse du jour cloturee : reglement refuse.'
                   TO WS-ERROR-MESSAGE
               GO TO RECORD-MANUAL-PAYMENT-FIN
           END-IF

      *    [MF] La reference d'un avis de paiement doit designer une
      *    echeance de cet adherent encore a payer, que le montant
      *    recu couvre entierement.
           MOVE 0 TO SQL-NOTICE-ECH-ID
           IF WS-REGL-NOTICE-REF NOT = SPACES
               PERFORM FIND-NOTICE-ECHEANCE
               IF SQL-NOTICE-ECH-ID = 0
                   MOVE 'Reference d''avis inconnue ou deja reglee.'
                       TO WS-ERROR-MESSAGE
                   GO TO RECORD-MANUAL-PAYMENT-FIN
               END-IF
               IF SQL-NOTICE-AMOUNT > WS-REGL-AMOUNT
                   MOVE 'Montant inferieur a l''echeance de l''avis.'
                       TO WS-ERROR-MESSAGE
                   GO TO RECORD-MANUAL-PAYMENT-FIN
               END-IF
           END-IF

           PERFORM SETTLE-DUE-ECHEANCES
           IF WS-REGL-SETTLED = ZERO
               MOVE 'Aucune echeance echue couverte par ce montant.'
                   TO WS-ERROR-MESSAGE
               PERFORM CHECK-WRITTEN-OFF
               GO TO RECORD-MANUAL-PAYMENT-FIN
           END-IF

           PERFORM PRINT-QUITTANCE

           MOVE 'REGLEMENT-MANUEL' TO WS-AUDIT-ACTION
       RECORD-MANUAL-PAYMENT-FIN.
           EXIT.

      *    [MF] Echeance designee par la reference de l'avis de
      *    paiement : de cet adherent, au statut 'P' ou 'F'.
       FIND-NOTICE-ECHEANCE.
           MOVE FUNCTION UPPER-CASE(WS-REGL-NOTICE-REF)
               TO SQL-NOTICE-REF
           EXEC SQL
               SELECT ECHEANCIER_ID, ECHEANCIER_AMOUNT,
                   ECHEANCIER_PRODUCT_CODE
               INTO :SQL-NOTICE-ECH-ID, :SQL-NOTICE-AMOUNT,
                   :SQL-NOTICE-PRODUCT-CODE
               FROM ECHEANCIER
               WHERE ECHEANCIER_CUSTOMER_UUID = :WS-FOUND-UUID
               AND ECHEANCIER_PAY_REF = :SQL-NOTICE-REF
               AND ( ECHEANCIER_STATUS = 'P'
                  OR ECHEANCIER_STATUS = 'F' )
           END-EXEC.
           IF SQLCODE NOT = ZERO
               MOVE 0 TO SQL-NOTICE-ECH-ID
           END-IF.

      *    [MF] Un arriere passe en perte (valiperte) n'est plus
      *    echu : le paiement tardif suppose d'abord l'annulation du
      *    passage en perte par un superviseur.
       CHECK-WRITTEN-OFF.
           MOVE ZERO TO SQL-WRITEOFF-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :SQL-WRITEOFF-COUNT
               FROM WRITEOFF
               WHERE WRITEOFF_CUSTOMER_UUID = :WS-FOUND-UUID
               AND WRITEOFF_STATUS = 'A'
           END-EXEC
           IF SQLCODE = ZERO AND SQL-WRITEOFF-COUNT > 0
               MOVE 'Arriere passe en perte : faire annuler le passage.'
                   TO WS-ERROR-MESSAGE
           END-IF.

      *    [MF] Solde les echeances echues les plus anciennes ('P'
      *    ou 'F' arrivees a date, y compris celles remises en jeu
      *    par un rejet) tant que le montant restant couvre la ligne
      *    entiere - pas de reglement partiel d'une echeance. Le
      *    numero de quittance est pris avant la premiere echeance :
      *    chaque ligne COLLECTION le porte. L'echeance d'un avis de
      *    paiement presente passe avant les autres.
       SETTLE-DUE-ECHEANCES.
           PERFORM BUILD-QUITTANCE-NUMBER
           MOVE WS-REGL-AMOUNT TO WS-REGL-REMAINING
           MOVE ZERO TO WS-REGL-SETTLED WS-REGL-LINE-COUNT

           IF SQL-NOTICE-ECH-ID NOT = 0
               MOVE SQL-NOTICE-ECH-ID TO SQL-ECH-ID
               MOVE SQL-NOTICE-AMOUNT TO SQL-ECH-AMOUNT
               MOVE SQL-NOTICE-PRODUCT-CODE TO SQL-ECH-PRODUCT-CODE
               PERFORM SETTLE-ONE-ECHEANCE
           END-IF

           EXEC SQL
               DECLARE CRSREGLECH CURSOR FOR
               SELECT ECHEANCIER_ID, ECHEANCIER_AMOUNT,

           EXEC SQL CLOSE CRSREGLECH END-EXEC.

      *    [MF] Passe l'echeance reglee au statut 'D', trace son
      *    encaissement et impute le montant.
       SETTLE-ONE-ECHEANCE.
           EXEC SQL
               UPDATE ECHEANCIER
               ADD 1 TO WS-REGL-LINE-COUNT
               ADD SQL-ECH-AMOUNT TO WS-REGL-SETTLED
               SUBTRACT SQL-ECH-AMOUNT FROM WS-REGL-REMAINING
               PERFORM RECORD-MANUAL-COLLECTION
           END-IF.

      *    [MF] Numero de quittance du jour : prefixe, date, et rang
      *    parmi les reglements manuels deja enregistres aujourd'hui
      *    (une quittance par reglement, quel que soit le nombre
      *    d'echeances soldees).
       BUILD-QUITTANCE-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-QUIT-DATE
           EXEC SQL
               SELECT COUNT(DISTINCT COLLECTION_REMIT_REF) + 1
               INTO :SQL-TODAY-SEQ
               FROM COLLECTION
               WHERE COLLECTION_ISSUE_DATE = CURRENT_DATE
               AND ( COLLECTION_PAY_MODE = 'CHQ'
           END-IF
           MOVE SQL-TODAY-SEQ TO WS-QUIT-SEQ.

      *    [MF] Trace l'echeance reglee dans la table COLLECTION avec
      *    son mode de paiement, directement au statut 'C' : l'argent
      *    est encaisse au guichet, pas a attendre du releve.
       RECORD-MANUAL-COLLECTION.
           MOVE SQL-ECH-AMOUNT TO SQL-REGL-AMOUNT
           MOVE WS-REGL-MODE-CODE TO SQL-REGL-MODE
           MOVE WS-QUITTANCE-NUMBER TO SQL-QUIT-REF
           EXEC SQL
                   COLLECTION_IBAN, COLLECTION_PRODUCT_CODE,
                   COLLECTION_AMOUNT, COLLECTION_ISSUE_DATE,
                   COLLECTION_CREDIT_DATE, COLLECTION_STATUS,
                   COLLECTION_PAY_MODE, COLLECTION_ECHEANCIER_ID,
                   COLLECTION_OPERATOR, COLLECTION_AGENCY,
                   COLLECTION_CHEQUE_NUMBER )
               VALUES ( :WS-FOUND-UUID, :SQL-QUIT-REF, ' ',
                        :SQL-ECH-PRODUCT-CODE, :SQL-REGL-AMOUNT,
                        CURRENT_DATE, CURRENT_DATE, 'C',
                        :SQL-REGL-MODE, :SQL-ECH-ID,
                        :SQL-REGL-OPERATOR, :SQL-REGL-AGENCY,
                        :SQL-REGL-CHEQUE-NUMBER )
           END-EXEC.

           IF SQLCODE NOT = ZERO
           END-STRING
           WRITE QUITTANCE-RECORD.

           IF WS-REGL-MODE = 'C'
               MOVE SPACES TO QUITTANCE-RECORD
               STRING 'CHEQUE N°            : ' DELIMITED BY SIZE
                       SQL-REGL-CHEQUE-NUMBER DELIMITED BY SIZE
                   INTO QUITTANCE-RECORD
               END-STRING
               WRITE QUITTANCE-RECORD
           END-IF.

           MOVE SPACES TO QUITTANCE-RECORD
           STRING 'MONTANT ENCAISSE     : ' DELIMITED BY SIZE
                   WS-REGL-SETTLED DELIMITED BY SIZE
