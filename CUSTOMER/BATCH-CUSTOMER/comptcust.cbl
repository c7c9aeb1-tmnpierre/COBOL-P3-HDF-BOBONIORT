      *    encaissements, les rejets bancaires et les virements de
      *    remboursement.
      *
      *    Treize familles de mouvements, une ecriture debit/credit
      *    par mouvement, avec les comptes du plan comptable de
      *    l'association :
      *    - encaissement credite (COLLECTION 'C' du mois) :
      *    - remboursement verse (CLAIM 'P' du mois, payclaim via la
      *      remise SEPAVIREMENT) : debit 656000 PRESTATIONS /
      *      credit 512000 ;
      *    - allocation naissance versee (CLAIM 'P' du mois d'acte
      *      'ALLOCNAIS', creee par benecust) : debit 656100
      *      ALLOCATIONS NAISSANCE / credit 512000 ;
      *    - part CSS du mois (un douzieme de la part annuelle des
      *      contrats CSS actifs, declaree chaque trimestre par
      *      csscust) : debit 467000 ORGANISME PAYEUR / credit
      *      411000 - la creance sur le fonds d'Etat est suivie au
      *      mois, la declaration trimestrielle la reclame ;
      *    - indu constate (OVERPAY_MOVE 'C' du mois, crtindu) :
      *      debit 467200 INDUS A RECUPERER / credit 656000 - la
      *      prestation versee a tort est annulee en creance ;
      *    - indu recupere (OVERPAY_MOVE 'R' du mois, imputation
      *      de payclaim sur un remboursement) : debit 512000 /
      *      credit 467200 - le remboursement a ete vire net de
      *      l'imputation, la creance se solde ;
      *    - trop-percu rembourse (CREDIT_MOVE 'V' du mois, avoir
      *      d'echeances vire par payclaim a l'adherent qui a choisi
      *      le remboursement) : debit 411000 / credit 512000 -
      *      l'avoir porte au credit du compte client par
      *      l'encaissement en double est solde ;
      *    - TSA declaree (TSA_DECLARATION deposee dans le mois par
      *      la declaration trimestrielle tsacust) : debit 637100
      *      TAXES SUR COTISATIONS / credit 447100 TSA A PAYER - la
      *      dette de taxe du trimestre, reglee a l'URSSAF ;
      *    - creance passee en perte (WRITEOFF approuve dans le mois
      *      par un superviseur sur l'ecran valiperte) : debit
      *      654000 PERTES SUR CREANCES IRRECOUVRABLES / credit
      *      411000 - l'arriere de l'adherent sort du compte client ;
      *      l'annulation d'un passage en perte (l'adherent paie
      *      finalement) passe l'ecriture inverse, debit 411000 /
      *      credit 654000, au mois de l'annulation ;
      *    - honoraires de l'agence de recouvrement (RECOVERY_MOVE
      *      du mois, charge par retrecv) : debit 622600 HONORAIRES
      *      DE RECOUVREMENT / credit 512000 - l'agence reverse le
      *      recouvre net de ses honoraires ; le recouvre lui-meme
      *      entre comme un encaissement (COLLECTION 'C', mode REC) ;
      *    - provision pour primes non acquises (PREMIUM_RESERVE,
      *      calculee par ppnarep a la cloture du mois) : la
      *      provision du mois precedent est reprise au premier du
      *      mois, debit 320000 PPNA / credit 706900 VARIATION DES
      *      PRIMES NON ACQUISES, et celle du mois est dotee au
      *      dernier jour, debit 706900 / credit 320000 - ppnarep
      *      doit donc passer avant ce journal ;
      *    - cession en reassurance (REINSURANCE_CESSION etablie
      *      dans le mois par le bordereau trimestriel reascust) :
      *      primes cedees, debit 606100 PRIMES CEDEES / credit
      *      401100 COMPTE REASSUREUR ; commission de reassurance,
      *      debit 401100 / credit 708100 COMMISSIONS DE
      *      REASSURANCE ; sinistres cedes, debit 401100 / credit
      *      656200 PRESTATIONS CEDEES - le compte du reassureur
      *      porte le solde du bordereau.
      *    Une ligne de totaux de controle par compte clot le journal,
      *    et l'equilibre debit/credit est verifie avant la cloture.
      ******************************************************************
      *    [MF] Plan comptable de l'association : les comptes
      *    mouvementes par ce journal, avec leurs cumuls de controle.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 16 TIMES
                       INDEXED BY WS-ACCOUNT-IDX.
               10  WS-ACCOUNT-CODE    PIC X(06).
               10  WS-ACCOUNT-DEBIT   PIC 9(11)V99.
       01  WS-ACCT-ADHERENT           PIC X(06) VALUE '411000'.
       01  WS-ACCT-PRESTATION         PIC X(06) VALUE '656000'.
       01  WS-ACCT-CSS                PIC X(06) VALUE '467000'.
       01  WS-ACCT-INDU               PIC X(06) VALUE '467200'.
       01  WS-ACCT-TSA-CHARGE         PIC X(06) VALUE '637100'.
       01  WS-ACCT-TSA-DUE            PIC X(06) VALUE '447100'.
       01  WS-ACCT-ALLOC-NAIS         PIC X(06) VALUE '656100'.
       01  WS-ACCT-PERTE              PIC X(06) VALUE '654000'.
       01  WS-ACCT-RECOUVREMENT       PIC X(06) VALUE '622600'.
       01  WS-ACCT-PPNA               PIC X(06) VALUE '320000'.
       01  WS-ACCT-PPNA-VARIATION     PIC X(06) VALUE '706900'.
       01  WS-ACCT-REAS-PRIME         PIC X(06) VALUE '606100'.
       01  WS-ACCT-REASSUREUR         PIC X(06) VALUE '401100'.
       01  WS-ACCT-REAS-COMMISSION    PIC X(06) VALUE '708100'.
       01  WS-ACCT-REAS-SINISTRE      PIC X(06) VALUE '656200'.

       01  WS-ENTRY-DEBIT-ACCT        PIC X(06).
       01  WS-ENTRY-CREDIT-ACCT       PIC X(06).
       01  WS-ENTRY-DATE              PIC X(10).
       01  WS-TOTAL-DEBIT             PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-CREDIT            PIC 9(11)V99 VALUE 0.
       01  WS-PPNA-CLOSING            PIC 9(09)V99.

       01  WS-ALERT-SEVERITY          PIC X(01).
       01  WS-ALERT-DETAIL            PIC X(100).
       01  SQL-MOVE-REF             PIC X(17).
       01  SQL-MONTH-START          PIC X(10).
       01  SQL-MONTH-END            PIC X(10).
       01  SQL-MOVE-TYPE            PIC X(01).
       01  SQL-MOVE-ACT-CODE        PIC X(10).
       01  SQL-RESERVE-COUNT        PIC 9(05).
       01  SQL-CEDED-PREMIUM        PIC 9(09)V99.
       01  SQL-CEDED-COMMISSION     PIC 9(09)V99.
       01  SQL-CEDED-CLAIMS         PIC 9(09)V99.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM EXPORT-CLAIM-PAYMENTS.
           PERFORM EXPORT-CSS-SHARE
           THRU EXPORT-CSS-SHARE-FIN.
           PERFORM EXPORT-OVERPAY-MOVES.
           PERFORM EXPORT-CREDIT-REFUNDS.
           PERFORM EXPORT-TSA-DECLARATIONS.
           PERFORM EXPORT-WRITEOFFS.
           PERFORM EXPORT-RECOVERY-FEES.
           PERFORM EXPORT-PREMIUM-RESERVE
           THRU EXPORT-PREMIUM-RESERVE-FIN.
           PERFORM EXPORT-REINSURANCE-CESSIONS.
           PERFORM WRITE-ACCOUNT-TOTALS.

           CLOSE JOURNAL-FILE.
           MOVE WS-MONTH-START TO SQL-MONTH-START
           MOVE WS-MONTH-END   TO SQL-MONTH-END.

      *    [MF] Les comptes du journal, cumuls a zero.
       INIT-ACCOUNT-TABLE.
           MOVE WS-ACCT-BANQUE     TO WS-ACCOUNT-CODE(1)
           MOVE WS-ACCT-ADHERENT   TO WS-ACCOUNT-CODE(2)
           MOVE WS-ACCT-PRESTATION TO WS-ACCOUNT-CODE(3)
           MOVE WS-ACCT-CSS        TO WS-ACCOUNT-CODE(4)
           MOVE WS-ACCT-INDU       TO WS-ACCOUNT-CODE(5)
           MOVE WS-ACCT-TSA-CHARGE TO WS-ACCOUNT-CODE(6)
           MOVE WS-ACCT-TSA-DUE    TO WS-ACCOUNT-CODE(7)
           MOVE WS-ACCT-ALLOC-NAIS TO WS-ACCOUNT-CODE(8)
           MOVE WS-ACCT-PERTE      TO WS-ACCOUNT-CODE(9)
           MOVE WS-ACCT-RECOUVREMENT TO WS-ACCOUNT-CODE(10)
           MOVE WS-ACCT-PPNA       TO WS-ACCOUNT-CODE(11)
           MOVE WS-ACCT-PPNA-VARIATION TO WS-ACCOUNT-CODE(12)
           MOVE WS-ACCT-REAS-PRIME TO WS-ACCOUNT-CODE(13)
           MOVE WS-ACCT-REASSUREUR TO WS-ACCOUNT-CODE(14)
           MOVE WS-ACCT-REAS-COMMISSION TO WS-ACCOUNT-CODE(15)
           MOVE WS-ACCT-REAS-SINISTRE TO WS-ACCOUNT-CODE(16)
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > 16
               MOVE ZERO TO WS-ACCOUNT-DEBIT(WS-ACCOUNT-IDX)
               MOVE ZERO TO WS-ACCOUNT-CREDIT(WS-ACCOUNT-IDX)
           END-PERFORM.
           WRITE JOURNAL-RECORD.

      *    [MF] Encaissements credites du mois : l'argent entre en
      *    banque, la creance de l'adherent se solde. Une echeance
      *    soldee sur avoir (mode 'AVO', doubcust) n'apporte pas
      *    d'argent : le trop-percu a ete passe a son encaissement.
       EXPORT-COLLECTIONS.
           EXEC SQL
               DECLARE CRSGLCOLL CURSOR FOR
                   COLLECTION_REMIT_REF
               FROM COLLECTION
               WHERE COLLECTION_STATUS = 'C'
               AND COALESCE(COLLECTION_PAY_MODE, 'PRL') != 'AVO'
               AND COLLECTION_CREDIT_DATE >= :SQL-MONTH-START
               AND COLLECTION_CREDIT_DATE <= :SQL-MONTH-END
               ORDER BY COLLECTION_CREDIT_DATE

      *    [MF] Remboursements verses du mois (CLAIM 'P', remise de
      *    virements de payclaim) : la prestation est chargee,
      *    l'argent sort de la banque. L'allocation naissance a son
      *    propre compte de charge.
       EXPORT-CLAIM-PAYMENTS.
           EXEC SQL
               DECLARE CRSGLPAY CURSOR FOR
               SELECT CLAIM_OUR_AMOUNT, CLAIM_PAY_DATE,
                   CLAIM_REMIT_REF, CLAIM_ACT_CODE
               FROM CLAIM
               WHERE CLAIM_STATUS = 'P'
               AND CLAIM_OUR_AMOUNT > 0
               EXEC SQL
                   FETCH CRSGLPAY
                   INTO :SQL-MOVE-AMOUNT, :SQL-MOVE-DATE,
                       :SQL-MOVE-REF, :SQL-MOVE-ACT-CODE
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-MOVE-ACT-CODE = 'ALLOCNAIS'
                           MOVE WS-ACCT-ALLOC-NAIS
                               TO WS-ENTRY-DEBIT-ACCT
                           MOVE 'ALLOCATION NAISSANCE'
                               TO WS-ENTRY-LABEL
                       ELSE
                           MOVE WS-ACCT-PRESTATION
                               TO WS-ENTRY-DEBIT-ACCT
                           MOVE 'REMBOURSEMENT SOINS'
                               TO WS-ENTRY-LABEL
                       END-IF
                       MOVE WS-ACCT-BANQUE     TO WS-ENTRY-CREDIT-ACCT
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
       EXPORT-CSS-SHARE-FIN.
           EXIT.

      *    [MF] Mouvements du registre des indus du mois : constat
      *    ('C') et recuperation par imputation ('R'), references
      *    par la demande d'origine ou la remise de virements.
       EXPORT-OVERPAY-MOVES.
           EXEC SQL
               DECLARE CRSGLINDU CURSOR FOR
               SELECT MOVE_TYPE, MOVE_AMOUNT, MOVE_DATE,
                   COALESCE(MOVE_REF, ' ')
               FROM OVERPAY_MOVE
               WHERE MOVE_AMOUNT > 0
               AND MOVE_DATE >= :SQL-MONTH-START
               AND MOVE_DATE <= :SQL-MONTH-END
               ORDER BY MOVE_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSGLINDU
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLINDU
                   INTO :SQL-MOVE-TYPE, :SQL-MOVE-AMOUNT,
                       :SQL-MOVE-DATE, :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-MOVE-TYPE = 'C'
                           MOVE WS-ACCT-INDU TO WS-ENTRY-DEBIT-ACCT
                           MOVE WS-ACCT-PRESTATION
                               TO WS-ENTRY-CREDIT-ACCT
                           MOVE 'CONSTAT INDU' TO WS-ENTRY-LABEL
                       ELSE
                           MOVE WS-ACCT-BANQUE TO WS-ENTRY-DEBIT-ACCT
                           MOVE WS-ACCT-INDU   TO WS-ENTRY-CREDIT-ACCT
                           MOVE 'RECUPERATION INDU' TO WS-ENTRY-LABEL
                       END-IF
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLINDU', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLINDU
           END-EXEC.

      *    [MF] Trop-percus d'echeances rembourses dans le mois
      *    (CREDIT_MOVE 'V', virement de la remise de payclaim) :
      *    l'avoir de l'adherent est solde, l'argent sort de la
      *    banque. Reference : la remise de virements.
       EXPORT-CREDIT-REFUNDS.
           EXEC SQL
               DECLARE CRSGLTROP CURSOR FOR
               SELECT MOVE_AMOUNT, MOVE_DATE, COALESCE(MOVE_REF, ' ')
               FROM CREDIT_MOVE
               WHERE MOVE_TYPE = 'V'
               AND MOVE_AMOUNT > 0
               AND MOVE_DATE >= :SQL-MONTH-START
               AND MOVE_DATE <= :SQL-MONTH-END
               ORDER BY MOVE_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSGLTROP
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLTROP
                   INTO :SQL-MOVE-AMOUNT, :SQL-MOVE-DATE,
                       :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-ACCT-ADHERENT TO WS-ENTRY-DEBIT-ACCT
                       MOVE WS-ACCT-BANQUE   TO WS-ENTRY-CREDIT-ACCT
                       MOVE 'REMBOURSEMENT TROP-PERCU'
                           TO WS-ENTRY-LABEL
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLTROP', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLTROP
           END-EXEC.

      *    [MF] Declarations TSA deposees dans le mois (tsacust) :
      *    la taxe du trimestre est chargee et la dette envers
      *    l'URSSAF constatee, referencee par le trimestre declare.
       EXPORT-TSA-DECLARATIONS.
           EXEC SQL
               DECLARE CRSGLTSA CURSOR FOR
               SELECT TSA_AMOUNT, TSA_DECLARE_DATE, TSA_PERIOD
               FROM TSA_DECLARATION
               WHERE TSA_AMOUNT > 0
               AND TSA_DECLARE_DATE >= :SQL-MONTH-START
               AND TSA_DECLARE_DATE <= :SQL-MONTH-END
               ORDER BY TSA_DECLARE_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSGLTSA
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLTSA
                   INTO :SQL-MOVE-AMOUNT, :SQL-MOVE-DATE,
                       :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-ACCT-TSA-CHARGE TO WS-ENTRY-DEBIT-ACCT
                       MOVE WS-ACCT-TSA-DUE    TO WS-ENTRY-CREDIT-ACCT
                       MOVE 'TSA DECLAREE' TO WS-ENTRY-LABEL
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLTSA', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLTSA
           END-EXEC.

      *    [MF] Passages en perte approuves dans le mois ('A', ou
      *    'X' s'ils ont ete annules depuis) et annulations du mois
      *    ('X'), references par le numero de passage en perte.
       EXPORT-WRITEOFFS.
           EXEC SQL
               DECLARE CRSGLPERTE CURSOR FOR
               SELECT 'A', WRITEOFF_AMOUNT, WRITEOFF_DECIDE_DATE,
                   'PERTE ' || CAST(WRITEOFF_ID AS TEXT)
               FROM WRITEOFF
               WHERE WRITEOFF_AMOUNT > 0
               AND ( WRITEOFF_STATUS = 'A'
                  OR WRITEOFF_STATUS = 'X' )
               AND WRITEOFF_DECIDE_DATE >= :SQL-MONTH-START
               AND WRITEOFF_DECIDE_DATE <= :SQL-MONTH-END
               UNION ALL
               SELECT 'X', WRITEOFF_AMOUNT, WRITEOFF_REVERSE_DATE,
                   'PERTE ' || CAST(WRITEOFF_ID AS TEXT)
               FROM WRITEOFF
               WHERE WRITEOFF_AMOUNT > 0
               AND WRITEOFF_STATUS = 'X'
               AND WRITEOFF_REVERSE_DATE >= :SQL-MONTH-START
               AND WRITEOFF_REVERSE_DATE <= :SQL-MONTH-END
               ORDER BY 3
           END-EXEC.

           EXEC SQL
               OPEN CRSGLPERTE
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLPERTE
                   INTO :SQL-MOVE-TYPE, :SQL-MOVE-AMOUNT,
                       :SQL-MOVE-DATE, :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       IF SQL-MOVE-TYPE = 'A'
                           MOVE WS-ACCT-PERTE    TO WS-ENTRY-DEBIT-ACCT
                           MOVE WS-ACCT-ADHERENT
                               TO WS-ENTRY-CREDIT-ACCT
                           MOVE 'CREANCE PASSEE EN PERTE'
                               TO WS-ENTRY-LABEL
                       ELSE
                           MOVE WS-ACCT-ADHERENT TO WS-ENTRY-DEBIT-ACCT
                           MOVE WS-ACCT-PERTE
                               TO WS-ENTRY-CREDIT-ACCT
                           MOVE 'ANNULATION PASSAGE EN PERTE'
                               TO WS-ENTRY-LABEL
                       END-IF
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLPERTE', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLPERTE
           END-EXEC.

      *    [MF] Honoraires retenus par l'agence de recouvrement sur
      *    les mouvements charges dans le mois, references par le
      *    dossier.
       EXPORT-RECOVERY-FEES.
           EXEC SQL
               DECLARE CRSGLRECV CURSOR FOR
               SELECT MOVE_FEES, MOVE_DATE,
                   'REC' || CAST(MOVE_RECOVERY_ID AS TEXT)
               FROM RECOVERY_MOVE
               WHERE MOVE_FEES > 0
               AND MOVE_DATE >= :SQL-MONTH-START
               AND MOVE_DATE <= :SQL-MONTH-END
               ORDER BY MOVE_DATE
           END-EXEC.

           EXEC SQL
               OPEN CRSGLRECV
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLRECV
                   INTO :SQL-MOVE-AMOUNT, :SQL-MOVE-DATE,
                       :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-ACCT-RECOUVREMENT
                           TO WS-ENTRY-DEBIT-ACCT
                       MOVE WS-ACCT-BANQUE   TO WS-ENTRY-CREDIT-ACCT
                       MOVE 'HONORAIRES RECOUVREMENT' TO WS-ENTRY-LABEL
                       PERFORM WRITE-ONE-ENTRY
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLRECV', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLRECV
           END-EXEC.

      *    [MF] Provision pour primes non acquises : reprise de la
      *    provision arretee a la fin du mois precedent, puis
      *    dotation de celle arretee a la fin du mois ecoule, toutes
      *    deux lues dans PREMIUM_RESERVE (ppnarep).
       EXPORT-PREMIUM-RESERVE.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(RESERVE_CLOSING), 0)
               INTO :SQL-RESERVE-COUNT, :SQL-MOVE-AMOUNT
               FROM PREMIUM_RESERVE
               WHERE RESERVE_CLOSE_DATE = CAST(:SQL-MONTH-END AS DATE)
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'comptcust', 'SELECT-PPNA',
                   SQLCODE
               END-CALL
               GO TO EXPORT-PREMIUM-RESERVE-FIN
           END-IF.

      *    [MF] Sans calcul du mois, la reprise passerait seule et
      *    la provision serait soldee a tort : rien n'est passe, le
      *    superviseur fait tourner ppnarep puis relance ce journal.
           IF SQL-RESERVE-COUNT = 0
               MOVE 'H' TO WS-ALERT-SEVERITY
               MOVE 'PPNA DU MOIS NON CALCULEE (PPNAREP)'
                   TO WS-ALERT-DETAIL
               CALL 'logalert' USING 'comptcust ', WS-ALERT-SEVERITY,
                   WS-ALERT-DETAIL
               END-CALL
               GO TO EXPORT-PREMIUM-RESERVE-FIN
           END-IF.
           MOVE SQL-MOVE-AMOUNT TO WS-PPNA-CLOSING.

           EXEC SQL
               SELECT COALESCE(SUM(RESERVE_CLOSING), 0)
               INTO :SQL-MOVE-AMOUNT
               FROM PREMIUM_RESERVE
               WHERE RESERVE_CLOSE_DATE =
                   CAST(:SQL-MONTH-START AS DATE) - 1
           END-EXEC.
           IF SQLCODE NOT = ZERO
               CALL 'logsqlerr' USING 'comptcust', 'SELECT-PPNA-PREV',
                   SQLCODE
               END-CALL
               GO TO EXPORT-PREMIUM-RESERVE-FIN
           END-IF.

           IF SQL-MOVE-AMOUNT > 0
               MOVE WS-MONTH-START TO SQL-MOVE-DATE
               MOVE SPACES TO SQL-MOVE-REF
               MOVE WS-ACCT-PPNA           TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-PPNA-VARIATION TO WS-ENTRY-CREDIT-ACCT
               MOVE 'REPRISE PPNA' TO WS-ENTRY-LABEL
               PERFORM WRITE-ONE-ENTRY
           END-IF.

           IF WS-PPNA-CLOSING > 0
               MOVE WS-PPNA-CLOSING TO SQL-MOVE-AMOUNT
               MOVE WS-MONTH-END TO SQL-MOVE-DATE
               MOVE SPACES TO SQL-MOVE-REF
               MOVE WS-ACCT-PPNA-VARIATION TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-PPNA           TO WS-ENTRY-CREDIT-ACCT
               MOVE 'DOTATION PPNA' TO WS-ENTRY-LABEL
               PERFORM WRITE-ONE-ENTRY
           END-IF.

       EXPORT-PREMIUM-RESERVE-FIN.
           EXIT.

      *    [MF] Lignes de bordereau de cession etablies dans le mois,
      *    referencees par le trimestre : primes cedees, commission
      *    et sinistres cedes, chacun en ecriture propre sur le
      *    compte du reassureur.
       EXPORT-REINSURANCE-CESSIONS.
           EXEC SQL
               DECLARE CRSGLREAS CURSOR FOR
               SELECT CESSION_CEDED_PREMIUM, CESSION_COMMISSION,
                   CESSION_CEDED_CLAIMS, CESSION_DECLARE_DATE,
                   'REA' || CESSION_PERIOD
               FROM REINSURANCE_CESSION
               WHERE CESSION_DECLARE_DATE >= :SQL-MONTH-START
               AND CESSION_DECLARE_DATE <= :SQL-MONTH-END
               ORDER BY CESSION_PRODUCT_CODE, CESSION_TREATY_START
           END-EXEC.

           EXEC SQL
               OPEN CRSGLREAS
           END-EXEC.

           MOVE 'N' TO WS-MOVE-EOF
           PERFORM UNTIL WS-MOVE-EOF = 'Y'
               EXEC SQL
                   FETCH CRSGLREAS
                   INTO :SQL-CEDED-PREMIUM, :SQL-CEDED-COMMISSION,
                       :SQL-CEDED-CLAIMS, :SQL-MOVE-DATE,
                       :SQL-MOVE-REF
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       PERFORM WRITE-CESSION-ENTRIES
                   WHEN 100
                       MOVE 'Y' TO WS-MOVE-EOF
                   WHEN OTHER
                       CALL 'logsqlerr' USING 'comptcust',
                           'FETCH-GLREAS', SQLCODE
                       END-CALL
                       MOVE 'Y' TO WS-MOVE-EOF
               END-EVALUATE
           END-PERFORM.

           EXEC SQL
               CLOSE CRSGLREAS
           END-EXEC.

      *    [MF] Les trois ecritures d'une ligne de bordereau ; un
      *    montant nul ne passe pas.
       WRITE-CESSION-ENTRIES.
           IF SQL-CEDED-PREMIUM > 0
               MOVE SQL-CEDED-PREMIUM TO SQL-MOVE-AMOUNT
               MOVE WS-ACCT-REAS-PRIME TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-REASSUREUR TO WS-ENTRY-CREDIT-ACCT
               MOVE 'PRIMES CEDEES' TO WS-ENTRY-LABEL
               PERFORM WRITE-ONE-ENTRY
           END-IF

           IF SQL-CEDED-COMMISSION > 0
               MOVE SQL-CEDED-COMMISSION TO SQL-MOVE-AMOUNT
               MOVE WS-ACCT-REASSUREUR TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-REAS-COMMISSION TO WS-ENTRY-CREDIT-ACCT
               MOVE 'COMMISSION DE REASSURANCE' TO WS-ENTRY-LABEL
               PERFORM WRITE-ONE-ENTRY
           END-IF

           IF SQL-CEDED-CLAIMS > 0
               MOVE SQL-CEDED-CLAIMS TO SQL-MOVE-AMOUNT
               MOVE WS-ACCT-REASSUREUR TO WS-ENTRY-DEBIT-ACCT
               MOVE WS-ACCT-REAS-SINISTRE TO WS-ENTRY-CREDIT-ACCT
               MOVE 'SINISTRES CEDES' TO WS-ENTRY-LABEL
               PERFORM WRITE-ONE-ENTRY
           END-IF.

      *    [MF] Une ecriture en partie double : la ligne de debit
      *    puis la ligne de credit, et les cumuls de controle des
      *    deux comptes mouvementes.
      *    [MF] Cumul de controle du compte debite.
       ADD-ACCOUNT-DEBIT.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > 16
               IF WS-ACCOUNT-CODE(WS-ACCOUNT-IDX)
                   = WS-ENTRY-DEBIT-ACCT
                   ADD WS-ENTRY-AMOUNT
      *    [MF] Cumul de controle du compte credite.
       ADD-ACCOUNT-CREDIT.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > 16
               IF WS-ACCOUNT-CODE(WS-ACCOUNT-IDX)
                   = WS-ENTRY-CREDIT-ACCT
                   ADD WS-ENTRY-AMOUNT
      *    l'import.
       WRITE-ACCOUNT-TOTALS.
           PERFORM VARYING WS-ACCOUNT-IDX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IDX > 16
               MOVE SPACES TO JOURNAL-RECORD
               STRING 'TOTAL;' DELIMITED BY SIZE
                       WS-ACCOUNT-CODE(WS-ACCOUNT-IDX)
