      *      CLAIM 'C' au code RBTPRORATA). Le calcul de nuit         *
      *      (calcclaim) rejette de son cote tout soin date apres le  *
      *      deces.                                                   *
      *    Sous mesure de protection (table LEGAL_REP), l'ecran       *
      *    rappelle que la sortie doit etre demandee par le           *
      *    representant legal.                                        *
      *                                                               *
      *    [MF] Le deces releve au registre INSEE (impdeces) et       *
      *    confirme sur la file validece arrive ici avec la date du   *
      *    deces dans BOBONIORT_DECES_DATE : l'ecran s'ouvre deja     *
      *    rempli (motif DC, date du registre). Une sortie DC close   *
      *    les candidats encore en attente de l'adherent dans         *
      *    DEATH_MATCH, ce qui leve la retenue des prelevements et    *
      *    des virements (sepacust, payclaim).                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. deccust.
       01  WS-TERM-PROFILE          PIC X(05).
       01  WS-EXIT-REASON            PIC X(02).
       01  WS-EXIT-DATE              PIC X(10).
      *    [MF] Date de deces transmise par la file validece.
       01  WS-PREFILL-DEATH-DATE     PIC X(10).
      *    [MF] Periode comptable ouverte pour la date de sortie
      *    (controle chkperiod, table tenue par periadm).
       01  WS-PERIOD-OPEN-FLAG       PIC X(01).

      *    [AL] Mesure de protection active (getlegrep, table
      *    LEGAL_REP) : l'ecran rappelle que la demande doit venir du
      *    representant legal.
       01  WS-REP-WARNING           PIC X(70).
       01  WS-REP-ADDRESSEE         PIC X(80).
       01  WS-REP-TYPE              PIC X(01).
       01  WS-REP-FOUND             PIC X(01).
       01  WS-REP-ADRESS1           PIC X(50).
       01  WS-REP-ZIPCODE           PIC X(15).
       01  WS-REP-TOWN              PIC X(50).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME   PIC  X(11).
       01  USERNAME PIC  X(05).
           05 FILLER PIC X(18) VALUE 'SORTIE D''ADHERENT' LINE 6
           COL 91 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-WARNING LINE 11 COL 21
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(22) VALUE 'Motif (DC/DM/RA)' LINE 13
           COL 21.
           05 FILLER PIC X VALUE ':' LINE 13 COL 53.
           05 FILLER PIC X(02) USING WS-EXIT-REASON LINE 13 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Date de sortie' LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(10) USING WS-EXIT-DATE LINE 15 COL 55 AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'SORTIE D''ADHERENT' LINE 1
           COL 31 FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(70) FROM WS-REP-WARNING LINE 2 COL 2
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(16) VALUE 'Motif (DC/DM/RA)'
           LINE 3 COL 2.
           05 FILLER PIC X VALUE ':' LINE 3 COL 32.
           05 FILLER PIC X(02) USING WS-EXIT-REASON LINE 3 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
           05 FILLER PIC X(14) VALUE 'Date de sortie'
           LINE 5 COL 2.
           05 FILLER PIC X VALUE ':' LINE 5 COL 32.
           05 FILLER PIC X(10) USING WS-EXIT-DATE LINE 5 COL 34
           AUTO
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
      *    [MF] La working-storage persiste entre deux CALL : le
      *    message du passage precedent est efface avant la saisie.
               MOVE SPACES TO WS-ERROR-MESSAGE
               PERFORM PREFILL-DEATH-EXIT
               PERFORM CHECK-LEGAL-REP
               IF WS-TERM-PROFILE = '80COL'
                   ACCEPT EXIT-CUSTOMER-SCREEN-80
               ELSE
               MOVE SQL-UUID TO WS-FOUND-UUID
           END-IF.

      *    [MF] Deces confirme depuis la file validece : motif DC et
      *    date du registre proposes, l'operateur pouvant encore les
      *    corriger. Sans date transmise, l'ecran part vide.
       PREFILL-DEATH-EXIT.
           MOVE SPACES TO WS-EXIT-REASON WS-EXIT-DATE
           MOVE SPACES TO WS-PREFILL-DEATH-DATE
           ACCEPT WS-PREFILL-DEATH-DATE FROM ENVIRONMENT
               "BOBONIORT_DECES_DATE"
           IF WS-PREFILL-DEATH-DATE NOT = SPACES
               MOVE 'DC' TO WS-EXIT-REASON
               MOVE WS-PREFILL-DEATH-DATE TO WS-EXIT-DATE
           END-IF.

      *    [AL] Mesure de protection active (getlegrep) : l'ecran
      *    rappelle que la demande doit venir du representant legal.
       CHECK-LEGAL-REP.
           MOVE SPACES TO WS-REP-WARNING
           MOVE SPACES TO WS-REP-ADDRESSEE
           CALL 'getlegrep' USING WS-FOUND-UUID, WS-REP-ADDRESSEE,
               WS-REP-ADRESS1, WS-REP-ZIPCODE, WS-REP-TOWN,
               WS-REP-TYPE, WS-REP-FOUND
           END-CALL
           IF WS-REP-FOUND = 'Y'
               MOVE 'SOUS PROTECTION : DEMANDE DU REPRESENTANT LEGAL'
                   TO WS-REP-WARNING
           END-IF.

      *    [AL] Deroule la sortie : controle du motif, cloture de la
      *    fiche et des contrats, nettoyage du lien de foyer en cas
      *    de deces.
                   PERFORM CLEAR-SPOUSE-LINK
                   PERFORM SETTLE-DEATH-REFUND
                   THRU SETTLE-DEATH-REFUND-FIN
                   PERFORM CLOSE-DEATH-MATCHES
               END-IF
               MOVE 'SORTIE-ADHERENT' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-DETAIL
                       SQLCODE
                   END-CALL
           END-EVALUATE.

      *    [MF] Le deces est acte : les candidats du registre encore
      *    en attente pour l'adherent sont confirmes ('C'), ce qui
      *    leve la retenue de sepacust et payclaim - la fiche
      *    archivee n'est de toute facon plus prelevee.
       CLOSE-DEATH-MATCHES.
           EXEC SQL
               UPDATE DEATH_MATCH
               SET DEATH_MATCH_STATUS = 'C',
                   DEATH_MATCH_DONE_DATE = CURRENT_DATE
               WHERE DEATH_MATCH_ENTITY = 'C'
               AND DEATH_MATCH_CUSTOMER_UUID = :WS-FOUND-UUID
               AND DEATH_MATCH_STATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               CALL 'logsqlerr' USING 'deccust', 'CLOSE-DEATH-MATCH',
                   SQLCODE
               END-CALL
           END-IF.
