           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Simulation de remboursement'
           LINE 4 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REFUND-SIMUL LINE 4 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Recours sur rejet'
           LINE 5 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLAIM-APPEAL LINE 5 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Indus a recuperer'
           LINE 6 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-OVERPAYMENT LINE 6 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Representant legal'
           LINE 7 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-LEGAL-REP LINE 7 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Courriers envoyes'
           LINE 8 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CORRESP-VIEW LINE 8 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Suspendre un contrat'
           LINE 9 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CONTRACT-SUSPEND LINE 9 COL 72
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    bandeau MODE FORMATION (chktrain) : invisible en
      *    production, le champ reste a blanc
           05 FILLER PIC X(40) FROM WS-TRAINING-BANNER
