           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Simulation de remboursement'
           LINE 16 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REFUND-SIMUL LINE 16 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Recours sur rejet'
           LINE 18 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CLAIM-APPEAL LINE 18 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Indus a recuperer'
           LINE 20 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-OVERPAYMENT LINE 20 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Representant legal'
           LINE 22 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-LEGAL-REP LINE 22 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Courriers envoyes'
           LINE 24 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CORRESP-VIEW LINE 24 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Suspendre un contrat'
           LINE 26 COL 151 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-CONTRACT-SUSPEND LINE 26 COL 183
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(01) TO WS-CALL-MENU LINE 34 COL 170
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.
