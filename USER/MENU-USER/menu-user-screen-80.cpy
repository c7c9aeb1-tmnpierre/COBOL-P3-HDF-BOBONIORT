           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Recours sur soins'
           LINE 20 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-APPEAL-CHOICE LINE 20 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Anomalies de soins'
           LINE 22 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-FRAUD-CHOICE LINE 22 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Abonnements rapports'
           LINE 23 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SUBSCRIPT-CHOICE LINE 23 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(21) VALUE 'Referentiel des actes'
           LINE 24 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-ACT-CHOICE LINE 24 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Situation employeur'
           LINE 24 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-EMPLSIT-CHOICE LINE 24 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Mes taches'
           LINE 3 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-TASKS-CHOICE LINE 3 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Remises bancaires'
           LINE 3 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REMIT-CHOICE LINE 3 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Cloture de caisse'
           LINE 5 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-COUNTER-CHOICE LINE 5 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Passages en perte'
           LINE 5 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-WRITEOFF-CHOICE LINE 5 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Taux de change'
           LINE 7 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RATE-CHOICE LINE 7 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Passages a blanc de nuit'
           LINE 7 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SIMU-CHOICE LINE 7 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Annulation d''un import'
           LINE 9 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-ANNUIMP-CHOICE LINE 9 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Revue des deces du registre'
           LINE 9 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-DECES-CHOICE LINE 9 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Traites de reassurance'
           LINE 11 COL 2 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REINS-CHOICE LINE 11 COL 36
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Lancement a la demande'
           LINE 11 COL 42 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-JOB-CHOICE LINE 11 COL 76
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    bandeau MODE FORMATION (chktrain) : invisible en
      *    production, le champ reste a blanc
           05 FILLER PIC X(40) FROM WS-TRAINING-BANNER
