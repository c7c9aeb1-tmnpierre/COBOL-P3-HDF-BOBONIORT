           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Recours sur soins'
           LINE 29 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-APPEAL-CHOICE LINE 29 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(18) VALUE 'Anomalies de soins'
           LINE 31 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-FRAUD-CHOICE LINE 31 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(20) VALUE 'Abonnements rapports'
           LINE 33 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SUBSCRIPT-CHOICE LINE 33 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(21) VALUE 'Referentiel des actes'
           LINE 35 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-ACT-CHOICE LINE 35 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(19) VALUE 'Situation employeur'
           LINE 35 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-EMPLSIT-CHOICE LINE 35 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(10) VALUE 'Mes taches'
           LINE 10 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-TASKS-CHOICE LINE 10 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Remises bancaires'
           LINE 10 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REMIT-CHOICE LINE 10 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Cloture de caisse'
           LINE 37 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-COUNTER-CHOICE LINE 37 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(17) VALUE 'Passages en perte'
           LINE 37 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-WRITEOFF-CHOICE LINE 37 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(14) VALUE 'Taux de change'
           LINE 39 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-RATE-CHOICE LINE 39 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(24) VALUE 'Passages a blanc de nuit'
           LINE 39 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-SIMU-CHOICE LINE 39 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Annulation d''un import'
           LINE 41 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-ANNUIMP-CHOICE LINE 41 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(27) VALUE 'Revue des deces du registre'
           LINE 41 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-DECES-CHOICE LINE 41 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Traites de reassurance'
           LINE 43 COL 21 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-REINS-CHOICE LINE 43 COL 55
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(22) VALUE 'Lancement a la demande'
           LINE 43 COL 111 FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(01) TO WS-JOB-CHOICE LINE 43 COL 145
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

      *    bandeau MODE FORMATION (chktrain) : invisible en
      *    production, le champ reste a blanc
           05 FILLER PIC X(40) FROM WS-TRAINING-BANNER
