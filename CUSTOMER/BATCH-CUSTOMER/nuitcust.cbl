      *    l'etape en echec. Les fichiers de reprise propres a
      *    chaque etape (PURGARCHCKPT, ANONCUSTCKPT) restent geres
      *    par les etapes elles-memes.
      *
      *    Une etape lancee hors calendrier depuis l'ecran des
      *    superviseurs (lancadm) est journalisee dans la meme table
      *    au rang 0 : ce passage a la demande ne compte ni pour le
      *    saut d'une etape deja passee ni pour le rattrapage, et la
      *    chaine ne clot jamais sa ligne.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. nuitcust.
               WHERE BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STATUS = 'O'
               AND BATCH_RUN_DATE >= :SQL-DUE-SINCE-DATE
               AND BATCH_STEP_SEQ > 0
           END-EXEC.
           IF SQLCODE = ZERO AND SQL-RUN-SINCE-COUNT = 0
               MOVE 'Y' TO WS-STEP-DUE-FLAG
               WHERE BATCH_RUN_DATE = CURRENT_DATE
               AND BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STATUS = 'O'
               AND BATCH_STEP_SEQ > 0
           END-EXEC.

           IF SQLCODE = ZERO AND SQL-DONE-COUNT > 0
               WHERE BATCH_RUN_DATE = CURRENT_DATE
               AND BATCH_STEP_NAME = TRIM(:SQL-STEP-NAME)
               AND BATCH_STATUS = 'E'
               AND BATCH_STEP_SEQ > 0
           END-EXEC.

           IF SQLCODE NOT = ZERO
