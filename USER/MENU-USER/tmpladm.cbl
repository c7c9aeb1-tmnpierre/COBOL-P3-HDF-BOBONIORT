      ******************************************************************
      *    [MF] Le programme 'Administration Gabarits' maintient la
      *    table TEMPLATE des gabarits de messages (type, canal 'M'
      *    mail, 'C' courrier ou 'S' SMS, objet, corps avec la
      *    variable &DETAIL), lus par gettmpl depuis l'expediteur de
      *    mails et de SMS (dispmail) et les redacteurs de courrier -
      *    le charge de communication peut enfin ajuster une phrase
      *    sans livraison de programme. Meme modele d'ecran que prodadm,
      *    reserve aux operateurs SUPERVISOR (chkrole) et trace par
      *    logaudit.
      *
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

           05 FILLER PIC X(31) VALUE 'Canal (M mail/C courrier/S SMS)'
           LINE 15 COL 21.
           05 FILLER PIC X VALUE ':' LINE 15 COL 53.
           05 FILLER PIC X(01) TO WS-TMPL-CHANNEL LINE 15 COL 55 AUTO
               TO SQL-TMPL-CHANNEL.
           IF SQL-TMPL-CHANNEL NOT = 'M'
               AND SQL-TMPL-CHANNEL NOT = 'C'
               AND SQL-TMPL-CHANNEL NOT = 'S'
               DISPLAY 'Erreur : canal M, C ou S attendu.'
               GO TO SAVE-TEMPLATE-FIN
           END-IF.
           MOVE WS-TMPL-SUBJECT TO SQL-TMPL-SUBJECT.
