      *    jour, une nouvelle est creee ; l'indicateur actif passe a
      *    'A' pour desactiver la ligne sans perdre l'historique.
      *    L'ecran deroule d'abord les lignes du produit saisi.
      *    Le code acte doit exister dans la table de reference ACT
      *    (actadm) et y etre valide a la date d'effet (chkact).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. guaradm.
       01  WS-AUDIT-ACTION          PIC X(20).
       01  WS-AUDIT-DETAIL          PIC X(200).
       01  WS-AUDIT-KEY             PIC X(36).
       01  WS-ACT-VALID-FLAG        PIC X(01).
       01  WS-ACT-FAMILY            PIC X(12).

       01  WS-GUAR-ENTRY.
           05  WS-GUAR-PRODUCT-CODE PIC X(10).
               GO TO SAVE-GUARANTEE-FIN
           END-IF.

           CALL 'chkact' USING SQL-ACT-CODE, SQL-GUAR-EFFECT-DATE,
               WS-ACT-VALID-FLAG, WS-ACT-FAMILY
           END-CALL.
           IF WS-ACT-VALID-FLAG NOT = 'Y'
               DISPLAY 'Erreur : code acte inconnu du referentiel ACT.'
               GO TO SAVE-GUARANTEE-FIN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :SQL-GUAR-COUNT
               FROM GUARANTEE
