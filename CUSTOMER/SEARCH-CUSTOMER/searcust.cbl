                   MOVE SEL-FIRSTNAME TO MENU-SEL-FIRSTNAME
                   MOVE SEL-LASTNAME  TO MENU-SEL-LASTNAME
                   MOVE SEL-UUID      TO MENU-SEL-UUID
      *    [MF] La fiche ouverte depuis le resultat est une
      *    consultation tracee (logread, connexion propre).
                   CALL 'logread' USING SEL-UUID, 'searcust  ', 'Y'
                   END-CALL
                   CALL 'menucust' USING MENUCUST-SELECTION
                   END-CALL
               END-IF
