      *    operateur accepte ou rejette chaque demande sur l'ecran
      *    portalq, avec les memes controles qu'une saisie a
      *    l'accueil. Types reconnus : ADRESSE (adresse1;adresse2;
      *    code postal;ville), TEL (numero), MAIL (adresse),
      *    IBANREMB (IBAN de remboursement).
      *    Le resultat ligne a ligne est depose dans PORTALLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
               WHEN 'ADRESSE'
               WHEN 'TEL'
               WHEN 'MAIL'
               WHEN 'IBANREMB'
                   PERFORM MATCH-AND-QUEUE-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
