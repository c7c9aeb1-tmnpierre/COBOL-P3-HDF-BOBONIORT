      ******************************************************************
      *    [MF] Le programme 'Check Consent' indique a l'appelant si
      *    l'adherent a consenti au canal de contact demande :
      *    'M' mail, 'C' courrier postal, 'T' telephone, 'S' SMS. Tout
      *    programme qui depose un message dans MAILQUEUE ou une
      *    lettre dans un fichier courrier doit consulter ce
      *    consentement avant d'ecrire - les seules exceptions sont
      *    d'impayes, mise en demeure), envoyees par courrier meme
      *    sans consentement, le canal mail restant soumis au
      *    consentement dans tous les cas.
      *
      *    Le SMS est un message au numero de telephone de la fiche :
      *    il releve du meme consentement telephone
      *    (customer_consent_phone) que l'appel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkconsent.
                           MOVE 'Y' TO LK-CONSENT-FLAG
                       END-IF
                   WHEN 'T'
                   WHEN 'S'
                       IF SQL-CONSENT-PHONE = 'O'
                           MOVE 'Y' TO LK-CONSENT-FLAG
                       END-IF
