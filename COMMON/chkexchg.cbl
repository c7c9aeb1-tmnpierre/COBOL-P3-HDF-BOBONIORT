      *    tete un numero de sequence et une date d'emission ; le
      *    registre FILE_REGISTRY memorise chaque fichier recu avec
      *    son nombre de lignes.
      *    Les factures tiers payant (FACTUREFLOW, impfact) passent
      *    par le meme controle, un bloc par prestataire : l'emetteur
      *    est alors le code prestataire, chacun avec sa sequence.
      *    - code 1 : controle l'en-tete - un numero deja recu
      *      (doublon) ou qui ne suit pas le dernier recu (saut de
      *      sequence) est refuse, un fichier accepte est enregistre
