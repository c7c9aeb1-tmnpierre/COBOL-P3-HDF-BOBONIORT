      ******************************************************************
      *    [MF] Le programme 'Get Template' rend a l'appelant le
      *    gabarit de message d'un type et d'un canal donnes (table
      *    TEMPLATE : type, canal 'M' mail, 'C' courrier ou 'S' SMS,
      *    objet, corps), maintenu par l'ecran tmpladm - le libelle de
      *    chaque lettre etait code en dur dans les programmes, et
      *    changer une phrase passait par une livraison.
      *
