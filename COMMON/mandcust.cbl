      *      reautorise les prelevements apres un changement d'IBAN.
      *    La reference unique de mandat (RUM) est formee du prefixe
      *    RUM, du code_secu de l'adherent et de la date du jour.
      *    Le mandat ne porte que sur l'IBAN de prelevement : l'IBAN
      *    de remboursement de la fiche n'y entre jamais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mandcust.
