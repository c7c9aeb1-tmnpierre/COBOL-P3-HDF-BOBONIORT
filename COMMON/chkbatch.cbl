      *    consultation restant ouvertes ; la fin de la chaine
      *    (statut 'O' ou 'K' pose par nuitcust) libere les ecrans
      *    sans autre intervention.
      *    Une etape lancee a la demande par un superviseur (lancadm,
      *    ligne de rang 0 du meme journal) compte comme la chaine
      *    tant qu'elle tourne : lancadm refuse alors un second
      *    lancement, et les menus bloquent les mises a jour.
      *
      *    Contrairement a logaudit, chkbatch ouvre et referme sa
      *    propre connexion : il est appele par les menus, qui n'en
