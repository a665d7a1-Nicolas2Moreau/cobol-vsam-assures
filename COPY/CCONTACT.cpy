      *------------------------------------------ DATE DERNIERE MAJ
      *                                           (AAAAMMJJ)
           02 CT-DATE-MAJ        PIC 9(8).
      *------------------------------------------ ETAT EMAIL / MOBILE
      *                                 (retours du prestataire d'envoi
      *                                 charges par NTRASSU)
      *                                 ' ' : valide
      *                                 'R' : rejete (email en echec
      *                                       definitif, numero mobile
      *                                       invalide) - le canal
      *                                       n'est plus utilise, envoi
      *                                       papier ; remis a blanc
      *                                       quand l'adresse change
           02 CT-ETAT-EMAIL      PIC X.
               88 CT-EMAIL-REJETE    VALUE 'R'.
           02 CT-ETAT-MOBILE     PIC X.
               88 CT-MOBILE-REJETE   VALUE 'R'.
      *------------------------------------------ DATE DU DERNIER REJET
      *                                           (AAAAMMJJ)
           02 CT-DATE-REJET      PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(3).
      *
      *----------------  FIN DE DESCRIPTION CONTACTS -------------*
