      *----------------------------------------------------------*
      *   DESCRIPTION D'UN ENREGISTREMENT DE WORK/CHAINHIS.dat   *
      *     (HISTORIQUE DES ETAPES DE LA CHAINE DE NUIT ECRIT    *
      *     PAR CHAINRUN EN EXTEND, UNE LIGNE PAR ETAPE          *
      *     EXECUTEE - LONG ENGT = 100). SERT A LA PREVISION DE  *
      *     FIN DE CHAINE (CHAINRUN) ET AU SUIVI DES DUREES      *
      *     (DURASSU).                                           *
      *----------------------------------------------------------*
      *--------------------------------------------- NUIT TRAITEE
           02 CHH-DATE-PLAN      PIC 9(8).
           02 FILLER             PIC X.
      *------------------------------------------ RANG DANS LE PLAN
      *                                   ET PROGRAMME DE L'ETAPE
           02 CHH-IDX            PIC 99.
           02 FILLER             PIC X.
           02 CHH-PROGRAMME      PIC X(8).
           02 FILLER             PIC X.
      *------------------------------------------ DEBUT ET FIN
      *                                   (AAAAMMJJ HHMMSS)
           02 CHH-DEBUT-DATE     PIC 9(8).
           02 CHH-DEBUT-HEURE    PIC 9(6).
           02 FILLER             PIC X.
           02 CHH-FIN-DATE       PIC 9(8).
           02 CHH-FIN-HEURE      PIC 9(6).
           02 FILLER             PIC X.
      *------------------------------------------ DUREE (SECONDES)
           02 CHH-DUREE          PIC 9(6).
           02 FILLER             PIC X.
      *------------------------------------------ VOLUME TRAITE
      *                                   (fichier compte, cf
      *                                   CHD-VOLUME de CCHAINE -
      *                                   blanc/zero si l'etape n'a
      *                                   pas de volume declare)
           02 CHH-VOLUME-FICHIER PIC X(8).
           02 FILLER             PIC X.
           02 CHH-VOLUME         PIC 9(8).
           02 FILLER             PIC X.
      *------------------------------------------ CODE RETOUR
           02 CHH-RC             PIC 9(4).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(19).
      *
      *----------------  FIN DE DESCRIPTION CHAINHIS -------------*
