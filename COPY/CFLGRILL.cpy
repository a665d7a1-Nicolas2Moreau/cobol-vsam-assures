      *----------------------------------------------------------*
      *   GRILLE D'AJUSTEMENT DES FLOTTES AU RENOUVELLEMENT      *
      *     CHARGEE EN MEMOIRE AU LANCEMENT DEPUIS LE FICHIER    *
      *     DE REFERENCE DATA/FLOGRILL (UNE LIGNE PAR TRANCHE :  *
      *     CODE, RATIO SINISTRES/PRIMES MAXIMUM DE LA TRANCHE   *
      *     EN %, CODE BONUS/MALUS B OU M ET TAUX APPLIQUES A    *
      *     TOUS LES VEHICULES DE LA FLOTTE). LES TRANCHES SONT  *
      *     RANGEES PAR RATIO CROISSANT, LA DERNIERE A 999 ; LE  *
      *     FICHIER SE MAINTIENT SANS RECOMPILATION (FLRASSU).   *
      *----------------------------------------------------------*
       01  WS-TABLE-FLGRILLE.
           05 WS-FLG-ENTREE OCCURS 20 TIMES.
               10 WS-FLG-CODE       PIC X(1).
               10 WS-FLG-RATIO-MAX  PIC 9(3).
               10 WS-FLG-BM         PIC X(1).
               10 WS-FLG-TAUX       PIC 9(2).
      *
      *----------------  FIN DE DESCRIPTION FLOGRILL --------------*
