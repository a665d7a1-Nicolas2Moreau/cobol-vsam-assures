      *----------------------------------------------------------*
      *   BAREME DE LA REMISE FOYER MULTI-ASSURES                *
      *     CHARGE EN MEMOIRE AU LANCEMENT DEPUIS LE FICHIER     *
      *     DE REFERENCE DATA/FOYREMIS (UNE LIGNE PAR PALIER :   *
      *     NOMBRE MINIMUM DE VEHICULES DU FOYER, TAUX DE        *
      *     REMISE EN %, PLAFOND ANNUEL DE LA REMISE PAR         *
      *     VEHICULE EN EUROS, 0000 = SANS PLAFOND). LES PALIERS *
      *     SONT RANGES PAR NOMBRE DE VEHICULES CROISSANT, LE    *
      *     DERNIER VALANT POUR TOUT FOYER PLUS NOMBREUX ; LE    *
      *     FICHIER SE MAINTIENT SANS RECOMPILATION (PRIMCALC).  *
      *----------------------------------------------------------*
       01  WS-TABLE-FOYREMIS.
           05 WS-FYR-ENTREE OCCURS 20 TIMES.
               10 WS-FYR-NB-VEHIC   PIC 9(2).
               10 WS-FYR-TAUX       PIC 9(2).
               10 WS-FYR-PLAFOND    PIC 9(4).
      *
      *----------------  FIN DE DESCRIPTION FOYREMIS --------------*
