      *----------------------------------------------------------*
      *   TABLE DES TRANCHES DE KILOMETRAGE ANNUEL               *
      *     CHARGEE EN MEMOIRE AU LANCEMENT DEPUIS LE FICHIER    *
      *     DE REFERENCE DATA/KMBANDE (UNE LIGNE PAR TRANCHE :   *
      *     CODE, KILOMETRAGE ANNUEL MAXIMUM DE LA TRANCHE,      *
      *     SENS R = REMISE / S = MAJORATION / N = NEUTRE, TAUX  *
      *     EN %). LES TRANCHES SONT RANGEES PAR KILOMETRAGE     *
      *     CROISSANT, LA DERNIERE A 999999 ; LE FICHIER SE      *
      *     MAINTIENT SANS RECOMPILATION (KMSASSU, PRIMCALC).    *
      *----------------------------------------------------------*
       01  WS-TABLE-KMBANDE.
           05 WS-KMB-ENTREE OCCURS 20 TIMES.
               10 WS-KMB-CODE       PIC X(1).
               10 WS-KMB-KM-MAX     PIC 9(6).
               10 WS-KMB-SENS       PIC X(1).
               10 WS-KMB-TAUX       PIC 9(2).
      *
      *----------------  FIN DE DESCRIPTION KMBANDE ---------------*
