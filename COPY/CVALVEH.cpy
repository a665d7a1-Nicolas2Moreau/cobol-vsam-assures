      *----------------------------------------------------------*
      *   TABLE DE VALORISATION DES VEHICULES (PERTE TOTALE)     *
      *     CHARGEE EN MEMOIRE AU LANCEMENT DEPUIS LE FICHIER    *
      *     DE REFERENCE DATA/VALVEH (UNE LIGNE PAR TYPE DE      *
      *     VEHICULE ET TRANCHE D'AGE : TYPE-V-A4, AGE MAXIMUM   *
      *     DE LA TRANCHE EN ANNEES (99 = AU-DELA), VALEUR DE    *
      *     REMPLACEMENT EN EUROS). LES TRANCHES D'UN MEME TYPE  *
      *     SONT RANGEES PAR AGE CROISSANT ; LE TYPE A BLANC     *
      *     PORTE LES TRANCHES PAR DEFAUT D'UN TYPE NON CITE.    *
      *     UNE VALEUR A DIRE D'EXPERT SAISIE SUR LE MOUVEMENT   *
      *     PRIME SUR LA TABLE.                                  *
      *----------------------------------------------------------*
       01  WS-TABLE-VALVEH.
           05 WS-VAL-ENTREE OCCURS 60 TIMES.
               10 WS-VAL-TYPE-V     PIC X(1).
               10 WS-VAL-AGE-MAX    PIC 9(2).
               10 WS-VAL-VALEUR     PIC 9(6).
      *
      *----------------  FIN DE DESCRIPTION VALVEH ----------------*
