      *----------------------------------------------------------*
      *   TABLE DE REFERENCE DES NATURES DE SINISTRE             *
      *     (CLE = CODE NATURE SUR 3 CARACTERES, LIBELLE X(20),  *
      *     GARANTIE X(3), MALUS X(1))                           *
      *     SIN-NATURE ETANT DU TEXTE LIBRE, LES RAPPORTS NE     *
      *     CUMULAIENT JAMAIS DEUX FOIS PAREIL ('BRIS GLACE' VS  *
      *     'BRIS DE GLACE') : LE CODE SIN-NATURE-CODE, VALIDE   *
      *     WORK/NATURES.dat - LOADREGT LE CHARGE INITIALEMENT   *
      *     DEPUIS DATA/NATURES, ET MAJREGTF MAINTIENT LES       *
      *     ENTREES UNE A UNE SANS RECOMPILATION.                *
      *     LE CODE GARANTIE (cf GAR-CODE CGARANT.cpy) EST CELUI *
      *     QUE LE VEHICULE DOIT AVOIR SOUSCRIT POUR QUE LA      *
      *     NATURE SOIT COUVERTE - A BLANC, PAS DE CONTROLE.     *
      *     LE CODE MALUS VAUT 'N' POUR UNE NATURE NON MALUSSANTE*
      *     (BRIS DE GLACE, VOL SANS TIERS...) : LE SINISTRE NE  *
      *     COMPTE PAS DANS LA PROGRESSION BONUS/MALUS, QUELLE   *
      *     QUE SOIT LA PART DE RESPONSABILITE (SIN-RESP) -      *
      *     'O' OU BLANC, NATURE MALUSSANTE.                     *
      *----------------------------------------------------------*
       01  WS-TABLE-NATREF.
           05 WS-NREF-ENTRY OCCURS 50 TIMES.
               10 WS-NREF-CODE      PIC X(3).
               10 WS-NREF-LIBELLE   PIC X(20).
               10 WS-NREF-GARANTIE  PIC X(3).
               10 WS-NREF-MALUS     PIC X(1).
                   88 NREF-NON-MALUSSANTE   VALUE 'N'.
      *
      *----------------  FIN DE DESCRIPTION NATURES ---------------*
