      *----------------------------------------------------------*
      * WPERTOT.cpy - ZONE DE TRAVAIL PERTE TOTALE (PERTOT)      *
      *     (MIROIR WORKING-STORAGE DE CPERTOT.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-PERTOT.
           COPY CPERTOT.
      *
      *----------------  FIN DE DESCRIPTION W-PERTOT --------------*
