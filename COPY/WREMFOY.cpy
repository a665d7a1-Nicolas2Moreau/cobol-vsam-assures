      *----------------------------------------------------------*
      * WREMFOY.cpy - ZONE DE TRAVAIL REMISE FOYER VEHICULE      *
      *     (MIROIR WORKING-STORAGE DE CREMFOY.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-REMFOY.
           COPY CREMFOY.
      *
      *----------------  FIN DE DESCRIPTION W-REMFOY --------------*
