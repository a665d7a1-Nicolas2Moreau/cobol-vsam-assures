      *----------------------------------------------------------*
      * WVOL.cpy - ZONE DE TRAVAIL VEHICULE VOLE (VOLS)          *
      *     (MIROIR WORKING-STORAGE DE CVOL.cpy, LONG = 80)      *
      *----------------------------------------------------------*
       01  W-VOL.
           COPY CVOL.
      *
      *----------------  FIN DE DESCRIPTION W-VOL ----------------*
