      *----------------------------------------------------------*
      * WPPNA.cpy - ZONE DE TRAVAIL PPNA VEHICULE                *
      *     (MIROIR WORKING-STORAGE DE CPPNA.cpy, LONG = 100)    *
      *----------------------------------------------------------*
       01  W-PPNA.
           COPY CPPNA.
      *
      *----------------  FIN DE DESCRIPTION W-PPNA ----------------*
