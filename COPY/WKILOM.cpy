      *----------------------------------------------------------*
      * WKILOM.cpy - ZONE DE TRAVAIL KILOMETRAGE VEHICULE        *
      *     (MIROIR WORKING-STORAGE DE CKILOM.cpy, LONG = 120)   *
      *----------------------------------------------------------*
       01  W-KILOM.
           COPY CKILOM.
      *
      *----------------  FIN DE DESCRIPTION W-KILOM ---------------*
