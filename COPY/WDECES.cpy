      *----------------------------------------------------------*
      * WDECES.cpy - ZONE DE TRAVAIL DOSSIERS DE DECES           *
      *     (MIROIR WORKING-STORAGE DE CDECES.cpy, LONG = 100)   *
      *----------------------------------------------------------*
       01  W-DECES.
           COPY CDECES.
      *
      *----------------  FIN DE DESCRIPTION W-DECES ---------------*
