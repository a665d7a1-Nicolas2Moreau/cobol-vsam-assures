      *----------------------------------------------------------*
      * WGARANT.cpy - ZONE DE TRAVAIL GARANTIE (FICHIER GARANTIE)*
      *     (MIROIR WORKING-STORAGE DE CGARANT.cpy, LONG = 50)   *
      *----------------------------------------------------------*
       01  W-GARANTIE.
           COPY CGARANT.
      *
      *----------------  FIN DE DESCRIPTION W-GARANTIE ------------*
