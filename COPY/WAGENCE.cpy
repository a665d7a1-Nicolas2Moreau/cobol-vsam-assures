      *----------------------------------------------------------*
      * WAGENCE.cpy - ZONE DE TRAVAIL REFERENTIEL DES AGENCES    *
      *     (MIROIR WORKING-STORAGE DE CAGENCE.cpy, LONG = 100)  *
      *----------------------------------------------------------*
       01  W-AGENCE.
           COPY CAGENCE.
      *
      *----------------  FIN DE DESCRIPTION W-AGENCE --------------*
