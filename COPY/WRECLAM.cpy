      *----------------------------------------------------------*
      * WRECLAM.cpy - ZONE DE TRAVAIL RECLAMATION CLIENT         *
      *     (MIROIR WORKING-STORAGE DE CRECLAM.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-RECLAM.
           COPY CRECLAM.
      *
      *----------------  FIN DE DESCRIPTION W-RECLAM --------------*
