      *----------------------------------------------------------*
      * WDIFFER.cpy - ZONE DE TRAVAIL SAISIES EN LIGNE DIFFEREES *
      *     (MIROIR WORKING-STORAGE DE CDIFFER.cpy, LONG = 350)  *
      *----------------------------------------------------------*
       01  W-DIFFER.
           COPY CDIFFER.
      *
      *----------------  FIN DE DESCRIPTION W-DIFFER --------------*
