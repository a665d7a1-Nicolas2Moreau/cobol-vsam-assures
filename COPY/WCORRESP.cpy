      *----------------------------------------------------------*
      * WCORRESP.cpy - ZONE DE TRAVAIL REGISTRE DES COURRIERS    *
      *     (MIROIR WORKING-STORAGE DE CCORRESP.cpy, LONG = 150) *
      *----------------------------------------------------------*
       01  W-CORRESP.
           COPY CCORRESP.
      *
      *----------------  FIN DE DESCRIPTION W-CORRESP -------------*
