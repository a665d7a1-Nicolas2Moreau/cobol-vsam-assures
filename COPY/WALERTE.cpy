      *----------------------------------------------------------*
      * WALERTE.cpy - ZONE DE TRAVAIL SUIVI DES ALERTES          *
      *     (MIROIR WORKING-STORAGE DE CALERTE.cpy, LONG = 200)  *
      *----------------------------------------------------------*
       01  W-ALERTE.
           COPY CALERTE.
      *
      *----------------  FIN DE DESCRIPTION W-ALERTE -------------*
