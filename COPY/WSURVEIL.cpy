      *----------------------------------------------------------*
      * WSURVEIL.cpy - ZONE DE TRAVAIL LISTE DE SURVEILLANCE     *
      *     (MIROIR WORKING-STORAGE DE CSURVEIL.cpy, LONG = 100) *
      *----------------------------------------------------------*
       01  W-SURVEIL.
           COPY CSURVEIL.
      *
      *----------------  FIN DE DESCRIPTION W-SURVEIL -------------*
