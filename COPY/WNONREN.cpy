      *----------------------------------------------------------*
      * WNONREN.cpy - ZONE DE TRAVAIL DOSSIERS DE                *
      *     NON-RENOUVELLEMENT (MIROIR WORKING-STORAGE DE        *
      *     CNONREN.cpy, LONG = 100)                             *
      *----------------------------------------------------------*
       01  W-NONREN.
           COPY CNONREN.
      *
      *----------------  FIN DE DESCRIPTION W-NONREN --------------*
