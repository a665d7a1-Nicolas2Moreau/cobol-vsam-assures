      *----------------------------------------------------------*
      * WCONTENT.cpy - ZONE DE TRAVAIL DOSSIER CONTENTIEUX       *
      *     (MIROIR WORKING-STORAGE DE CCONTENT.cpy, LONG = 160) *
      *----------------------------------------------------------*
       01  W-CONTENT.
           COPY CCONTENT.
      *
      *----------------  FIN DE DESCRIPTION W-CONTENT -------------*
