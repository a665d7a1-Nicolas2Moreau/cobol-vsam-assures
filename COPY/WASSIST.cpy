      *----------------------------------------------------------*
      * WASSIST.cpy - ZONE DE TRAVAIL APPEL D'ASSISTANCE         *
      *     (MIROIR WORKING-STORAGE DE CASSIST.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-ASSIST.
           COPY CASSIST.
      *
      *----------------  FIN DE DESCRIPTION W-ASSIST -------------*
