      *----------------------------------------------------------*
      * WASSEXT.cpy - ZONE DE TRAVAIL EXTENSION ASSURES3         *
      *     (MIROIR WORKING-STORAGE DE CASSEXT.cpy, LONG = 400)  *
      *----------------------------------------------------------*
       01  W-ASSEXT.
           COPY CASSEXT.
      *
      *----------------  FIN DE DESCRIPTION W-ASSEXT -------------*
