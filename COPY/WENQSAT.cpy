      *----------------------------------------------------------*
      * WENQSAT.cpy - ZONE DE TRAVAIL ENQUETE DE SATISFACTION    *
      *     (MIROIR WORKING-STORAGE DE CENQSAT.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-ENQSAT.
           COPY CENQSAT.
      *
      *----------------  FIN DE DESCRIPTION W-ENQSAT -------------*
