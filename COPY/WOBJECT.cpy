      *----------------------------------------------------------*
      * WOBJECT.cpy - ZONE DE TRAVAIL OBJECTIFS D'UNE AGENCE     *
      *     (MIROIR WORKING-STORAGE DE COBJECT.cpy, LONG = 40)   *
      *----------------------------------------------------------*
       01  W-OBJECTIF.
           COPY COBJECT.
      *
      *----------------  FIN DE DESCRIPTION W-OBJECTIF ------------*
