      *----------------------------------------------------------*
      * WCOUTLIG.cpy - ZONE DE TRAVAIL LIGNE DE COUT SINISTRE    *
      *     (MIROIR WORKING-STORAGE DE CCOUTLIG.cpy, LONG = 60)  *
      *----------------------------------------------------------*
       01  W-COUTLIG.
           COPY CCOUTLIG.
      *
      *----------------  FIN DE DESCRIPTION W-COUTLIG -------------*
