      *----------------------------------------------------------*
      * WFRAREC.cpy - ZONE DE TRAVAIL FRANCHISE A RECUPERER      *
      *     (MIROIR WORKING-STORAGE DE CFRAREC.cpy, LONG = 80)   *
      *----------------------------------------------------------*
       01  W-FRAREC.
           COPY CFRAREC.
      *
      *----------------  FIN DE DESCRIPTION W-FRAREC --------------*
