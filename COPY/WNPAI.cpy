      *----------------------------------------------------------*
      * WNPAI.cpy - ZONE DE TRAVAIL ETAT NPAI DES ADRESSES       *
      *     (MIROIR WORKING-STORAGE DE CNPAI.cpy, LONG = 100)    *
      *----------------------------------------------------------*
       01  W-NPAI.
           COPY CNPAI.
      *
      *----------------  FIN DE DESCRIPTION W-NPAI ----------------*
