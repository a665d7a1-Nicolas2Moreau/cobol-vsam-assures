      *----------------------------------------------------------*
      * WAGCPOL.cpy - ZONE DE TRAVAIL RATTACHEMENT POLICE/AGENCE *
      *     (MIROIR WORKING-STORAGE DE CAGCPOL.cpy, LONG = 40)   *
      *----------------------------------------------------------*
       01  W-AGCPOL.
           COPY CAGCPOL.
      *
      *----------------  FIN DE DESCRIPTION W-AGCPOL --------------*
