      *----------------------------------------------------------*
      * WPIECES.cpy - ZONE DE TRAVAIL PIECE JUSTIFICATIVE        *
      *     (MIROIR WORKING-STORAGE DE CPIECES.cpy, LONG = 100)  *
      *----------------------------------------------------------*
       01  W-PIECE.
           COPY CPIECES.
      *
      *----------------  FIN DE DESCRIPTION W-PIECE ---------------*
