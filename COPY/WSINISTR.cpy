      *----------------------------------------------------------*
      * WSINISTR.cpy - ZONE DE TRAVAIL SINISTRE (FSINISTRE)      *
      *     (MIROIR WORKING-STORAGE DE CSINISTR.cpy, LONG = 110) *
      *----------------------------------------------------------*
       01  W-SINISTRE.
           COPY CSINISTR.
