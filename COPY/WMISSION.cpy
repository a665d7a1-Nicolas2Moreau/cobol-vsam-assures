      *----------------------------------------------------------*
      * WMISSION.cpy - ZONE DE TRAVAIL MISSION D'EXPERTISE       *
      *     (MIROIR WORKING-STORAGE DE CMISSION.cpy, LONG = 60)  *
      *----------------------------------------------------------*
       01  W-MISSION.
           COPY CMISSION.
      *
      *----------------  FIN DE DESCRIPTION W-MISSION -------------*
