      *----------------------------------------------------------*
      *   TABLE DES PIECES JUSTIFICATIVES REQUISES A LA CREATION *
      *     D'UN VEHICULE (CODE PIECE SUR 3 CARACTERES, DELAI DE *
      *     RECEPTION ET DELAI FINAL EN JOURS CALENDAIRES A      *
      *     COMPTER DE LA CREATION, LIBELLE D'EDITION) - PASSE   *
      *     LE DELAI FINAL, LE VEHICULE EST SUSPENDU             *
      *----------------------------------------------------------*
       01  WS-TABLE-PIECES-VAL.
           05 FILLER               PIC X(29)
                             VALUE 'PER030060PERMIS DE CONDUIRE  '.
           05 FILLER               PIC X(29)
                             VALUE 'CGR030060CARTE GRISE         '.
           05 FILLER               PIC X(29)
                             VALUE 'PRO015045PROPOSITION SIGNEE  '.
       01  WS-TABLE-PIECES REDEFINES WS-TABLE-PIECES-VAL.
           05 WS-PRQ-ENTREE OCCURS 3 TIMES.
               10 WS-PRQ-CODE      PIC X(3).
               10 WS-PRQ-DELAI     PIC 9(3).
               10 WS-PRQ-DELAI-FINAL PIC 9(3).
               10 WS-PRQ-LIBELLE   PIC X(20).
       01  WS-NB-PIECES-REQUISES   PIC 9 VALUE 3.
      *
      *----------------  FIN DE DESCRIPTION PIECES REQUISES -------*
