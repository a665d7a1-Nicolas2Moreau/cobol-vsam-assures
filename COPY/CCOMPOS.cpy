      *----------------------------------------------------------*
      *   TABLE DES COMPOSANTS DE COUT D'UN SINISTRE             *
      *     (CODE COMPOSANT SUR 3 CARACTERES, CATEGORIE, TYPE DE *
      *     BENEFICIAIRE PAR DEFAUT, LIBELLE D'EDITION)          *
      *       CATEGORIE I : INDEMNITE                            *
      *       CATEGORIE F : FRAIS DE GESTION DU SINISTRE (FRAIS  *
      *                     D'EXPERTISE, DE REMORQUAGE, ...)     *
      *     PUIS LES TYPES DE BENEFICIAIRE ADMIS (CF CCOUTLIG)   *
      *----------------------------------------------------------*
       01  WS-TABLE-COMPOSANTS-VAL.
           05 FILLER               PIC X(20)
                                   VALUE 'INDIAINDEMNITE      '.
           05 FILLER               PIC X(20)
                                   VALUE 'EXPFEHONORAIRES EXP '.
           05 FILLER               PIC X(20)
                                   VALUE 'REMFDREMORQUAGE     '.
           05 FILLER               PIC X(20)
                                   VALUE 'VRPFLVEHIC REMPLACT '.
           05 FILLER               PIC X(20)
                                   VALUE 'JURFJFRAIS JURIDIQ  '.
           05 FILLER               PIC X(20)
                                   VALUE 'AUTFAAUTRES FRAIS   '.
       01  WS-TABLE-COMPOSANTS REDEFINES WS-TABLE-COMPOSANTS-VAL.
           05 WS-CMP-ENTREE OCCURS 6 TIMES.
               10 WS-CMP-CODE      PIC X(3).
               10 WS-CMP-CATEGORIE PIC X(1).
               10 WS-CMP-BENEF-DEF PIC X(1).
               10 WS-CMP-LIBELLE   PIC X(15).

       01  WS-TABLE-BENEF-VAL.
           05 FILLER               PIC X(7) VALUE 'ARETDLJ'.
       01  WS-TABLE-BENEF REDEFINES WS-TABLE-BENEF-VAL.
           05 WS-BEN-CODE          PIC X(1) OCCURS 7 TIMES.
      *
      *----------------  FIN DE DESCRIPTION COMPOSANTS ------------*
