      *----------------------------------------------------------*
      *   TABLE DES OBJETS DE RECLAMATION CLIENT                 *
      *     (CODE OBJET SUR 3 CARACTERES, LIBELLE D'EDITION)     *
      *     CF RCL-OBJET (CRECLAM.cpy)                           *
      *----------------------------------------------------------*
       01  WS-TABLE-OBJETS-VAL.
           05 FILLER               PIC X(18)
                                   VALUE 'SINGESTION SINISTR'.
           05 FILLER               PIC X(18)
                                   VALUE 'PRICOTISATION     '.
           05 FILLER               PIC X(18)
                                   VALUE 'RESRESILIATION    '.
           05 FILLER               PIC X(18)
                                   VALUE 'SOUSOUSCRIPTION   '.
           05 FILLER               PIC X(18)
                                   VALUE 'BMABONUS/MALUS    '.
           05 FILLER               PIC X(18)
                                   VALUE 'SERQUALITE SERVICE'.
           05 FILLER               PIC X(18)
                                   VALUE 'AUTAUTRE OBJET    '.
       01  WS-TABLE-OBJETS REDEFINES WS-TABLE-OBJETS-VAL.
           05 WS-OBJ-ENTREE OCCURS 7 TIMES.
               10 WS-OBJ-CODE      PIC X(3).
               10 WS-OBJ-LIBELLE   PIC X(15).
      *
      *----------------  FIN DE DESCRIPTION OBJETS ----------------*
