      *----------------------------------------------------------*
      *   TABLE DES FORMULES DE GARANTIE                         *
      *     (CODE FORMULE SUR 1 CARACTERE, PUIS LA QUOTE-PART DE *
      *     PRIME EN POURCENTAGE DE CHACUNE DES 6 GARANTIES, DANS*
      *     L'ORDRE DE WS-GAR-CODE-REF : RC VOL INC BDG DTA ASS -*
      *     UNE QUOTE-PART A ZERO = GARANTIE NON SOUSCRITE)      *
      *       T : TIERS         (RC + ASSISTANCE)                *
      *       I : INTERMEDIAIRE (TIERS + VOL/INCENDIE/BRIS GLACE)*
      *       R : TOUS RISQUES  (INTERMEDIAIRE + DOMMAGES TA)    *
      *     F-FORMULE A BLANC SUR LE MOUVEMENT = FORMULE 'T'     *
      *----------------------------------------------------------*
       01  WS-TABLE-GARCODES-VAL.
           05 FILLER               PIC X(18)
                                   VALUE 'RC VOLINCBDGDTAASS'.
       01  WS-TABLE-GARCODES REDEFINES WS-TABLE-GARCODES-VAL.
           05 WS-GAR-CODE-REF      PIC X(3) OCCURS 6 TIMES.

       01  WS-TABLE-FORMULES-VAL.
           05 FILLER               PIC X(19)
                                   VALUE 'T090000000000000010'.
           05 FILLER               PIC X(19)
                                   VALUE 'I060015010010000005'.
           05 FILLER               PIC X(19)
                                   VALUE 'R040012008008027005'.
       01  WS-TABLE-FORMULES REDEFINES WS-TABLE-FORMULES-VAL.
           05 WS-FOR-ENTRY OCCURS 3 TIMES.
               10 WS-FOR-CODE      PIC X(1).
               10 WS-FOR-PCT       PIC 9(3) OCCURS 6 TIMES.
      *
      *----------------  FIN DE DESCRIPTION FORMULES --------------*
