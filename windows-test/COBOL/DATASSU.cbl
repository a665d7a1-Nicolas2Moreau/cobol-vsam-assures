           05 SIN-SEQVEH           PIC X(2).
      * Decomposition NOUVELLE (COMP-3 9(8), 5 octets)
           05 SIN-DATE-N           PIC 9(8) COMP-3.
           05 SIN-APRES-N          PIC X(93).
      * Decomposition ANCIENNE (COMP-3 9(6), 4 octets)
       01  SIN-REC-V1 REDEFINES SIN-REC.
           05 FILLER               PIC X(12).
           05 SIN-DATE-V1          PIC 9(6) COMP-3.
           05 SIN-APRES-V1         PIC X(94).

       FD  F-JOURNAL.
       01  JRN-REC.
                       CONTINUE
                   ELSE
                       MOVE SIN-DATE-V1 TO WS-DATE-V1
                       MOVE SIN-APRES-V1(1:93) TO WS-IMG(1:93)
                       PERFORM 15000-CONVERTIR-UNE-DATE
                       MOVE WS-DATE-N TO SIN-DATE-N
                       MOVE WS-IMG(1:93) TO SIN-APRES-N
                       ADD 1 TO WS-NB-CONVERTIS
                       REWRITE SIN-REC
                   END-IF
