           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-SINARCH.
       01  FS-SINARCH-REC          PIC X(110).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
