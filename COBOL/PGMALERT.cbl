      * Le fichier est reouvert en EXTEND a chaque depot (OUTPUT a la *
      * toute premiere alerte) - un depot impossible est signale sur  *
      * la console sans bloquer le programme appelant.                *
      * Chaque alerte recoit un numero (porte en fin de ligne ALERTS) *
      * et un enregistrement de suivi a l'etat ouvert dans le fichier *
      * indexe WORK/ALRSUIVI.dat (CALERTE), que la transaction ACQA   *
      * fait passer a acquittee puis resolue, que ESCASSU escalade    *
      * au superviseur et que ALSASSU resume chaque semaine. Le       *
      * compteur des numeros est l'enregistrement de cle zero ; un    *
      * suivi impossible est signale sur la console, l'alerte reste   *
      * deposee dans ALERTS (numero zero).                            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTES.

      * Suivi des alertes (cree a la premiere alerte)
           SELECT F-SUIVI ASSIGN TO "WORK/ALRSUIVI.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUI-CLE
               FILE STATUS IS FS-SUIVI.

       DATA DIVISION.
       FILE SECTION.

           05 FS-ALR-HEURE         PIC 9(6).
           05 FILLER               PIC X(1).
           05 FS-ALR-MESSAGE       PIC X(60).
           05 FILLER               PIC X(1).
           05 FS-ALR-NUMERO        PIC 9(8).

       FD  F-SUIVI.
       01  FS-SUI-REC.
           05 FS-SUI-CLE           PIC 9(8).
           05 FS-SUI-DATA          PIC X(192).

       WORKING-STORAGE SECTION.

       01  FS-ALERTES              PIC XX.
       01  FS-SUIVI                PIC XX.

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(6).

      * Numero attribue a l'alerte (zero si le suivi est impossible)
       01  WS-NUMERO-ALERTE        PIC 9(8) VALUE 0.

           COPY WALERTE.

       LINKAGE SECTION.

       01  LS-PROGRAMME            PIC X(8).
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           PERFORM SUIVRE-ALERTE THRU FIN-SUIVRE-ALERTE

           OPEN EXTEND F-ALERTES
           IF FS-ALERTES NOT = '00'
               OPEN OUTPUT F-ALERTES
               MOVE WS-DATE-JOUR  TO FS-ALR-DATE
               MOVE WS-HEURE-JOUR TO FS-ALR-HEURE
               MOVE LS-MESSAGE    TO FS-ALR-MESSAGE
               MOVE WS-NUMERO-ALERTE TO FS-ALR-NUMERO
               WRITE FS-ALR-REC
               CLOSE F-ALERTES
           END-IF
           GOBACK.

      * Attribuer le numero suivant et creer le suivi a l'etat ouvert *

       SUIVRE-ALERTE.
           MOVE 0 TO WS-NUMERO-ALERTE
           OPEN I-O F-SUIVI
           IF FS-SUIVI NOT = '00'
               OPEN OUTPUT F-SUIVI
               IF FS-SUIVI = '00'
                   CLOSE F-SUIVI
                   OPEN I-O F-SUIVI
               END-IF
           END-IF
           IF FS-SUIVI NOT = '00'
               DISPLAY 'PGMALERT - SUIVI ALERTES INACCESSIBLE : '
                       FS-SUIVI
               GO TO FIN-SUIVRE-ALERTE
           END-IF

      * Compteur des numeros (cle zero), cree au premier depot
           MOVE 0 TO FS-SUI-CLE
           READ F-SUIVI INTO W-ALERTE
               INVALID KEY
                   MOVE SPACES TO W-ALERTE
                   MOVE 0 TO ALR-NUMERO
                   MOVE 0 TO ALR-DERNIER-NUMERO
                   MOVE W-ALERTE TO FS-SUI-REC
                   WRITE FS-SUI-REC
                       INVALID KEY
                           DISPLAY 'PGMALERT - COMPTEUR ALERTES '
                                   'NON CREE : ' FS-SUIVI
                           CLOSE F-SUIVI
                           GO TO FIN-SUIVRE-ALERTE
                   END-WRITE
           END-READ
           ADD 1 TO ALR-DERNIER-NUMERO
           MOVE W-ALERTE TO FS-SUI-REC
           REWRITE FS-SUI-REC
               INVALID KEY
                   DISPLAY 'PGMALERT - COMPTEUR ALERTES NON MIS A '
                           'JOUR : ' FS-SUIVI
                   CLOSE F-SUIVI
                   GO TO FIN-SUIVRE-ALERTE
           END-REWRITE
           MOVE ALR-DERNIER-NUMERO TO WS-NUMERO-ALERTE

      * Enregistrement de suivi de l'alerte, a l'etat ouvert
           MOVE SPACES           TO W-ALERTE
           MOVE WS-NUMERO-ALERTE TO ALR-NUMERO
           MOVE LS-PROGRAMME     TO ALR-PROGRAMME
           MOVE LS-SEVERITE      TO ALR-SEVERITE
           MOVE WS-DATE-JOUR     TO ALR-DATE
           MOVE WS-HEURE-JOUR    TO ALR-HEURE
           MOVE LS-MESSAGE       TO ALR-MESSAGE
           SET ALR-OUVERTE       TO TRUE
           MOVE 0 TO ALR-ACQ-DATE ALR-ACQ-HEURE
                     ALR-RES-DATE ALR-RES-HEURE
                     ALR-ESC-DATE ALR-ESC-HEURE
           MOVE W-ALERTE TO FS-SUI-REC
           WRITE FS-SUI-REC
               INVALID KEY
                   DISPLAY 'PGMALERT - SUIVI ALERTE ' WS-NUMERO-ALERTE
                           ' NON CREE : ' FS-SUIVI
                   MOVE 0 TO WS-NUMERO-ALERTE
           END-WRITE
           CLOSE F-SUIVI
           .
       FIN-SUIVRE-ALERTE.
           EXIT.
