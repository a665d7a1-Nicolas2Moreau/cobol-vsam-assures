       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCASSU.

      * ESCALADE DES ALERTES EXPLOITATION - Passage planifie (toutes  *
      * les heures en exploitation normale) sur le suivi des alertes  *
      * WORK/ALRSUIVI.dat (CALERTE, alimente par PGMALERT et tenu par *
      * la transaction ACQA). Sont escaladees au superviseur, une     *
      * seule fois chacune :                                          *
      *   - toute alerte F encore ouverte (non acquittee) au-dela du  *
      *     delai fixe par PARM (minutes, defaut 60) ;                *
      *   - toute alerte E encore ouverte au-dela d'un jour (1440     *
      *     minutes).                                                 *
      * Les alertes escaladees sont ajoutees a la liste superviseur   *
      * WORK/ESCALADE.lst (EXTEND, OUTPUT au tout premier passage) et *
      * marquees escaladees (date et heure) dans le suivi.            *
      * PARM optionnel : DELAI=nnnn (minutes, alertes F)              *
      * RETURN-CODE : 0 rien a escalader, 4 au moins une escalade,    *
      *               16 suivi ou liste inaccessible                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SUIVI ASSIGN TO "WORK/ALRSUIVI.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUI-CLE
               FILE STATUS IS FS-SUIVI.

           SELECT F-ESCALADE ASSIGN TO "WORK/ESCALADE.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCALADE.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SUIVI.
       01  FS-SUI-REC.
           05 FS-SUI-CLE           PIC 9(8).
           05 FS-SUI-DATA          PIC X(192).

       FD  F-ESCALADE.
       01  FS-ESCALADE-REC         PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-SUIVI                  PIC XX.
       01  FS-ESCALADE               PIC XX.

           COPY WALERTE.

      * Delais d'escalade en minutes (F : PARM DELAI=, E : un jour)
       01  WS-DELAI-FATALE           PIC 9(4) VALUE 60.
       01  WS-DELAI-ERREUR           PIC 9(4) VALUE 1440.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Horodatage du passage et calcul d'anciennete en minutes
       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-HEURE-JOUR             PIC 9(6).
       01  WS-HEURE-CALC             PIC 9(6).
       01  WS-HEURE-CALC-R REDEFINES WS-HEURE-CALC.
           05 WS-HC-HH              PIC 99.
           05 WS-HC-MM              PIC 99.
           05 WS-HC-SS              PIC 99.
       01  WS-MINUTES-JOUR           PIC 9(9).
       01  WS-MINUTES-ALERTE         PIC 9(9).
       01  WS-ANCIENNETE             PIC S9(9).

       01  WS-FIN-SUIVI              PIC X VALUE 'N'.
           88 FIN-SUIVI                  VALUE 'O'.
       01  WS-SUIVI-ABSENT           PIC X VALUE 'N'.
           88 SUIVI-ABSENT               VALUE 'O'.

      * Compteurs
       01  WS-NB-LUES                PIC 9(6) VALUE 0.
       01  WS-NB-ESC-F               PIC 9(6) VALUE 0.
       01  WS-NB-ESC-E               PIC 9(6) VALUE 0.
       01  WS-NB-ECHECS              PIC 9(6) VALUE 0.

      * Lignes de la liste superviseur
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(20) VALUE
               'ESCALADE ALERTES DU '.
           05 WS-LIGE-DATE          PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGE-HEURE         PIC 9(6).
           05 FILLER                PIC X(14) VALUE
               ' - DELAI F : '.
           05 WS-LIGE-DELAI         PIC ZZZ9.
           05 FILLER                PIC X(18) VALUE
               ' MIN, E : 1 JOUR'.
       01  WS-LIG-ALERTE.
           05 WS-LIGA-NUMERO        PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-SEVERITE      PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-PROGRAMME     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-DATE          PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-HEURE         PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-ANCIENNETE    PIC ZZZZZ9.
           05 FILLER                PIC X(5) VALUE ' MIN '.
           05 WS-LIGA-MESSAGE       PIC X(60).
       01  WS-LIG-TOTAL.
           05 FILLER                PIC X(20) VALUE
               'ALERTES ESCALADEES :'.
           05 FILLER                PIC X(5) VALUE '  F :'.
           05 WS-LIGT-NB-F          PIC ZZZZZ9.
           05 FILLER                PIC X(5) VALUE '  E :'.
           05 WS-LIGT-NB-E          PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'ESCALADE DES ALERTES EXPLOITATION'
           DISPLAY '========================================'
           PERFORM 10000-INIT THRU FIN-10000-INIT
           PERFORM 20000-EXAMINER UNTIL FIN-SUIVI
           PERFORM 40000-FIN THRU FIN-40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ALERTES LUES        : ' WS-NB-LUES
           DISPLAY 'ESCALADES F         : ' WS-NB-ESC-F
           DISPLAY 'ESCALADES E         : ' WS-NB-ESC-E
           DISPLAY 'MARQUAGES EN ECHEC  : ' WS-NB-ECHECS
           DISPLAY '========================================'
           IF WS-NB-ESC-F > 0 OR WS-NB-ESC-E > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'DELAI ALERTES F (MIN) : ' WS-DELAI-FATALE

           MOVE WS-HEURE-JOUR TO WS-HEURE-CALC
           COMPUTE WS-MINUTES-JOUR =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) * 1440
               + WS-HC-HH * 60 + WS-HC-MM

      * Pas encore de suivi : aucune alerte deposee, rien a escalader
           OPEN I-O F-SUIVI
           IF FS-SUIVI = '35'
               DISPLAY 'AUCUNE ALERTE SUIVIE (WORK/ALRSUIVI.dat ABSENT)'
               SET FIN-SUIVI TO TRUE
               SET SUIVI-ABSENT TO TRUE
               GO TO FIN-10000-INIT
           END-IF
           IF FS-SUIVI NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/ALRSUIVI.dat : '
                       FS-SUIVI
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-ESCALADE
           IF FS-ESCALADE NOT = '00'
               OPEN OUTPUT F-ESCALADE
           END-IF
           IF FS-ESCALADE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/ESCALADE.lst : '
                       FS-ESCALADE
               CLOSE F-SUIVI
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Le compteur des numeros (cle zero) n'est pas une alerte
           MOVE 1 TO FS-SUI-CLE
           START F-SUIVI KEY >= FS-SUI-CLE
               INVALID KEY
                   SET FIN-SUIVI TO TRUE
           END-START
           .
       FIN-10000-INIT.
           EXIT.

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DELAI='
                   IF WS-PARM-TOK(WS-PARM-IDX)(7:4) IS NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:4)
                           TO WS-DELAI-FATALE
                   ELSE
                       DISPLAY 'PARM DELAI= IGNORE (4 CHIFFRES) : '
                               WS-PARM-TOK(WS-PARM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * Examen d'une alerte : seules les alertes encore ouvertes et    *
      * pas encore escaladees sont candidates                          *

       20000-EXAMINER.
           READ F-SUIVI NEXT INTO W-ALERTE
               AT END
                   SET FIN-SUIVI TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF ALR-OUVERTE AND ALR-ESC-DATE = 0
                       PERFORM 21000-CALCULER-ANCIENNETE
                       EVALUATE TRUE
                           WHEN ALR-FATALE
                                AND WS-ANCIENNETE >= WS-DELAI-FATALE
                               ADD 1 TO WS-NB-ESC-F
                               PERFORM 22000-ESCALADER
                           WHEN ALR-ERREUR
                                AND WS-ANCIENNETE >= WS-DELAI-ERREUR
                               ADD 1 TO WS-NB-ESC-E
                               PERFORM 22000-ESCALADER
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           .

       21000-CALCULER-ANCIENNETE.
           MOVE ALR-HEURE TO WS-HEURE-CALC
           COMPUTE WS-MINUTES-ALERTE =
               FUNCTION INTEGER-OF-DATE(ALR-DATE) * 1440
               + WS-HC-HH * 60 + WS-HC-MM
           COMPUTE WS-ANCIENNETE = WS-MINUTES-JOUR - WS-MINUTES-ALERTE
           .

      * Ajout a la liste superviseur et marquage dans le suivi ; la   *
      * premiere escalade du passage est precedee de l'entete          *

       22000-ESCALADER.
           IF WS-NB-ESC-F + WS-NB-ESC-E = 1
               MOVE SPACES TO FS-ESCALADE-REC
               WRITE FS-ESCALADE-REC
               MOVE WS-DATE-JOUR    TO WS-LIGE-DATE
               MOVE WS-HEURE-JOUR   TO WS-LIGE-HEURE
               MOVE WS-DELAI-FATALE TO WS-LIGE-DELAI
               MOVE WS-LIG-ENTETE   TO FS-ESCALADE-REC
               WRITE FS-ESCALADE-REC
           END-IF

           MOVE ALR-NUMERO    TO WS-LIGA-NUMERO
           MOVE ALR-SEVERITE  TO WS-LIGA-SEVERITE
           MOVE ALR-PROGRAMME TO WS-LIGA-PROGRAMME
           MOVE ALR-DATE      TO WS-LIGA-DATE
           MOVE ALR-HEURE     TO WS-LIGA-HEURE
           MOVE WS-ANCIENNETE TO WS-LIGA-ANCIENNETE
           MOVE ALR-MESSAGE   TO WS-LIGA-MESSAGE
           MOVE WS-LIG-ALERTE TO FS-ESCALADE-REC
           WRITE FS-ESCALADE-REC

           MOVE WS-DATE-JOUR  TO ALR-ESC-DATE
           MOVE WS-HEURE-JOUR TO ALR-ESC-HEURE
           MOVE W-ALERTE TO FS-SUI-REC
           REWRITE FS-SUI-REC
               INVALID KEY
                   ADD 1 TO WS-NB-ECHECS
                   DISPLAY 'ALERTE ' ALR-NUMERO
                           ' ESCALADEE MAIS NON MARQUEE : ' FS-SUIVI
           END-REWRITE
           .

      * Fin de traitement                                              *

       40000-FIN.
           IF SUIVI-ABSENT
               GO TO FIN-40000-FIN
           END-IF
           IF WS-NB-ESC-F + WS-NB-ESC-E > 0
               MOVE WS-NB-ESC-F TO WS-LIGT-NB-F
               MOVE WS-NB-ESC-E TO WS-LIGT-NB-E
               MOVE WS-LIG-TOTAL TO FS-ESCALADE-REC
               WRITE FS-ESCALADE-REC
           END-IF
           CLOSE F-SUIVI
           CLOSE F-ESCALADE
           .
       FIN-40000-FIN.
           EXIT.
