       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALSASSU.

      * STATISTIQUES HEBDOMADAIRES DES ALERTES - Depouille le suivi   *
      * des alertes WORK/ALRSUIVI.dat (CALERTE) et edite dans         *
      * WORK/ALSASSU.lst, pour le responsable d'exploitation, les     *
      * chiffres de la semaine (7 jours finissant a la date traitee) :*
      * volume d'alertes par severite et par programme emetteur, etat *
      * actuel (ouvertes, acquittees, resolues), alertes escaladees   *
      * par ESCASSU, et delai d'acquittement (moyen et maximum, en    *
      * minutes) par severite.                                        *
      * PARM optionnel : DATE=aaaammjj, dernier jour de la semaine    *
      * (defaut : date du jour)                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SUIVI ASSIGN TO "WORK/ALRSUIVI.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUI-CLE
               FILE STATUS IS FS-SUIVI.

           SELECT F-RAPPORT ASSIGN TO "WORK/ALSASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SUIVI.
       01  FS-SUI-REC.
           05 FS-SUI-CLE           PIC 9(8).
           05 FS-SUI-DATA          PIC X(192).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-SUIVI                  PIC XX.
       01  FS-RAPPORT                PIC XX.

           COPY WALERTE.

      * Semaine depouillee (PARM DATE=aaaammjj, defaut date du jour)
       01  WS-DATE-FIN               PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT             PIC 9(8) VALUE 0.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-SUIVI              PIC X VALUE 'N'.
           88 FIN-SUIVI                  VALUE 'O'.

      * Cumuls par severite (1 = W, 2 = E, 3 = F)
       01  WS-TABLE-SEVERITES.
           05 WS-SEV-ENTRY OCCURS 3 TIMES.
               10 WS-SEV-NB          PIC 9(6).
               10 WS-SEV-NB-ACQ      PIC 9(6).
               10 WS-SEV-CUMUL-ACQ   PIC 9(9).
               10 WS-SEV-MAX-ACQ     PIC 9(7).
       01  WS-SEV-LIBELLES.
           05 FILLER                PIC X(14) VALUE 'WAVERTISSEMENT'.
           05 FILLER                PIC X(14) VALUE 'EERREUR       '.
           05 FILLER                PIC X(14) VALUE 'FFATALE       '.
       01  WS-SEV-LIBELLES-R REDEFINES WS-SEV-LIBELLES.
           05 WS-SEV-LIB-ENTRY OCCURS 3 TIMES.
               10 WS-SEV-CODE        PIC X(1).
               10 WS-SEV-LIBELLE     PIC X(13).
       01  WS-SEV-IDX                PIC 9.
       01  WS-SEV-POS                PIC 9.

      * Etat actuel des alertes de la semaine
       01  WS-NB-OUVERTES            PIC 9(6) VALUE 0.
       01  WS-NB-ACQUITTEES          PIC 9(6) VALUE 0.
       01  WS-NB-RESOLUES            PIC 9(6) VALUE 0.
       01  WS-NB-ESCALADEES          PIC 9(6) VALUE 0.

      * Cumuls par programme emetteur (decouverte au fil de l'eau)
       01  WS-NB-PGMS                PIC 99 VALUE 0.
       01  WS-TABLE-PGMS.
           05 WS-PGM-ENTRY OCCURS 30 TIMES.
               10 WS-PGM-NOM         PIC X(8).
               10 WS-PGM-NB          PIC 9(6).
       01  WS-PGM-IDX                PIC 99.
       01  WS-PGM-POS                PIC 99.

      * Delai d'acquittement en minutes
       01  WS-HEURE-CALC             PIC 9(6).
       01  WS-HEURE-CALC-R REDEFINES WS-HEURE-CALC.
           05 WS-HC-HH              PIC 99.
           05 WS-HC-MM              PIC 99.
           05 WS-HC-SS              PIC 99.
       01  WS-MINUTES-EMISSION       PIC 9(9).
       01  WS-MINUTES-ACQ            PIC 9(9).
       01  WS-DELAI-ACQ              PIC S9(9).

      * Compteurs
       01  WS-NB-LUES                PIC 9(6) VALUE 0.
       01  WS-NB-RETENUES            PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(24) VALUE
               'ALERTES DE LA SEMAINE DU'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGTI-DEBUT        PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LIGTI-FIN          PIC 9(8).
       01  WS-LIG-SEVERITE.
           05 FILLER                PIC X(9) VALUE 'SEVERITE '.
           05 WS-LIGS-LIBELLE       PIC X(13).
           05 FILLER                PIC X(10) VALUE ' ALERTES :'.
           05 WS-LIGS-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(12) VALUE '  ACQUIT. :'.
           05 WS-LIGS-NB-ACQ        PIC ZZZZZ9.
       01  WS-LIG-DELAI.
           05 FILLER                PIC X(22) VALUE
               '  DELAI ACQUITTEMENT -'.
           05 FILLER                PIC X(9) VALUE ' MOYEN : '.
           05 WS-LIGD-MOYEN         PIC ZZZZZZ9.
           05 FILLER                PIC X(16) VALUE
               ' MIN  MAXIMUM : '.
           05 WS-LIGD-MAX           PIC ZZZZZZ9.
           05 FILLER                PIC X(4) VALUE ' MIN'.
       01  WS-LIG-ETAT.
           05 WS-LIGE-LIBELLE       PIC X(22).
           05 WS-LIGE-NB            PIC ZZZZZ9.
       01  WS-LIG-PGM.
           05 FILLER                PIC X(10) VALUE 'PROGRAMME '.
           05 WS-LIGP-NOM           PIC X(8).
           05 FILLER                PIC X(12) VALUE '  ALERTES : '.
           05 WS-LIGP-NB            PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'STATISTIQUES HEBDOMADAIRES DES ALERTES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-DEPOUILLER UNTIL FIN-SUIVI
           PERFORM 30000-EDITER
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ALERTES LUES     : ' WS-NB-LUES
           DISPLAY 'ALERTES RETENUES : ' WS-NB-RETENUES
           DISPLAY '========================================'
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-FIN FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           COMPUTE WS-DATE-DEBUT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-FIN) - 6)
           DISPLAY 'SEMAINE DEPOUILLEE : ' WS-DATE-DEBUT
                   ' AU ' WS-DATE-FIN

           MOVE ZEROS TO WS-TABLE-SEVERITES

           OPEN INPUT F-SUIVI
           IF FS-SUIVI NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/ALRSUIVI.dat : '
                       FS-SUIVI
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
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

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-DATE-FIN
               END-IF
           END-PERFORM
           .

      * Depouillement d'une alerte emise dans la semaine               *

       20000-DEPOUILLER.
           READ F-SUIVI NEXT INTO W-ALERTE
               AT END
                   SET FIN-SUIVI TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF ALR-DATE >= WS-DATE-DEBUT
                           AND ALR-DATE <= WS-DATE-FIN
                       ADD 1 TO WS-NB-RETENUES
                       PERFORM 21000-CUMULER-SEVERITE
                           THRU FIN-21000-CUMULER-SEVERITE
                       PERFORM 22000-CUMULER-PROGRAMME
                       EVALUATE TRUE
                           WHEN ALR-OUVERTE
                               ADD 1 TO WS-NB-OUVERTES
                           WHEN ALR-ACQUITTEE
                               ADD 1 TO WS-NB-ACQUITTEES
                           WHEN ALR-RESOLUE
                               ADD 1 TO WS-NB-RESOLUES
                       END-EVALUATE
                       IF ALR-ESC-DATE > 0
                           ADD 1 TO WS-NB-ESCALADEES
                       END-IF
                   END-IF
           END-READ
           .

      * Volume et delai d'acquittement par severite (une alerte       *
      * resolue sans acquittement prealable porte l'heure de la        *
      * resolution comme heure d'acquittement, cf ACQA)                *

       21000-CUMULER-SEVERITE.
           MOVE 0 TO WS-SEV-POS
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3
               IF WS-SEV-CODE(WS-SEV-IDX) = ALR-SEVERITE
                   MOVE WS-SEV-IDX TO WS-SEV-POS
               END-IF
           END-PERFORM
           IF WS-SEV-POS = 0
               GO TO FIN-21000-CUMULER-SEVERITE
           END-IF

           ADD 1 TO WS-SEV-NB(WS-SEV-POS)
           IF ALR-OUVERTE OR ALR-ACQ-DATE = 0
               GO TO FIN-21000-CUMULER-SEVERITE
           END-IF

           MOVE ALR-HEURE TO WS-HEURE-CALC
           COMPUTE WS-MINUTES-EMISSION =
               FUNCTION INTEGER-OF-DATE(ALR-DATE) * 1440
               + WS-HC-HH * 60 + WS-HC-MM
           MOVE ALR-ACQ-HEURE TO WS-HEURE-CALC
           COMPUTE WS-MINUTES-ACQ =
               FUNCTION INTEGER-OF-DATE(ALR-ACQ-DATE) * 1440
               + WS-HC-HH * 60 + WS-HC-MM
           COMPUTE WS-DELAI-ACQ = WS-MINUTES-ACQ - WS-MINUTES-EMISSION
           IF WS-DELAI-ACQ < 0
               MOVE 0 TO WS-DELAI-ACQ
           END-IF

           ADD 1 TO WS-SEV-NB-ACQ(WS-SEV-POS)
           ADD WS-DELAI-ACQ TO WS-SEV-CUMUL-ACQ(WS-SEV-POS)
           IF WS-DELAI-ACQ > WS-SEV-MAX-ACQ(WS-SEV-POS)
               MOVE WS-DELAI-ACQ TO WS-SEV-MAX-ACQ(WS-SEV-POS)
           END-IF
           .
       FIN-21000-CUMULER-SEVERITE.
           EXIT.

       22000-CUMULER-PROGRAMME.
           MOVE 0 TO WS-PGM-POS
           PERFORM 22100-COMPARER-PROGRAMME
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-NB-PGMS
                   OR WS-PGM-POS > 0

           IF WS-PGM-POS = 0
                   AND WS-NB-PGMS < 30
               ADD 1 TO WS-NB-PGMS
               MOVE WS-NB-PGMS TO WS-PGM-POS
               MOVE ALR-PROGRAMME TO WS-PGM-NOM(WS-PGM-POS)
               MOVE 0 TO WS-PGM-NB(WS-PGM-POS)
           END-IF
           IF WS-PGM-POS > 0
               ADD 1 TO WS-PGM-NB(WS-PGM-POS)
           END-IF
           .

       22100-COMPARER-PROGRAMME.
           IF WS-PGM-NOM(WS-PGM-IDX) = ALR-PROGRAMME
               MOVE WS-PGM-IDX TO WS-PGM-POS
           END-IF
           .

      * Edition des chiffres de la semaine                            *

       30000-EDITER.
           MOVE WS-DATE-DEBUT TO WS-LIGTI-DEBUT
           MOVE WS-DATE-FIN   TO WS-LIGTI-FIN
           MOVE WS-LIG-TITRE  TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'ALERTES EMISES      :' TO WS-LIGE-LIBELLE
           MOVE WS-NB-RETENUES TO WS-LIGE-NB
           MOVE WS-LIG-ETAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 31000-EDITER-SEVERITE
               VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ENCORE OUVERTES     :' TO WS-LIGE-LIBELLE
           MOVE WS-NB-OUVERTES TO WS-LIGE-NB
           MOVE WS-LIG-ETAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ACQUITTEES          :' TO WS-LIGE-LIBELLE
           MOVE WS-NB-ACQUITTEES TO WS-LIGE-NB
           MOVE WS-LIG-ETAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RESOLUES            :' TO WS-LIGE-LIBELLE
           MOVE WS-NB-RESOLUES TO WS-LIGE-NB
           MOVE WS-LIG-ETAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ESCALADEES          :' TO WS-LIGE-LIBELLE
           MOVE WS-NB-ESCALADEES TO WS-LIGE-NB
           MOVE WS-LIG-ETAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 32000-EDITER-PROGRAMME
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-NB-PGMS
           .

       31000-EDITER-SEVERITE.
           MOVE WS-SEV-LIBELLE(WS-SEV-IDX) TO WS-LIGS-LIBELLE
           MOVE WS-SEV-NB(WS-SEV-IDX)      TO WS-LIGS-NB
           MOVE WS-SEV-NB-ACQ(WS-SEV-IDX)  TO WS-LIGS-NB-ACQ
           MOVE WS-LIG-SEVERITE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           IF WS-SEV-NB-ACQ(WS-SEV-IDX) > 0
               COMPUTE WS-LIGD-MOYEN ROUNDED =
                   WS-SEV-CUMUL-ACQ(WS-SEV-IDX)
                   / WS-SEV-NB-ACQ(WS-SEV-IDX)
               MOVE WS-SEV-MAX-ACQ(WS-SEV-IDX) TO WS-LIGD-MAX
               MOVE WS-LIG-DELAI TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           .

       32000-EDITER-PROGRAMME.
           MOVE WS-PGM-NOM(WS-PGM-IDX) TO WS-LIGP-NOM
           MOVE WS-PGM-NB(WS-PGM-IDX)  TO WS-LIGP-NB
           MOVE WS-LIG-PGM TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       40000-FIN.
           CLOSE F-SUIVI
           CLOSE F-RAPPORT
           .
