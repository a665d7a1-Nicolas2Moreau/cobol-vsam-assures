       IDENTIFICATION DIVISION.
       PROGRAM-ID. DURASSU.

      * DUREES DE LA CHAINE DE NUIT - Depouille l'historique des      *
      * etapes WORK/CHAINHIS.dat (CCHNHIS, ecrit par CHAINRUN) et     *
      * edite dans WORK/DURASSU.lst, pour l'exploitation, la tendance *
      * des 30 nuits finissant a la date traitee :                    *
      *   - par programme : executions, echecs (code retour 16 ou     *
      *     plus, exclus des durees), duree moyenne sur 30 et sur 7   *
      *     nuits et ecart en %, derniere et plus longue duree,       *
      *     volume moyen et debit (enregistrements par minute) pour   *
      *     les etapes dont le volume est historise ;                 *
      *   - par nuit : premier debut, derniere fin et duree totale    *
      *     de la chaine.                                             *
      * Une etape qui ralentit (tendance a la hausse) ou un debit qui *
      * baisse se voient avant que la fenetre batch ne soit depassee. *
      * PARM optionnel : DATE=aaaammjj, derniere nuit depouillee      *
      * (defaut : date du jour)                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-HISTO ASSIGN TO "WORK/CHAINHIS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTO.

           SELECT F-RAPPORT ASSIGN TO "WORK/DURASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-HISTO.
       01  FS-HISTO-REC            PIC X(100).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-HISTO                  PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-HISTORIQUE.
           COPY CCHNHIS.

      * Periode depouillee (PARM DATE=aaaammjj, defaut date du jour) :
      * 30 nuits, dont les 7 dernieres pour la tendance
       01  WS-DATE-FIN               PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT             PIC 9(8) VALUE 0.
       01  WS-DATE-DEBUT-7J          PIC 9(8) VALUE 0.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-HISTO              PIC X VALUE 'N'.
           88 FIN-HISTO                  VALUE 'O'.

      * Cumuls par programme (decouverte au fil de l'eau)
       01  WS-NB-PGMS                PIC 99 VALUE 0.
       01  WS-TABLE-PGMS.
           05 WS-PGM-ENTRY OCCURS 40 TIMES.
               10 WS-PGM-NOM         PIC X(8).
               10 WS-PGM-NB          PIC 9(4).
               10 WS-PGM-ECHECS      PIC 9(4).
               10 WS-PGM-CUMUL       PIC 9(9).
               10 WS-PGM-NB-7J       PIC 9(4).
               10 WS-PGM-CUMUL-7J    PIC 9(9).
               10 WS-PGM-DERN-DATE   PIC 9(8).
               10 WS-PGM-DERNIERE    PIC 9(6).
               10 WS-PGM-MAXIMUM     PIC 9(6).
               10 WS-PGM-NB-VOL      PIC 9(4).
               10 WS-PGM-CUMUL-VOL   PIC 9(11).
               10 WS-PGM-DUREE-VOL   PIC 9(9).
       01  WS-PGM-IDX                PIC 99.
       01  WS-PGM-POS                PIC 99.

      * Etendue de la chaine par nuit (premier debut, derniere fin)
       01  WS-NB-NUITS               PIC 99 VALUE 0.
       01  WS-TABLE-NUITS.
           05 WS-NUIT-ENTRY OCCURS 31 TIMES.
               10 WS-NUIT-DATE       PIC 9(8).
               10 WS-NUIT-NB         PIC 99.
               10 WS-NUIT-DEBUT      PIC 9(11).
               10 WS-NUIT-FIN        PIC 9(11).
       01  WS-NUIT-IDX               PIC 99.
       01  WS-NUIT-POS               PIC 99.

      * Conversions date/heure <-> secondes
       01  WS-HEURE-CALC             PIC 9(6).
       01  WS-HEURE-CALC-R REDEFINES WS-HEURE-CALC.
           05 WS-HC-HH              PIC 99.
           05 WS-HC-MM              PIC 99.
           05 WS-HC-SS              PIC 99.
       01  WS-SECONDES-DEBUT         PIC 9(11).
       01  WS-SECONDES-FIN           PIC 9(11).
       01  WS-CONV-SECONDES          PIC 9(11).
       01  WS-CONV-JOURS             PIC 9(7).
       01  WS-CONV-RESTE             PIC 9(5).
       01  WS-CONV-DATE              PIC 9(8).
       01  WS-CONV-HHMM              PIC X(5).

      * Zones de calcul de l'edition
       01  WS-MOYENNE-30J            PIC 9(7).
       01  WS-MOYENNE-7J             PIC 9(7).
       01  WS-TENDANCE               PIC S9(5).
       01  WS-TENDANCE-EDIT          PIC ----9.
       01  WS-ETENDUE                PIC 9(7).

      * Compteurs
       01  WS-NB-LUES                PIC 9(6) VALUE 0.
       01  WS-NB-RETENUES            PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(30) VALUE
               'DUREES DE LA CHAINE DE NUIT DU'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGTI-DEBUT        PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LIGTI-FIN          PIC 9(8).
       01  WS-LIG-ENTETE1.
           05 FILLER                PIC X(40) VALUE
               'PROGRAMME EXE ECH MOY.30N  MOY.7N TEND. '.
           05 FILLER                PIC X(40) VALUE
               'DERNIERE MAXIMUM VOL.MOYEN  DEBIT'.
       01  WS-LIG-ENTETE2.
           05 FILLER                PIC X(40) VALUE
               '              (DUREES EN SECONDES)    % '.
           05 FILLER                PIC X(40) VALUE
               '                              ENR/MIN'.
       01  WS-LIG-PGM.
           05 WS-LIGP-NOM           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-NB            PIC ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-ECHECS        PIC ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-MOY-30J       PIC ZZZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-MOY-7J        PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-TENDANCE      PIC X(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-DERNIERE      PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGP-MAXIMUM       PIC ZZZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-VOLUME        PIC X(9).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGP-DEBIT         PIC X(7).
       01  WS-MOY-7J-EDIT            PIC ZZZZZZ9.
       01  WS-VOLUME-EDIT            PIC ZZZZZZZZ9.
       01  WS-DEBIT-EDIT             PIC ZZZZZZ9.
       01  WS-LIG-NUIT.
           05 FILLER                PIC X(5) VALUE 'NUIT '.
           05 WS-LIGN-DATE          PIC 9(8).
           05 FILLER                PIC X(8) VALUE '  DEBUT '.
           05 WS-LIGN-DEBUT-DATE    PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGN-DEBUT-HHMM    PIC X(5).
           05 FILLER                PIC X(6) VALUE '  FIN '.
           05 WS-LIGN-FIN-DATE      PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGN-FIN-HHMM      PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGN-ETENDUE       PIC ZZZZ9.
           05 FILLER                PIC X(13) VALUE ' MIN  ETAPES '.
           05 WS-LIGN-NB            PIC Z9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'DUREES DE LA CHAINE DE NUIT'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-DEPOUILLER UNTIL FIN-HISTO
           PERFORM 30000-EDITER
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ETAPES LUES      : ' WS-NB-LUES
           DISPLAY 'ETAPES RETENUES  : ' WS-NB-RETENUES
           DISPLAY 'PROGRAMMES       : ' WS-NB-PGMS
           DISPLAY 'NUITS            : ' WS-NB-NUITS
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
               (FUNCTION INTEGER-OF-DATE(WS-DATE-FIN) - 29)
           COMPUTE WS-DATE-DEBUT-7J = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-FIN) - 6)
           DISPLAY 'NUITS DEPOUILLEES : ' WS-DATE-DEBUT
                   ' AU ' WS-DATE-FIN

           MOVE ZEROS TO WS-TABLE-PGMS
           MOVE ZEROS TO WS-TABLE-NUITS

           OPEN INPUT F-HISTO
           IF FS-HISTO NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/CHAINHIS.dat : '
                       FS-HISTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
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

      * Depouillement d'une etape executee dans la periode             *

       20000-DEPOUILLER.
           READ F-HISTO INTO WS-HISTORIQUE
               AT END
                   SET FIN-HISTO TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUES
                   IF CHH-DATE-PLAN IS NUMERIC
                           AND CHH-DUREE IS NUMERIC
                           AND CHH-VOLUME IS NUMERIC
                           AND CHH-RC IS NUMERIC
                           AND CHH-DEBUT-DATE IS NUMERIC
                           AND CHH-DEBUT-HEURE IS NUMERIC
                           AND CHH-FIN-DATE IS NUMERIC
                           AND CHH-FIN-HEURE IS NUMERIC
                       IF CHH-DATE-PLAN >= WS-DATE-DEBUT
                               AND CHH-DATE-PLAN <= WS-DATE-FIN
                           ADD 1 TO WS-NB-RETENUES
                           PERFORM 21000-CUMULER-PROGRAMME
                               THRU FIN-21000-CUMULER-PROGRAMME
                           PERFORM 22000-CUMULER-NUIT
                               THRU FIN-22000-CUMULER-NUIT
                       END-IF
                   END-IF
           END-READ
           .

      * Durees et volumes par programme (un echec fatal ne compte que  *
      * dans les echecs : sa duree fausserait les moyennes)            *

       21000-CUMULER-PROGRAMME.
           MOVE 0 TO WS-PGM-POS
           PERFORM 21100-COMPARER-PROGRAMME
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-NB-PGMS
                   OR WS-PGM-POS > 0

           IF WS-PGM-POS = 0
               IF WS-NB-PGMS < 40
                   ADD 1 TO WS-NB-PGMS
                   MOVE WS-NB-PGMS TO WS-PGM-POS
                   MOVE CHH-PROGRAMME TO WS-PGM-NOM(WS-PGM-POS)
               ELSE
                   GO TO FIN-21000-CUMULER-PROGRAMME
               END-IF
           END-IF

           IF CHH-RC >= 16
               ADD 1 TO WS-PGM-ECHECS(WS-PGM-POS)
               GO TO FIN-21000-CUMULER-PROGRAMME
           END-IF

           ADD 1 TO WS-PGM-NB(WS-PGM-POS)
           ADD CHH-DUREE TO WS-PGM-CUMUL(WS-PGM-POS)
           IF CHH-DATE-PLAN >= WS-DATE-DEBUT-7J
               ADD 1 TO WS-PGM-NB-7J(WS-PGM-POS)
               ADD CHH-DUREE TO WS-PGM-CUMUL-7J(WS-PGM-POS)
           END-IF
           IF CHH-DATE-PLAN >= WS-PGM-DERN-DATE(WS-PGM-POS)
               MOVE CHH-DATE-PLAN TO WS-PGM-DERN-DATE(WS-PGM-POS)
               MOVE CHH-DUREE TO WS-PGM-DERNIERE(WS-PGM-POS)
           END-IF
           IF CHH-DUREE > WS-PGM-MAXIMUM(WS-PGM-POS)
               MOVE CHH-DUREE TO WS-PGM-MAXIMUM(WS-PGM-POS)
           END-IF
           IF CHH-VOLUME-FICHIER NOT = SPACES AND CHH-VOLUME > 0
               ADD 1 TO WS-PGM-NB-VOL(WS-PGM-POS)
               ADD CHH-VOLUME TO WS-PGM-CUMUL-VOL(WS-PGM-POS)
               ADD CHH-DUREE TO WS-PGM-DUREE-VOL(WS-PGM-POS)
           END-IF
           .
       FIN-21000-CUMULER-PROGRAMME.
           EXIT.

       21100-COMPARER-PROGRAMME.
           IF WS-PGM-NOM(WS-PGM-IDX) = CHH-PROGRAMME
               MOVE WS-PGM-IDX TO WS-PGM-POS
           END-IF
           .

      * Etendue de la nuit : premier debut et derniere fin d'etape     *
      * (une reprise apres echec allonge donc la nuit)                 *

       22000-CUMULER-NUIT.
           MOVE CHH-DEBUT-HEURE TO WS-HEURE-CALC
           COMPUTE WS-SECONDES-DEBUT =
               FUNCTION INTEGER-OF-DATE(CHH-DEBUT-DATE) * 86400
               + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS
           MOVE CHH-FIN-HEURE TO WS-HEURE-CALC
           COMPUTE WS-SECONDES-FIN =
               FUNCTION INTEGER-OF-DATE(CHH-FIN-DATE) * 86400
               + WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS

           MOVE 0 TO WS-NUIT-POS
           PERFORM 22100-COMPARER-NUIT
               VARYING WS-NUIT-IDX FROM 1 BY 1
               UNTIL WS-NUIT-IDX > WS-NB-NUITS
                   OR WS-NUIT-POS > 0

           IF WS-NUIT-POS = 0
               IF WS-NB-NUITS < 31
                   ADD 1 TO WS-NB-NUITS
                   MOVE WS-NB-NUITS TO WS-NUIT-POS
                   MOVE CHH-DATE-PLAN TO WS-NUIT-DATE(WS-NUIT-POS)
                   MOVE WS-SECONDES-DEBUT TO WS-NUIT-DEBUT(WS-NUIT-POS)
                   MOVE WS-SECONDES-FIN TO WS-NUIT-FIN(WS-NUIT-POS)
               ELSE
                   GO TO FIN-22000-CUMULER-NUIT
               END-IF
           END-IF

           ADD 1 TO WS-NUIT-NB(WS-NUIT-POS)
           IF WS-SECONDES-DEBUT < WS-NUIT-DEBUT(WS-NUIT-POS)
               MOVE WS-SECONDES-DEBUT TO WS-NUIT-DEBUT(WS-NUIT-POS)
           END-IF
           IF WS-SECONDES-FIN > WS-NUIT-FIN(WS-NUIT-POS)
               MOVE WS-SECONDES-FIN TO WS-NUIT-FIN(WS-NUIT-POS)
           END-IF
           .
       FIN-22000-CUMULER-NUIT.
           EXIT.

       22100-COMPARER-NUIT.
           IF WS-NUIT-DATE(WS-NUIT-IDX) = CHH-DATE-PLAN
               MOVE WS-NUIT-IDX TO WS-NUIT-POS
           END-IF
           .

      * Edition de la tendance par programme puis par nuit            *

       30000-EDITER.
           MOVE WS-DATE-DEBUT TO WS-LIGTI-DEBUT
           MOVE WS-DATE-FIN   TO WS-LIGTI-FIN
           MOVE WS-LIG-TITRE  TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE WS-LIG-ENTETE1 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE2 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 31000-EDITER-PROGRAMME
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-NB-PGMS
           IF WS-NB-PGMS = 0
               MOVE 'AUCUNE ETAPE HISTORISEE SUR LA PERIODE'
                   TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 32000-EDITER-NUIT
               VARYING WS-NUIT-IDX FROM 1 BY 1
               UNTIL WS-NUIT-IDX > WS-NB-NUITS
           .

      * Tendance : ecart de la moyenne des 7 dernieres nuits a la      *
      * moyenne des 30 ; debit = volume / duree, en enreg. par minute  *

       31000-EDITER-PROGRAMME.
           MOVE SPACES TO WS-LIG-PGM
           MOVE WS-PGM-NOM(WS-PGM-IDX)     TO WS-LIGP-NOM
           MOVE WS-PGM-NB(WS-PGM-IDX)      TO WS-LIGP-NB
           MOVE WS-PGM-ECHECS(WS-PGM-IDX)  TO WS-LIGP-ECHECS
           MOVE 0 TO WS-MOYENNE-30J
           IF WS-PGM-NB(WS-PGM-IDX) > 0
               COMPUTE WS-MOYENNE-30J ROUNDED =
                   WS-PGM-CUMUL(WS-PGM-IDX) / WS-PGM-NB(WS-PGM-IDX)
           END-IF
           MOVE WS-MOYENNE-30J TO WS-LIGP-MOY-30J
           IF WS-PGM-NB-7J(WS-PGM-IDX) > 0
               COMPUTE WS-MOYENNE-7J ROUNDED =
                   WS-PGM-CUMUL-7J(WS-PGM-IDX)
                   / WS-PGM-NB-7J(WS-PGM-IDX)
               MOVE WS-MOYENNE-7J TO WS-MOY-7J-EDIT
               MOVE WS-MOY-7J-EDIT TO WS-LIGP-MOY-7J
               IF WS-MOYENNE-30J > 0
                   COMPUTE WS-TENDANCE ROUNDED =
                       (WS-MOYENNE-7J - WS-MOYENNE-30J) * 100
                       / WS-MOYENNE-30J
                   MOVE WS-TENDANCE TO WS-TENDANCE-EDIT
                   MOVE WS-TENDANCE-EDIT TO WS-LIGP-TENDANCE
               END-IF
           END-IF
           MOVE WS-PGM-DERNIERE(WS-PGM-IDX) TO WS-LIGP-DERNIERE
           MOVE WS-PGM-MAXIMUM(WS-PGM-IDX)  TO WS-LIGP-MAXIMUM
           IF WS-PGM-NB-VOL(WS-PGM-IDX) > 0
               COMPUTE WS-VOLUME-EDIT ROUNDED =
                   WS-PGM-CUMUL-VOL(WS-PGM-IDX)
                   / WS-PGM-NB-VOL(WS-PGM-IDX)
               MOVE WS-VOLUME-EDIT TO WS-LIGP-VOLUME
               IF WS-PGM-DUREE-VOL(WS-PGM-IDX) > 0
                   COMPUTE WS-DEBIT-EDIT ROUNDED =
                       WS-PGM-CUMUL-VOL(WS-PGM-IDX) * 60
                       / WS-PGM-DUREE-VOL(WS-PGM-IDX)
                   MOVE WS-DEBIT-EDIT TO WS-LIGP-DEBIT
               END-IF
           END-IF
           MOVE WS-LIG-PGM TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       32000-EDITER-NUIT.
           MOVE WS-NUIT-DATE(WS-NUIT-IDX) TO WS-LIGN-DATE
           MOVE WS-NUIT-NB(WS-NUIT-IDX)   TO WS-LIGN-NB
           MOVE WS-NUIT-DEBUT(WS-NUIT-IDX) TO WS-CONV-SECONDES
           PERFORM 33000-CONVERTIR-SECONDES
           MOVE WS-CONV-DATE TO WS-LIGN-DEBUT-DATE
           MOVE WS-CONV-HHMM TO WS-LIGN-DEBUT-HHMM
           MOVE WS-NUIT-FIN(WS-NUIT-IDX) TO WS-CONV-SECONDES
           PERFORM 33000-CONVERTIR-SECONDES
           MOVE WS-CONV-DATE TO WS-LIGN-FIN-DATE
           MOVE WS-CONV-HHMM TO WS-LIGN-FIN-HHMM
           COMPUTE WS-ETENDUE ROUNDED =
               (WS-NUIT-FIN(WS-NUIT-IDX) - WS-NUIT-DEBUT(WS-NUIT-IDX))
               / 60
           MOVE WS-ETENDUE TO WS-LIGN-ETENDUE
           MOVE WS-LIG-NUIT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       33000-CONVERTIR-SECONDES.
           DIVIDE WS-CONV-SECONDES BY 86400 GIVING WS-CONV-JOURS
               REMAINDER WS-CONV-RESTE
           COMPUTE WS-CONV-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JOURS)
           DIVIDE WS-CONV-RESTE BY 60 GIVING WS-CONV-RESTE
           DIVIDE WS-CONV-RESTE BY 60 GIVING WS-HC-HH
               REMAINDER WS-HC-MM
           STRING WS-HC-HH ':' WS-HC-MM DELIMITED BY SIZE
               INTO WS-CONV-HHMM
           END-STRING
           .

      * Fin de traitement                                              *

       40000-FIN.
           CLOSE F-HISTO
           CLOSE F-RAPPORT
           .
