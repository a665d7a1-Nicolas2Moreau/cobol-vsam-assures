       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRLASSU.

      * RUN PARALLELE - PREPARATION - Monte, dans un repertoire       *
      * distinct de la production (PARM CIBLE, defaut PARALLELE), la  *
      * situation de depart d'une nuit deja passee en production, pour*
      * y rejouer les versions candidates de MAJASSV2, SINASSU ou     *
      * PRIMCALC avant leur mise en service ; CMPASSU compare ensuite *
      * le resultat a celui de la production.                         *
      * La nuit rejouee (PARM NUIT=aaaammjj) est par defaut celle du  *
      * dernier dump ASSURES3 de DMPINDEX ; la situation de depart est*
      * celle du dump precedent (DMPASSU tourne en fin de chaine) :   *
      *   - CIBLE/WORK/ASSURES.dat, SINISTRE.dat, ASSEXT.dat recharges*
      *     depuis la generation de dump la plus recente anterieure a *
      *     la nuit (ou la generation GEN=nnnn), nombre d'enregistre- *
      *     ments controle contre l'index des generations             *
      *   - CIBLE/WORK/MVTS.dat et SINMVT.dat : mouvements de la nuit *
      *   - CIBLE/WORK/BATCHREG.dat : registre des lots amputes des   *
      *     lots enregistres a partir de la nuit, sans quoi TRIMVTS   *
      *     les ecarterait en doublon (anomalie 025)                  *
      *   - CIBLE/DATA/CHAINDEF : les lignes de la chaine de nuit des *
      *     seuls programmes a rejouer (PARM ETAPES=pgm+pgm+...,      *
      *     defaut TRIMVTS+MAJASSV2+SINASSU+PRIMCALC), dans l'ordre   *
      *     et avec les PARM de production                            *
      *   - CIBLE/JOURNAL, CIBLE/ETATANO, CIBLE/AUDITLOG remis a vide *
      *     pour ne contenir que la production du run parallele       *
      * Les repertoires CIBLE/WORK et CIBLE/DATA et les referentiels  *
      * en lecture seule (TARIFS, REGIONS, NATURES, FRANCH, DATA/...) *
      * sont mis en place par l'etape de recopie qui precede, comme   *
      * le rechargement prealable a RFWASSU. Le run lui-meme est un   *
      * CHAINRUN (PARM DATE=<nuit>) lance depuis CIBLE avec la        *
      * bibliotheque des programmes candidats en tete de recherche.   *
      * Compte rendu : WORK/PRLASSU.lst. Code retour 16 si un dump    *
      * manque ou ne se recharge pas integralement.                   *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Index des generations de dumps (tenu par DMPASSU)
           SELECT F-INDEX ASSIGN TO "WORK/DMPINDEX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDEX.

      * Dump a recharger - chemin lu dans l'index
           SELECT F-DUMP ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUMP.

           SELECT F-DUMP-EXT ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUMP.

      * Mouvements de la nuit et registre des lots (production)
           SELECT F-MVTS ASSIGN TO "WORK/MVTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MVTS.

           SELECT F-SINMVT ASSIGN TO "WORK/SINMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SINMVT.

           SELECT F-REGLOTS ASSIGN TO "WORK/BATCHREG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLOTS.

           SELECT F-CHAINDEF ASSIGN TO "DATA/CHAINDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAINDEF.

      * Fichiers du repertoire parallele - chemins construits
           SELECT F-OUT-ASSURES ASSIGN TO WS-OUT-ASSURES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OAS-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-SINISTRE ASSIGN TO WS-OUT-SINISTRE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OSI-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-ASSEXT ASSIGN TO WS-OUT-ASSEXT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OAX-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-MVTS ASSIGN TO WS-OUT-MVTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-SINMVT ASSIGN TO WS-OUT-SINMVT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-REGLOTS ASSIGN TO WS-OUT-REGLOTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-CHAINDEF ASSIGN TO WS-OUT-CHAINDEF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.

      * JOURNAL / ETATANO / AUDITLOG du run parallele (remis a vide)
           SELECT F-OUT-SEQ ASSIGN TO WS-OUT-SEQ-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-RAPPORT ASSIGN TO "WORK/PRLASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-INDEX.
       01  FS-IDX-REC.
           05 FS-IDX-FICHIER       PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-IDX-GEN           PIC 9(4).
           05 FILLER               PIC X(1).
           05 FS-IDX-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-IDX-NB            PIC 9(7).
           05 FILLER               PIC X(1).
           05 FS-IDX-TOTAL         PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 FS-IDX-PATH          PIC X(30).

       FD  F-DUMP.
       01  FS-DUMP-REC             PIC X(120).

       FD  F-DUMP-EXT.
       01  FS-DUMP-EXT-REC         PIC X(400).

       FD  F-MVTS.
       01  FS-MVTS-REC             PIC X(100).

       FD  F-SINMVT.
       01  FS-SINMVT-REC           PIC X(80).

       FD  F-REGLOTS.
       01  FS-RLT-REC.
           05 FS-RLT-BATCH-ID      PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-RLT-DATE          PIC 9(8).
           05 FILLER               PIC X(20).

       FD  F-CHAINDEF.
       01  FS-CHAINDEF-REC         PIC X(80).

       FD  F-OUT-ASSURES.
       01  FS-OAS-REC.
           05 FS-OAS-KEY           PIC 9(8).
           05 FS-OAS-DATA          PIC X(112).

       FD  F-OUT-SINISTRE.
       01  FS-OSI-REC.
           05 FS-OSI-KEY           PIC 9(10).
           05 FS-OSI-DATA          PIC X(100).

       FD  F-OUT-ASSEXT.
       01  FS-OAX-REC.
           05 FS-OAX-KEY           PIC 9(8).
           05 FS-OAX-DATA          PIC X(392).

       FD  F-OUT-MVTS.
       01  FS-OMV-REC              PIC X(100).

       FD  F-OUT-SINMVT.
       01  FS-OSM-REC              PIC X(80).

       FD  F-OUT-REGLOTS.
       01  FS-ORL-REC              PIC X(35).

       FD  F-OUT-CHAINDEF.
       01  FS-OCD-REC              PIC X(80).

       FD  F-OUT-SEQ.
       01  FS-OSQ-REC              PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-INDEX                  PIC XX.
       01  FS-DUMP                   PIC XX.
       01  FS-MVTS                   PIC XX.
       01  FS-SINMVT                 PIC XX.
       01  FS-REGLOTS                PIC XX.
       01  FS-CHAINDEF               PIC XX.
       01  FS-OUT                    PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Chemins
       01  WS-DUMP-PATH              PIC X(80) VALUE SPACES.
       01  WS-OUT-ASSURES-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-SINISTRE-PATH      PIC X(80) VALUE SPACES.
       01  WS-OUT-ASSEXT-PATH        PIC X(80) VALUE SPACES.
       01  WS-OUT-MVTS-PATH          PIC X(80) VALUE SPACES.
       01  WS-OUT-SINMVT-PATH        PIC X(80) VALUE SPACES.
       01  WS-OUT-REGLOTS-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-CHAINDEF-PATH      PIC X(80) VALUE SPACES.
       01  WS-OUT-SEQ-PATH           PIC X(80) VALUE SPACES.
       01  WS-NOM-SEQ                PIC X(8).

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(100).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(60) OCCURS 4 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-CIBLE             PIC X(24) VALUE 'PARALLELE'.
       01  WS-PARM-NUIT              PIC 9(8) VALUE 0.
       01  WS-PARM-GEN               PIC 9(4) VALUE 0.
       01  WS-PARM-ETAPES            PIC X(60) VALUE
           'TRIMVTS+MAJASSV2+SINASSU+PRIMCALC'.

      * Programmes a rejouer
       01  WS-TAB-ETAPES.
           05 WS-ETAPE-PGM          PIC X(8) OCCURS 10 TIMES.
       01  WS-NB-ETAPES              PIC 99 VALUE 0.
       01  WS-IDX-ETAPE              PIC 99.
       01  WS-ETAPE-TROUVEE          PIC X VALUE 'N'.
           88 ETAPE-A-REJOUER            VALUE 'O'.
       01  WS-NB-LIGNES-CHAINE       PIC 99 VALUE 0.

      * Index des generations en memoire (cf DMPASSU)
       01  WS-TAB-INDEX.
           05 WS-IDX-ENTREE OCCURS 200 TIMES.
               10 WS-IDE-FICHIER     PIC X(8).
               10 WS-IDE-GEN         PIC 9(4).
               10 WS-IDE-DATE        PIC 9(8).
               10 WS-IDE-NB          PIC 9(7).
               10 WS-IDE-PATH        PIC X(30).
       01  WS-NB-INDEX               PIC 9(3) VALUE 0.
       01  WS-IDX-I                  PIC 9(3).

      * Rechargement en cours
       01  WS-FICHIER-COURANT        PIC X(8).
       01  WS-IDX-RETENU             PIC 9(3).
       01  WS-GEN-RETENUE            PIC 9(4).
       01  WS-NB-ATTENDUS            PIC 9(7).
       01  WS-NB-RECHARGES           PIC 9(7).
       01  WS-DERNIERE-DATE          PIC 9(8) VALUE 0.

      * Compteurs
       01  WS-NB-MVTS                PIC 9(7) VALUE 0.
       01  WS-NB-SINMVT              PIC 9(7) VALUE 0.
       01  WS-NB-LOTS-GARDES         PIC 9(5) VALUE 0.
       01  WS-NB-LOTS-RETIRES        PIC 9(5) VALUE 0.
       01  WS-RC-GLOBAL              PIC 99 VALUE 0.

       01  WS-LIGNE                  PIC X(80).
       01  WS-NB-EDIT                PIC Z(6)9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RUN PARALLELE - PREPARATION'
           DISPLAY '========================================'
           PERFORM 10000-INIT

           MOVE 'ASSURES3' TO WS-FICHIER-COURANT
           PERFORM 20000-RECHARGER-UN-FICHIER
               THRU FIN-20000-RECHARGER-UN-FICHIER
           MOVE 'SINISTRE' TO WS-FICHIER-COURANT
           PERFORM 20000-RECHARGER-UN-FICHIER
               THRU FIN-20000-RECHARGER-UN-FICHIER
           MOVE 'ASSEXT' TO WS-FICHIER-COURANT
           PERFORM 20000-RECHARGER-UN-FICHIER
               THRU FIN-20000-RECHARGER-UN-FICHIER

           PERFORM 30000-COPIER-MOUVEMENTS
           PERFORM 35000-COPIER-REGISTRE-LOTS
           PERFORM 40000-ECRIRE-CHAINE
           PERFORM 45000-VIDER-SORTIES

           PERFORM 80000-TERMINER
           DISPLAY '========================================'
           DISPLAY 'NUIT REJOUEE         : ' WS-PARM-NUIT
           DISPLAY 'REPERTOIRE PARALLELE : ' WS-PARM-CIBLE
           DISPLAY 'ETAPES A REJOUER     : ' WS-NB-LIGNES-CHAINE
           DISPLAY '========================================'
           IF WS-RC-GLOBAL > 0
               MOVE WS-RC-GLOBAL TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, index des dumps, nuit, chemins         *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           PERFORM 12000-DECOUPER-ETAPES
           IF WS-PARM-CIBLE = SPACES OR WS-PARM-CIBLE = 'WORK'
                   OR WS-NB-ETAPES = 0
               DISPLAY 'PARM INVALIDE : CIBLE=rep (hors WORK), '
                       'NUIT=aaaammjj, GEN=nnnn, ETAPES=pgm+pgm'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 13000-CHARGER-INDEX
           IF WS-PARM-NUIT = 0
               MOVE WS-DERNIERE-DATE TO WS-PARM-NUIT
           END-IF
           IF WS-PARM-NUIT = 0
               DISPLAY 'AUCUN DUMP ASSURES3 DANS WORK/DMPINDEX.dat - '
                       'NUIT A PRECISER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'NUIT REJOUEE : ' WS-PARM-NUIT
                   '  CIBLE : ' WS-PARM-CIBLE

           PERFORM 14000-CONSTRUIRE-CHEMINS

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'RUN PARALLELE - PREPARATION DE LA NUIT DU '
                  WS-PARM-NUIT ' DANS ' WS-PARM-CIBLE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 4
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'CIBLE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:24)
                           TO WS-PARM-CIBLE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'NUIT='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                           TO WS-PARM-NUIT
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'GEN='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(5:4)
                           TO WS-PARM-GEN
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ETAPES='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(8:53)
                           TO WS-PARM-ETAPES
               END-EVALUATE
           END-PERFORM
           .

       12000-DECOUPER-ETAPES.
           MOVE SPACES TO WS-TAB-ETAPES
           UNSTRING WS-PARM-ETAPES DELIMITED BY '+' OR SPACE
               INTO WS-ETAPE-PGM(1) WS-ETAPE-PGM(2) WS-ETAPE-PGM(3)
                    WS-ETAPE-PGM(4) WS-ETAPE-PGM(5) WS-ETAPE-PGM(6)
                    WS-ETAPE-PGM(7) WS-ETAPE-PGM(8) WS-ETAPE-PGM(9)
                    WS-ETAPE-PGM(10)
           END-UNSTRING
           MOVE 0 TO WS-NB-ETAPES
           PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
               UNTIL WS-IDX-ETAPE > 10
               IF WS-ETAPE-PGM(WS-IDX-ETAPE) NOT = SPACES
                   MOVE WS-IDX-ETAPE TO WS-NB-ETAPES
               END-IF
           END-PERFORM
           .

      * Index des generations ; la derniere date de dump ASSURES3     *
      * donne la nuit a rejouer par defaut                            *

       13000-CHARGER-INDEX.
           OPEN INPUT F-INDEX
           IF FS-INDEX NOT = '00'
               DISPLAY 'WORK/DMPINDEX.dat ABSENT - AUCUN DUMP'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 13100-LIRE-ENTREE-INDEX
               UNTIL FS-INDEX = '10'
           CLOSE F-INDEX
           .

       13100-LIRE-ENTREE-INDEX.
           READ F-INDEX
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-INDEX < 200
                       ADD 1 TO WS-NB-INDEX
                       MOVE FS-IDX-FICHIER
                           TO WS-IDE-FICHIER(WS-NB-INDEX)
                       MOVE FS-IDX-GEN  TO WS-IDE-GEN(WS-NB-INDEX)
                       MOVE FS-IDX-DATE TO WS-IDE-DATE(WS-NB-INDEX)
                       MOVE FS-IDX-NB   TO WS-IDE-NB(WS-NB-INDEX)
                       MOVE FS-IDX-PATH TO WS-IDE-PATH(WS-NB-INDEX)
                       IF FS-IDX-FICHIER = 'ASSURES3'
                               AND FS-IDX-DATE > WS-DERNIERE-DATE
                           MOVE FS-IDX-DATE TO WS-DERNIERE-DATE
                       END-IF
                   END-IF
           END-READ
           .

       14000-CONSTRUIRE-CHEMINS.
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/ASSURES.dat' DELIMITED BY SIZE
               INTO WS-OUT-ASSURES-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/SINISTRE.dat' DELIMITED BY SIZE
               INTO WS-OUT-SINISTRE-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/ASSEXT.dat' DELIMITED BY SIZE
               INTO WS-OUT-ASSEXT-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/MVTS.dat' DELIMITED BY SIZE
               INTO WS-OUT-MVTS-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/SINMVT.dat' DELIMITED BY SIZE
               INTO WS-OUT-SINMVT-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/BATCHREG.dat' DELIMITED BY SIZE
               INTO WS-OUT-REGLOTS-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/DATA/CHAINDEF' DELIMITED BY SIZE
               INTO WS-OUT-CHAINDEF-PATH
           END-STRING
           .

      * Rechargement d'un KSDS du repertoire parallele depuis le dump *
      * de depart : generation GEN=, sinon la plus recente anterieure *
      * a la nuit rejouee                                              *

       20000-RECHARGER-UN-FICHIER.
           MOVE 0 TO WS-IDX-RETENU
           MOVE 0 TO WS-GEN-RETENUE
           PERFORM 21000-CHOISIR-GENERATION
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I > WS-NB-INDEX

           IF WS-IDX-RETENU = 0
               IF WS-FICHIER-COURANT = 'ASSEXT'
                   DISPLAY 'ASSEXT - AUCUN DUMP DE DEPART, EXTENSION '
                           'NON RECHARGEE'
                   MOVE SPACES TO WS-LIGNE
                   STRING 'ASSEXT   : AUCUN DUMP DE DEPART - NON '
                          'RECHARGE' DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
               ELSE
                   DISPLAY '*** ' WS-FICHIER-COURANT
                           ' - AUCUN DUMP DE DEPART POUR LA NUIT ***'
                   MOVE SPACES TO WS-LIGNE
                   STRING WS-FICHIER-COURANT ' : AUCUN DUMP DE DEPART'
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
                   MOVE 16 TO WS-RC-GLOBAL
               END-IF
               GO TO FIN-20000-RECHARGER-UN-FICHIER
           END-IF

           MOVE WS-IDE-PATH(WS-IDX-RETENU) TO WS-DUMP-PATH
           MOVE WS-IDE-NB(WS-IDX-RETENU)   TO WS-NB-ATTENDUS
           MOVE 0 TO WS-NB-RECHARGES
           EVALUATE WS-FICHIER-COURANT
               WHEN 'ASSURES3'
                   PERFORM 22000-RECHARGER-ASSURES
               WHEN 'SINISTRE'
                   PERFORM 23000-RECHARGER-SINISTRE
               WHEN OTHER
                   PERFORM 24000-RECHARGER-ASSEXT
           END-EVALUATE

           MOVE WS-NB-RECHARGES TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING WS-FICHIER-COURANT ' : GENERATION '
                  WS-IDE-GEN(WS-IDX-RETENU) ' DU '
                  WS-IDE-DATE(WS-IDX-RETENU) ' - ' WS-NB-EDIT
                  ' ENREG. RECHARGES'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           IF WS-NB-RECHARGES NOT = WS-NB-ATTENDUS
               DISPLAY '*** ' WS-FICHIER-COURANT ' - '
                       WS-NB-RECHARGES ' ENREG. RECHARGES POUR '
                       WS-NB-ATTENDUS ' A L''INDEX ***'
               MOVE SPACES TO WS-LIGNE
               STRING '   *** RECHARGEMENT INCOMPLET - ATTENDU '
                      WS-NB-ATTENDUS DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
               MOVE 16 TO WS-RC-GLOBAL
           END-IF
           .
       FIN-20000-RECHARGER-UN-FICHIER.
           EXIT.

       21000-CHOISIR-GENERATION.
           IF WS-IDE-FICHIER(WS-IDX-I) = WS-FICHIER-COURANT
               IF WS-PARM-GEN > 0
                   IF WS-IDE-GEN(WS-IDX-I) = WS-PARM-GEN
                       MOVE WS-IDX-I TO WS-IDX-RETENU
                       MOVE WS-IDE-GEN(WS-IDX-I) TO WS-GEN-RETENUE
                   END-IF
               ELSE
                   IF WS-IDE-DATE(WS-IDX-I) < WS-PARM-NUIT
                           AND WS-IDE-GEN(WS-IDX-I) > WS-GEN-RETENUE
                       MOVE WS-IDX-I TO WS-IDX-RETENU
                       MOVE WS-IDE-GEN(WS-IDX-I) TO WS-GEN-RETENUE
                   END-IF
               END-IF
           END-IF
           .

       22000-RECHARGER-ASSURES.
           OPEN INPUT F-DUMP
           OPEN OUTPUT F-OUT-ASSURES
           IF FS-DUMP NOT = '00' OR FS-OUT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-DUMP-PATH ' / '
                       WS-OUT-ASSURES-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 22100-RECHARGER-UN-ASSURE
               UNTIL FS-DUMP = '10'
           CLOSE F-DUMP F-OUT-ASSURES
           .

       22100-RECHARGER-UN-ASSURE.
           READ F-DUMP
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-DUMP-REC TO FS-OAS-REC
                   WRITE FS-OAS-REC
                   IF FS-OUT = '00'
                       ADD 1 TO WS-NB-RECHARGES
                   END-IF
           END-READ
           .

       23000-RECHARGER-SINISTRE.
           OPEN INPUT F-DUMP
           OPEN OUTPUT F-OUT-SINISTRE
           IF FS-DUMP NOT = '00' OR FS-OUT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-DUMP-PATH ' / '
                       WS-OUT-SINISTRE-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 23100-RECHARGER-UN-SINISTRE
               UNTIL FS-DUMP = '10'
           CLOSE F-DUMP F-OUT-SINISTRE
           .

       23100-RECHARGER-UN-SINISTRE.
           READ F-DUMP
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-DUMP-REC(1:110) TO FS-OSI-REC
                   WRITE FS-OSI-REC
                   IF FS-OUT = '00'
                       ADD 1 TO WS-NB-RECHARGES
                   END-IF
           END-READ
           .

       24000-RECHARGER-ASSEXT.
           OPEN INPUT F-DUMP-EXT
           OPEN OUTPUT F-OUT-ASSEXT
           IF FS-DUMP NOT = '00' OR FS-OUT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ' WS-DUMP-PATH ' / '
                       WS-OUT-ASSEXT-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 24100-RECHARGER-UNE-EXTENSION
               UNTIL FS-DUMP = '10'
           CLOSE F-DUMP-EXT F-OUT-ASSEXT
           .

       24100-RECHARGER-UNE-EXTENSION.
           READ F-DUMP-EXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-DUMP-EXT-REC TO FS-OAX-REC
                   WRITE FS-OAX-REC
                   IF FS-OUT = '00'
                       ADD 1 TO WS-NB-RECHARGES
                   END-IF
           END-READ
           .

      * Mouvements de la nuit - absents, le fichier parallele est cree *
      * vide                                                           *

       30000-COPIER-MOUVEMENTS.
           OPEN OUTPUT F-OUT-MVTS
           OPEN INPUT F-MVTS
           IF FS-MVTS = '00'
               PERFORM 31000-COPIER-UN-MVT
                   UNTIL FS-MVTS = '10'
               CLOSE F-MVTS
           ELSE
               DISPLAY 'WORK/MVTS.dat ABSENT - AUCUN MOUVEMENT'
           END-IF
           CLOSE F-OUT-MVTS

           OPEN OUTPUT F-OUT-SINMVT
           OPEN INPUT F-SINMVT
           IF FS-SINMVT = '00'
               PERFORM 32000-COPIER-UN-SINMVT
                   UNTIL FS-SINMVT = '10'
               CLOSE F-SINMVT
           ELSE
               DISPLAY 'WORK/SINMVT.dat ABSENT - AUCUN MOUVEMENT'
           END-IF
           CLOSE F-OUT-SINMVT

           MOVE WS-NB-MVTS TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'MVTS     : ' WS-NB-EDIT ' MOUVEMENTS RECOPIES'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           MOVE WS-NB-SINMVT TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'SINMVT   : ' WS-NB-EDIT ' MOUVEMENTS RECOPIES'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           .

       31000-COPIER-UN-MVT.
           READ F-MVTS
               AT END
                   CONTINUE
               NOT AT END
                   WRITE FS-OMV-REC FROM FS-MVTS-REC
                   ADD 1 TO WS-NB-MVTS
           END-READ
           .

       32000-COPIER-UN-SINMVT.
           READ F-SINMVT
               AT END
                   CONTINUE
               NOT AT END
                   WRITE FS-OSM-REC FROM FS-SINMVT-REC
                   ADD 1 TO WS-NB-SINMVT
           END-READ
           .

      * Registre des lots tel qu'il etait avant la nuit rejouee        *

       35000-COPIER-REGISTRE-LOTS.
           OPEN OUTPUT F-OUT-REGLOTS
           OPEN INPUT F-REGLOTS
           IF FS-REGLOTS = '00'
               PERFORM 35100-COPIER-UN-LOT
                   UNTIL FS-REGLOTS = '10'
               CLOSE F-REGLOTS
           END-IF
           CLOSE F-OUT-REGLOTS
           MOVE SPACES TO WS-LIGNE
           STRING 'BATCHREG : ' WS-NB-LOTS-GARDES ' LOTS GARDES, '
                  WS-NB-LOTS-RETIRES ' RETIRES (NUIT ET SUIVANTES)'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           .

       35100-COPIER-UN-LOT.
           READ F-REGLOTS
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-RLT-DATE NUMERIC
                           AND FS-RLT-DATE >= WS-PARM-NUIT
                       ADD 1 TO WS-NB-LOTS-RETIRES
                   ELSE
                       WRITE FS-ORL-REC FROM FS-RLT-REC
                       ADD 1 TO WS-NB-LOTS-GARDES
                   END-IF
           END-READ
           .

      * Chaine du run parallele : commentaires et lignes des seuls    *
      * programmes a rejouer, dans l'ordre de la chaine de production  *

       40000-ECRIRE-CHAINE.
           OPEN INPUT F-CHAINDEF
           IF FS-CHAINDEF NOT = '00'
               DISPLAY 'DATA/CHAINDEF ABSENT : ' FS-CHAINDEF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-OUT-CHAINDEF
           IF FS-OUT NOT = '00'
               DISPLAY 'ERREUR CREATION ' WS-OUT-CHAINDEF-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 41000-FILTRER-LIGNE-CHAINE
               UNTIL FS-CHAINDEF = '10'
           CLOSE F-CHAINDEF F-OUT-CHAINDEF
           IF WS-NB-LIGNES-CHAINE = 0
               DISPLAY '*** AUCUNE ETAPE DE LA CHAINE NE CORRESPOND '
                       'A ETAPES= ***'
               MOVE 16 TO WS-RC-GLOBAL
           END-IF
           .

       41000-FILTRER-LIGNE-CHAINE.
           READ F-CHAINDEF
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-CHAINDEF-REC(1:1) = '*'
                       WRITE FS-OCD-REC FROM FS-CHAINDEF-REC
                   ELSE
                       MOVE 'N' TO WS-ETAPE-TROUVEE
                       PERFORM VARYING WS-IDX-ETAPE FROM 1 BY 1
                           UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
                           IF FS-CHAINDEF-REC(1:8) =
                                   WS-ETAPE-PGM(WS-IDX-ETAPE)
                               SET ETAPE-A-REJOUER TO TRUE
                           END-IF
                       END-PERFORM
                       IF ETAPE-A-REJOUER
                           WRITE FS-OCD-REC FROM FS-CHAINDEF-REC
                           ADD 1 TO WS-NB-LIGNES-CHAINE
                           MOVE SPACES TO WS-LIGNE
                           STRING 'ETAPE    : ' FS-CHAINDEF-REC(1:60)
                               DELIMITED BY SIZE INTO WS-LIGNE
                           END-STRING
                           PERFORM 85000-ECRIRE-LIGNE
                       END-IF
                   END-IF
           END-READ
           .

      * JOURNAL, ETATANO et AUDITLOG du repertoire parallele remis a   *
      * vide : MAJASSV2 et SINASSU ecrivent JOURNAL en EXTEND          *

       45000-VIDER-SORTIES.
           MOVE 'JOURNAL'  TO WS-NOM-SEQ
           PERFORM 46000-VIDER-UN-FICHIER
           MOVE 'ETATANO'  TO WS-NOM-SEQ
           PERFORM 46000-VIDER-UN-FICHIER
           MOVE 'AUDITLOG' TO WS-NOM-SEQ
           PERFORM 46000-VIDER-UN-FICHIER
           .

       46000-VIDER-UN-FICHIER.
           MOVE SPACES TO WS-OUT-SEQ-PATH
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/'           DELIMITED BY SIZE
                  WS-NOM-SEQ    DELIMITED BY SPACE
               INTO WS-OUT-SEQ-PATH
           END-STRING
           OPEN OUTPUT F-OUT-SEQ
           IF FS-OUT NOT = '00'
               DISPLAY 'ERREUR CREATION ' WS-OUT-SEQ-PATH
               MOVE 16 TO WS-RC-GLOBAL
           ELSE
               CLOSE F-OUT-SEQ
           END-IF
           .

      * Fin - code retour au rapport                                   *

       80000-TERMINER.
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           IF WS-RC-GLOBAL = 0
               STRING 'PREPARATION TERMINEE - LANCER CHAINRUN DATE='
                      WS-PARM-NUIT ' DEPUIS ' WS-PARM-CIBLE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING '*** PREPARATION INCOMPLETE - RUN PARALLELE A '
                      'NE PAS LANCER ***'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF
           PERFORM 85000-ECRIRE-LIGNE
           CLOSE F-RAPPORT
           .

       85000-ECRIRE-LIGNE.
           MOVE WS-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
