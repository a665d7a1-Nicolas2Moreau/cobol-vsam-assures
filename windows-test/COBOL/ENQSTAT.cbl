       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQSTAT.

      * RAPPORT TRIMESTRIEL DE SATISFACTION SINISTRE - Relit           *
      * WORK/ENQSAT.dat (cf CENQSAT.cpy) et, pour les sinistres        *
      * proposes a l'enquete dans le trimestre (date d'extraction      *
      * ENQASSU), edite dans WORK/ENQSTAT.lst trois tableaux :         *
      *   - par reparateur (SIN-REPARATEUR, nom WORK/REPARAT.dat -     *
      *     blanc : hors reseau)                                       *
      *   - par nature de sinistre (SIN-NATURE-CODE, libelle           *
      *     WORK/NATURES.dat)                                          *
      *   - par region (prefixe CP de l'assure, WORK/REGIONS.dat)      *
      * avec, pour chaque ligne et pour l'ensemble : enquetes envoyees,*
      * reponses recues, taux de reponse et moyenne des notes globale, *
      * rapidite du reglement et qualite du reparateur (sur 10, notes  *
      * 99 sans objet exclues de la moyenne ; '-' sans aucune note).   *
      * Les axes sont ceux figes a l'extraction.                       *
      * PARM optionnel                                                 *
      *   TRIM=aaaat -> trimestre edite (t de 1 a 4)                   *
      *   defaut : le trimestre civil precedent                        *
      *   ex : PARM='TRIM=20263'                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sinistres proposes a l'enquete (cf ENQASSU/ENRASSU)
           SELECT F-ENQSAT ASSIGN TO "WORK/ENQSAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ENQ-CLE
               FILE STATUS IS FS-ENQSAT.

      * Reparateurs agrees (nom edite)
           SELECT F-REPARAT ASSIGN TO "WORK/REPARAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-REPARAT.

      * Table de reference des natures de sinistre (libelle edite)
           SELECT F-NATURES ASSIGN TO "WORK/NATURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-NATR-CODE
               FILE STATUS IS FS-NATURES.

      * Fichier de sortie - rapport trimestriel
           SELECT F-RAPPORT ASSIGN TO "WORK/ENQSTAT.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ENQSAT.
       01  FS-ENQ-REC.
           05 FS-ENQ-CLE           PIC X(10).
           05 FS-ENQ-DATA          PIC X(70).

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FS-REP-ID            PIC X(4).
           05 FS-REP-NOM           PIC X(20).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-NATURES.
       01  FS-NATR-REC.
           05 FS-NATR-CODE         PIC X(3).
           05 FS-NATR-LIBELLE      PIC X(20).
           05 FS-NATR-GARANTIE     PIC X(3).
           05 FS-NATR-MALUS        PIC X(1).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WENQSAT.

       01  FS-ENQSAT                 PIC XX.
       01  FS-REPARAT                PIC XX.
       01  FS-NATURES                PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Table des natures de sinistre (libelles)
           COPY CNATURE.
       01  WS-NB-NREF-CHARGEES       PIC 99 VALUE 0.
       01  WS-NREF-IDX-CHERCHE       PIC 99.

       01  WS-REPARAT-OUVERT          PIC X VALUE 'N'.
           88 REPARAT-OUVERT              VALUE 'O'.

      * Trimestre edite et options du PARM
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYS-R REDEFINES WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE           PIC 9(4).
           05 WS-SYS-MOIS            PIC 9(2).
           05 WS-SYS-JOUR            PIC 9(2).
       01  WS-TRIMESTRE.
           05 WS-TRIM-ANNEE          PIC 9(4) VALUE 0.
           05 WS-TRIM-NUMERO         PIC 9 VALUE 0.
       01  WS-DATE-DU                 PIC 9(8).
       01  WS-DATE-AU                 PIC 9(8).

       01  WS-PARM-TRAVAIL            PIC X(60).

      * Cumuls par axe (R reparateur, N nature, G region) tenus dans
      * l'ordre axe + cle pour l'edition
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTRY           OCCURS 600 TIMES.
               10 WS-CUM-CLE.
                   15 WS-CUM-AXE     PIC X.
                   15 WS-CUM-CODE    PIC X(4).
               10 WS-CUM-VALEURS.
                   15 WS-CUM-ENVOIS  PIC 9(6).
                   15 WS-CUM-REPONSES PIC 9(6).
                   15 WS-CUM-NOTE    OCCURS 3 TIMES.
                       20 WS-CUM-NB-NOTES PIC 9(6).
                       20 WS-CUM-SOMME    PIC 9(8).
       01  WS-NB-CUM                  PIC 9(3) VALUE 0.
       01  WS-CUM-IDX                 PIC 9(3).
       01  WS-CUM-POS                 PIC 9(3).
       01  WS-CUM-DEBORDEMENT         PIC 9(6) VALUE 0.

      * Total general (memes valeurs qu'une ligne de cumul)
       01  WS-TOTAL.
           05 WS-TOT-ENVOIS          PIC 9(6) VALUE 0.
           05 WS-TOT-REPONSES        PIC 9(6) VALUE 0.
           05 WS-TOT-NOTE            OCCURS 3 TIMES.
               10 WS-TOT-NB-NOTES    PIC 9(6) VALUE 0.
               10 WS-TOT-SOMME       PIC 9(8) VALUE 0.

      * Enquete courante
       01  WS-CLE-CHERCHEE.
           05 WS-CHR-AXE             PIC X.
           05 WS-CHR-CODE            PIC X(4).
       01  WS-NOTES-ENQ.
           05 WS-NOTE-ENQ            PIC 99 OCCURS 3 TIMES.
       01  WS-NOTE-IDX                PIC 9.
       01  WS-AXE-PREC                PIC X VALUE SPACE.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS         PIC 9(6) VALUE 0.

      * Ligne a editer (une ligne de cumul ou le total)
       01  WS-EDIT-VALEURS.
           05 WS-EDT-ENVOIS          PIC 9(6).
           05 WS-EDT-REPONSES        PIC 9(6).
           05 WS-EDT-NOTE            OCCURS 3 TIMES.
               10 WS-EDT-NB-NOTES    PIC 9(6).
               10 WS-EDT-SOMME       PIC 9(8).
       01  WS-MOYENNE                 PIC 99V9.
       01  WS-TAUX                    PIC 999.

       01  WS-LIG-TITRE-AXE.
           05 FILLER                  PIC X(4) VALUE '--- '.
           05 WS-LIGA-LIBELLE         PIC X(30).
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(40)
               VALUE 'CODE LIBELLE              ENVOIS REPONS'.
           05 FILLER                  PIC X(40)
               VALUE 'ES TAUX  GLOBALE RAPIDITE REPARATEUR'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-CODE            PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-LIBELLE         PIC X(20).
           05 WS-LIGD-ENVOIS          PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-REPONSES        PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-TAUX            PIC ZZ9.
           05 FILLER                  PIC X(1) VALUE '%'.
           05 WS-LIGD-MOY             OCCURS 3 TIMES.
               10 FILLER              PIC X(4).
               10 WS-LIGD-MOY-X       PIC X(5).
               10 WS-LIGD-MOY-N REDEFINES WS-LIGD-MOY-X PIC ZZ.9.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RAPPORT TRIMESTRIEL SATISFACTION SINISTRE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-ENQUETE UNTIL FS-ENQSAT = '10'
           PERFORM 30000-EDITER
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ENQUETES LUES        : ' WS-CPT-LUS
           DISPLAY 'ENQUETES DU TRIMESTRE: ' WS-CPT-RETENUS
           DISPLAY 'REPONSES RECUES      : ' WS-TOT-REPONSES
           DISPLAY '========================================'
           IF WS-CUM-DEBORDEMENT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, trimestre et ouverture des fichiers     *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               IF WS-PARM-TRAVAIL(1:5) = 'TRIM='
                  AND WS-PARM-TRAVAIL(6:5) NUMERIC
                   MOVE WS-PARM-TRAVAIL(6:5) TO WS-TRIMESTRE
               END-IF
           END-IF
      * Defaut (ou trimestre invalide) : trimestre civil precedent
           IF WS-TRIM-NUMERO < 1 OR WS-TRIM-NUMERO > 4
               COMPUTE WS-TRIM-NUMERO = (WS-SYS-MOIS - 1) / 3
               MOVE WS-SYS-ANNEE TO WS-TRIM-ANNEE
               IF WS-TRIM-NUMERO = 0
                   MOVE 4 TO WS-TRIM-NUMERO
                   SUBTRACT 1 FROM WS-TRIM-ANNEE
               END-IF
           END-IF
           COMPUTE WS-DATE-DU = WS-TRIM-ANNEE * 10000
               + ((WS-TRIM-NUMERO - 1) * 3 + 1) * 100 + 1
           COMPUTE WS-DATE-AU = WS-TRIM-ANNEE * 10000
               + WS-TRIM-NUMERO * 300 + 31
           DISPLAY 'TRIMESTRE EDITE : ' WS-TRIM-ANNEE '-T'
               WS-TRIM-NUMERO

           PERFORM 11000-CHARGER-NATURES

           OPEN INPUT F-REPARAT
           IF FS-REPARAT = '00'
               MOVE 'O' TO WS-REPARAT-OUVERT
           ELSE
               DISPLAY 'REPARAT.dat ABSENT - NOM REPARATEUR A BLANC'
           END-IF

           OPEN INPUT F-ENQSAT
           IF FS-ENQSAT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQSAT : ' FS-ENQSAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SATISFACTION DES ASSURES APRES SINISTRE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'TRIMESTRE ' WS-TRIM-ANNEE '-T' WS-TRIM-NUMERO
                  ' - ENQUETES ENVOYEES DU ' WS-DATE-DU ' AU '
                  WS-DATE-AU
               DELIMITED BY SIZE INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'NOTES MOYENNES SUR 10' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Libelles des natures (fichier absent : code seul)              *

       11000-CHARGER-NATURES.
           OPEN INPUT F-NATURES
           IF FS-NATURES NOT = '00'
               DISPLAY 'NATURES.dat ABSENT - LIBELLES A BLANC'
           ELSE
               PERFORM 11100-LIRE-ENTREE-NATURE
                   UNTIL FS-NATURES = '10'
               CLOSE F-NATURES
           END-IF
           .

       11100-LIRE-ENTREE-NATURE.
           READ F-NATURES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-NREF-CHARGEES < 50
                       ADD 1 TO WS-NB-NREF-CHARGEES
                       MOVE FS-NATR-REC
                           TO WS-NREF-ENTRY(WS-NB-NREF-CHARGEES)
                   END-IF
           END-READ
           .

      * Lecture sequentielle d'ENQSAT - enquetes envoyees dans le      *
      * trimestre, cumulees sur chacun des trois axes                  *

       20000-LIRE-ENQUETE.
           READ F-ENQSAT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-ENQ-REC TO W-ENQSAT
                   IF ENQ-DATE-EXTRAIT NOT < WS-DATE-DU
                      AND ENQ-DATE-EXTRAIT NOT > WS-DATE-AU
                       ADD 1 TO WS-CPT-RETENUS
                       PERFORM 21000-CUMULER-ENQUETE
                   END-IF
           END-READ
           .

       21000-CUMULER-ENQUETE.
           MOVE ENQ-NOTE-GLOBALE    TO WS-NOTE-ENQ(1)
           MOVE ENQ-NOTE-DELAI      TO WS-NOTE-ENQ(2)
           MOVE ENQ-NOTE-REPARATEUR TO WS-NOTE-ENQ(3)

           ADD 1 TO WS-TOT-ENVOIS
           IF ENQ-REPONDUE
               ADD 1 TO WS-TOT-REPONSES
               PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > 3
                   IF WS-NOTE-ENQ(WS-NOTE-IDX) NOT > 10
                       ADD 1 TO WS-TOT-NB-NOTES(WS-NOTE-IDX)
                       ADD WS-NOTE-ENQ(WS-NOTE-IDX)
                           TO WS-TOT-SOMME(WS-NOTE-IDX)
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'R'             TO WS-CHR-AXE
           MOVE ENQ-REPARATEUR  TO WS-CHR-CODE
           PERFORM 22000-CUMULER-AXE THRU FIN-22000
           MOVE 'N'             TO WS-CHR-AXE
           MOVE ENQ-NATURE-CODE TO WS-CHR-CODE
           PERFORM 22000-CUMULER-AXE THRU FIN-22000
           MOVE 'G'             TO WS-CHR-AXE
           MOVE ENQ-REGION      TO WS-CHR-CODE
           PERFORM 22000-CUMULER-AXE THRU FIN-22000
           .

      * Ligne de l'axe/cle cherches : retrouvee, ou inseree a son rang *

       22000-CUMULER-AXE.
           MOVE 0 TO WS-CUM-POS
           PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
               UNTIL WS-CUM-IDX > WS-NB-CUM OR WS-CUM-POS > 0
               IF WS-CUM-CLE(WS-CUM-IDX) NOT < WS-CLE-CHERCHEE
                   MOVE WS-CUM-IDX TO WS-CUM-POS
               END-IF
           END-PERFORM

           IF WS-CUM-POS = 0
              OR WS-CUM-CLE(WS-CUM-POS) NOT = WS-CLE-CHERCHEE
               IF WS-NB-CUM NOT < 600
                   ADD 1 TO WS-CUM-DEBORDEMENT
                   GO TO FIN-22000
               END-IF
               IF WS-CUM-POS = 0
                   COMPUTE WS-CUM-POS = WS-NB-CUM + 1
               ELSE
                   PERFORM VARYING WS-CUM-IDX FROM WS-NB-CUM BY -1
                       UNTIL WS-CUM-IDX < WS-CUM-POS
                       MOVE WS-CUM-ENTRY(WS-CUM-IDX)
                           TO WS-CUM-ENTRY(WS-CUM-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-NB-CUM
               INITIALIZE WS-CUM-ENTRY(WS-CUM-POS)
               MOVE WS-CLE-CHERCHEE TO WS-CUM-CLE(WS-CUM-POS)
           END-IF

           ADD 1 TO WS-CUM-ENVOIS(WS-CUM-POS)
           IF ENQ-REPONDUE
               ADD 1 TO WS-CUM-REPONSES(WS-CUM-POS)
               PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > 3
                   IF WS-NOTE-ENQ(WS-NOTE-IDX) NOT > 10
                       ADD 1 TO WS-CUM-NB-NOTES(WS-CUM-POS WS-NOTE-IDX)
                       ADD WS-NOTE-ENQ(WS-NOTE-IDX)
                           TO WS-CUM-SOMME(WS-CUM-POS WS-NOTE-IDX)
                   END-IF
               END-PERFORM
           END-IF
           .
       FIN-22000.
           EXIT.

      * Edition des trois tableaux dans l'ordre des axes (G region,    *
      * N nature, R reparateur) puis du total                          *

       30000-EDITER.
           PERFORM VARYING WS-CUM-IDX FROM 1 BY 1
               UNTIL WS-CUM-IDX > WS-NB-CUM
               IF WS-CUM-AXE(WS-CUM-IDX) NOT = WS-AXE-PREC
                   PERFORM 31000-ENTETE-AXE
               END-IF
               MOVE WS-CUM-CODE(WS-CUM-IDX) TO WS-LIGD-CODE
               PERFORM 32000-LIBELLE-LIGNE
               MOVE WS-CUM-VALEURS(WS-CUM-IDX) TO WS-EDIT-VALEURS
               PERFORM 33000-ECRIRE-LIGNE
           END-PERFORM

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO WS-LIGD-CODE
           MOVE 'ENSEMBLE' TO WS-LIGD-LIBELLE
           MOVE WS-TOTAL TO WS-EDIT-VALEURS
           PERFORM 33000-ECRIRE-LIGNE
           .

       31000-ENTETE-AXE.
           MOVE WS-CUM-AXE(WS-CUM-IDX) TO WS-AXE-PREC
           EVALUATE WS-AXE-PREC
               WHEN 'G'
                   MOVE 'PAR REGION' TO WS-LIGA-LIBELLE
               WHEN 'N'
                   MOVE 'PAR NATURE DE SINISTRE' TO WS-LIGA-LIBELLE
               WHEN OTHER
                   MOVE 'PAR REPARATEUR' TO WS-LIGA-LIBELLE
           END-EVALUATE
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-TITRE-AXE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       32000-LIBELLE-LIGNE.
           MOVE SPACES TO WS-LIGD-LIBELLE
           EVALUATE WS-AXE-PREC
               WHEN 'R'
                   IF WS-LIGD-CODE = SPACES
                       MOVE 'HORS RESEAU' TO WS-LIGD-LIBELLE
                   ELSE
                       IF REPARAT-OUVERT
                           MOVE WS-LIGD-CODE TO FS-REP-ID
                           READ F-REPARAT
                               INVALID KEY
                                   MOVE 'INCONNU' TO WS-LIGD-LIBELLE
                               NOT INVALID KEY
                                   MOVE FS-REP-NOM TO WS-LIGD-LIBELLE
                           END-READ
                       END-IF
                   END-IF
               WHEN 'N'
                   PERFORM VARYING WS-NREF-IDX-CHERCHE FROM 1 BY 1
                       UNTIL WS-NREF-IDX-CHERCHE > WS-NB-NREF-CHARGEES
                       IF WS-NREF-CODE(WS-NREF-IDX-CHERCHE)
                           = WS-LIGD-CODE(1:3)
                           MOVE WS-NREF-LIBELLE(WS-NREF-IDX-CHERCHE)
                               TO WS-LIGD-LIBELLE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   IF WS-LIGD-CODE(1:3) = '???'
                       MOVE 'PREFIXE CP INCONNU' TO WS-LIGD-LIBELLE
                   END-IF
           END-EVALUATE
           .

      * Ligne de valeurs WS-EDIT-VALEURS : taux de reponse et moyennes *

       33000-ECRIRE-LIGNE.
           MOVE WS-EDT-ENVOIS   TO WS-LIGD-ENVOIS
           MOVE WS-EDT-REPONSES TO WS-LIGD-REPONSES
           MOVE 0 TO WS-TAUX
           IF WS-EDT-ENVOIS > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-EDT-REPONSES * 100 / WS-EDT-ENVOIS
           END-IF
           MOVE WS-TAUX TO WS-LIGD-TAUX
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
               UNTIL WS-NOTE-IDX > 3
               MOVE SPACES TO WS-LIGD-MOY(WS-NOTE-IDX)
               IF WS-EDT-NB-NOTES(WS-NOTE-IDX) = 0
                   MOVE '    -' TO WS-LIGD-MOY-X(WS-NOTE-IDX)
               ELSE
                   COMPUTE WS-MOYENNE ROUNDED =
                       WS-EDT-SOMME(WS-NOTE-IDX)
                           / WS-EDT-NB-NOTES(WS-NOTE-IDX)
                   MOVE WS-MOYENNE TO WS-LIGD-MOY-N(WS-NOTE-IDX)
               END-IF
           END-PERFORM
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                             *

       40000-FIN.
           IF WS-CUM-DEBORDEMENT > 0
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE 'CUMULS NON EDITES (TABLE PLEINE)'
                   TO WS-LIGT-LIBELLE
               MOVE WS-CUM-DEBORDEMENT TO WS-LIGT-NOMBRE
               MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           CLOSE F-ENQSAT
           IF REPARAT-OUVERT
               CLOSE F-REPARAT
           END-IF
           CLOSE F-RAPPORT
           .
