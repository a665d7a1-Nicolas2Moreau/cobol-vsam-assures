      * maintenance entree par entree une fois ces fichiers en place, *
      * sans jamais recompiler un programme)                          *
      * PARM optionnel : FICHIER=REGIONS|TARIFS|FRANCH|NATURES|       *
      *                   TYPVEH|REPARAT|EXPERTS|AGENCES|OBJECTIF     *
      * (par defaut, toutes les tables)                               *
      * DATA/TYPVEH : un enregistrement de 31 caracteres par entree - *
      * CODE(1) LIBELLE(20) CATEGORIE(10), charge dans WORK/TYPVEH.dat*
      * DATA/NATURES : un enregistrement de 27 caracteres par entree -*
      * CODE(3) LIBELLE(20) GARANTIE(3, code garantie couvrant la     *
      * nature - cf CGARANT.cpy - blanc = pas de controle) MALUS(1,   *
      * 'N' = nature non malussante), charge dans WORK/NATURES.dat    *
      * DATA/REPARAT : un enregistrement de 39 caracteres par entree -*
      * ID(4) NOM(20) CP(5) SPECIALITE(10), charge dans               *
      * WORK/REPARAT.dat (reseau de reparateurs agrees)               *
      * DATA/EXPERTS : un enregistrement de 42 caracteres par entree -*
      * ID(4) NOM(20) CP(5) TELEPHONE(10) DELAI(3, jours accordes     *
      * pour remettre le rapport), charge dans WORK/EXPERTS.dat       *
      * (cabinets d'expertise missionnes sur les sinistres - cf MISA) *
      * DATA/AGENCES : un enregistrement de 90 caracteres par entree -*
      * CODE(3) TYPE(1, A agence / D direction) NOM(20) RUE(25) CP(5) *
      * VILLE(12) RESPONSABLE(20) DIRECTION(3, parent de l'agence)    *
      * STATUT(1, O ouverte / F fermee), charge dans WORK/AGENCES.dat *
      * (referentiel des agences, cf CAGENCE.cpy)                     *
      * DATA/OBJECTIF : un enregistrement de 28 caracteres par agence *
      * et par mois - AGENCE(3) ANNEE(4) MOIS(2) AFFAIRES(5, vehicules*
      * nouveaux) PRIME(7+2 sans virgule, prime nette) PLAFOND(5,     *
      * pertes maximales), trie sur AGENCE+ANNEE+MOIS, charge dans    *
      * WORK/OBJECTIF.dat chaque janvier (objectifs de l'annee, cf    *
      * COBJECT.cpy et OBJASSU)                                       *
      * DATA/TARIFS : un enregistrement de 15 caracteres par entree - *
      * PREFIXE(2) TYPE-V(1, SPACE = defaut tous types) MIN(4+2 sans  *
      * virgule) MAX(4+2 sans virgule)                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  chargement de la table des franchises           *
      *               (DATA/FRANCH -> WORK/FRANCH.dat)                *
      *   2026-10-15  code garantie couvrant chaque nature de         *
      *               sinistre (NATURES porte de 23 a 26 caracteres)  *
      *   2026-10-15  code malus des natures de sinistre (NATURES     *
      *               porte de 26 a 27 caracteres)                    *
      *   2026-10-15  chargement de la table des cabinets d'expertise *
      *               (DATA/EXPERTS -> WORK/EXPERTS.dat)              *
      *   2026-10-15  chargement du referentiel des agences et        *
      *               directions (DATA/AGENCES -> WORK/AGENCES.dat)   *
      *   2026-10-15  chargement des objectifs commerciaux des        *
      *               agences (DATA/OBJECTIF -> WORK/OBJECTIF.dat)    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SRC-REP.

           SELECT F-SOURCE-EXP ASSIGN TO "DATA/EXPERTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SRC-EXP.

           SELECT F-SOURCE-AGN ASSIGN TO "DATA/AGENCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SRC-AGN.

           SELECT F-SOURCE-OBJ ASSIGN TO "DATA/OBJECTIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SRC-OBJ.

      * Destinations (indexed, cle = prefixe de departement)
           SELECT F-KSDS-REG ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-KSDS-REP.

           SELECT F-KSDS-EXP ASSIGN TO "WORK/EXPERTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-EXP-ID
               FILE STATUS IS FS-KSDS-EXP.

           SELECT F-KSDS-AGN ASSIGN TO "WORK/AGENCES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-AGN-CODE
               FILE STATUS IS FS-KSDS-AGN.

           SELECT F-KSDS-OBJ ASSIGN TO "WORK/OBJECTIF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OBJ-CLE
               FILE STATUS IS FS-KSDS-OBJ.

       DATA DIVISION.
       FILE SECTION.

           05 FS-FRA-MONTANT       PIC 9(4)V99.

       FD  F-SOURCE-NAT.
       01  FS-SRC-NAT-REC           PIC X(27).

       FD  F-KSDS-NAT.
       01  FS-NAT-REC.
           05 FS-NAT-CODE          PIC X(3).
           05 FS-NAT-LIBELLE       PIC X(20).
           05 FS-NAT-GARANTIE      PIC X(3).
           05 FS-NAT-MALUS         PIC X(1).

       FD  F-SOURCE-TVR.
       01  FS-SRC-TVR-REC           PIC X(31).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-SOURCE-EXP.
       01  FS-SRC-EXP-REC           PIC X(42).

       FD  F-KSDS-EXP.
       01  FS-EXP-REC.
           05 FS-EXP-ID            PIC X(4).
           05 FS-EXP-NOM           PIC X(20).
           05 FS-EXP-CP            PIC 9(5).
           05 FS-EXP-TELEPHONE     PIC X(10).
           05 FS-EXP-DELAI         PIC 9(3).

       FD  F-SOURCE-AGN.
       01  FS-SRC-AGN-REC           PIC X(90).

       FD  F-KSDS-AGN.
       01  FS-AGN-REC.
           05 FS-AGN-CODE          PIC X(3).
           05 FS-AGN-DATA          PIC X(97).

       FD  F-SOURCE-OBJ.
       01  FS-SRC-OBJ-REC           PIC X(28).

       FD  F-KSDS-OBJ.
       01  FS-OBJ-REC.
           05 FS-OBJ-CLE           PIC X(9).
           05 FS-OBJ-DATA          PIC X(31).

       WORKING-STORAGE SECTION.

       01  FS-SRC-REG                PIC XX.
       01  FS-KSDS-TVR               PIC XX.
       01  FS-SRC-REP                PIC XX.
       01  FS-KSDS-REP               PIC XX.
       01  FS-SRC-EXP                PIC XX.
       01  FS-KSDS-EXP               PIC XX.
       01  FS-SRC-AGN                PIC XX.
       01  FS-KSDS-AGN               PIC XX.
       01  FS-SRC-OBJ                PIC XX.
       01  FS-KSDS-OBJ               PIC XX.

      * Selection du fichier a (re)charger via PARM
       01  WS-CHARGER-REGIONS         PIC X VALUE 'Y'.
           88 CHARGER-TYPVEH         VALUE 'Y'.
       01  WS-CHARGER-REPARAT         PIC X VALUE 'Y'.
           88 CHARGER-REPARAT        VALUE 'Y'.
       01  WS-CHARGER-EXPERTS         PIC X VALUE 'Y'.
           88 CHARGER-EXPERTS        VALUE 'Y'.
       01  WS-CHARGER-AGENCES         PIC X VALUE 'Y'.
           88 CHARGER-AGENCES        VALUE 'Y'.
       01  WS-CHARGER-OBJECTIF        PIC X VALUE 'Y'.
           88 CHARGER-OBJECTIF       VALUE 'Y'.

       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(16) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

       01  WS-COMPTEUR-REG            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-NAT            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-TVR            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-REP            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-EXP            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-AGN            PIC 9(5) VALUE 0.
       01  WS-COMPTEUR-OBJ            PIC 9(5) VALUE 0.

       LINKAGE SECTION.

           IF CHARGER-REPARAT
               PERFORM 70000-CHARGER-REPARATEURS
           END-IF
           IF CHARGER-EXPERTS
               PERFORM 80000-CHARGER-EXPERTS
           END-IF
           IF CHARGER-AGENCES
               PERFORM 90000-CHARGER-AGENCES
           END-IF
           IF CHARGER-OBJECTIF
               PERFORM 95000-CHARGER-OBJECTIFS
           END-IF

           DISPLAY '========================================'
           DISPLAY 'REGIONS CHARGEES   : ' WS-COMPTEUR-REG
           DISPLAY 'NATURES CHARGEES   : ' WS-COMPTEUR-NAT
           DISPLAY 'TYPES VEH. CHARGES : ' WS-COMPTEUR-TVR
           DISPLAY 'REPARATEURS CHARGES: ' WS-COMPTEUR-REP
           DISPLAY 'EXPERTS CHARGES    : ' WS-COMPTEUR-EXP
           DISPLAY 'AGENCES CHARGEES   : ' WS-COMPTEUR-AGN
           DISPLAY 'OBJECTIFS CHARGES  : ' WS-COMPTEUR-OBJ
           DISPLAY '========================================'
           STOP RUN.

                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=TARIFS'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=FRANCH'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=NATURES'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=TYPVEH'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=REPARAT'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=EXPERTS'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-TARIFS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-AGENCES
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=AGENCES'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-TARIFS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-OBJECTIF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'FICHIER=OBJECTIF'
                   MOVE 'N' TO WS-CHARGER-REGIONS
                   MOVE 'N' TO WS-CHARGER-TARIFS
                   MOVE 'N' TO WS-CHARGER-FRANCH
                   MOVE 'N' TO WS-CHARGER-NATURES
                   MOVE 'N' TO WS-CHARGER-TYPVEH
                   MOVE 'N' TO WS-CHARGER-REPARAT
                   MOVE 'N' TO WS-CHARGER-EXPERTS
                   MOVE 'N' TO WS-CHARGER-AGENCES
               END-IF
           END-PERFORM
           .
           .

      * Chargement de WORK/NATURES.dat depuis DATA/NATURES             *
      * (CODE(3) LIBELLE(20) GARANTIE(3) MALUS(1) par enregistrement)  *

       50000-CHARGER-NATURES.
           OPEN INPUT F-SOURCE-NAT
           CLOSE F-SOURCE-REP
           CLOSE F-KSDS-REP
           .

      * Chargement de WORK/EXPERTS.dat depuis DATA/EXPERTS             *
      * (ID(4) NOM(20) CP(5) TELEPHONE(10) DELAI(3) par enregistrement)*

       80000-CHARGER-EXPERTS.
           OPEN INPUT F-SOURCE-EXP
           IF FS-SRC-EXP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DATA/EXPERTS : ' FS-SRC-EXP
               STOP RUN
           END-IF

           OPEN OUTPUT F-KSDS-EXP
           IF FS-KSDS-EXP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/EXPERTS.dat : '
                       FS-KSDS-EXP
               STOP RUN
           END-IF

           PERFORM UNTIL FS-SRC-EXP = '10'
               READ F-SOURCE-EXP
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FS-SRC-EXP-REC TO FS-EXP-REC
                       WRITE FS-EXP-REC
                           INVALID KEY
                               DISPLAY 'EXPERT DUPLIQUE : '
                                       FS-EXP-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-COMPTEUR-EXP
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE F-SOURCE-EXP
           CLOSE F-KSDS-EXP
           .

      * Chargement de WORK/AGENCES.dat depuis DATA/AGENCES             *
      * (CODE(3) TYPE(1) NOM(20) RUE(25) CP(5) VILLE(12)               *
      * RESPONSABLE(20) DIRECTION(3) STATUT(1) par enregistrement -    *
      * les directions sont chargees comme les agences, le type       *
      * les distingue)                                                 *

       90000-CHARGER-AGENCES.
           OPEN INPUT F-SOURCE-AGN
           IF FS-SRC-AGN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DATA/AGENCES : ' FS-SRC-AGN
               STOP RUN
           END-IF

           OPEN OUTPUT F-KSDS-AGN
           IF FS-KSDS-AGN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/AGENCES.dat : '
                       FS-KSDS-AGN
               STOP RUN
           END-IF

           PERFORM UNTIL FS-SRC-AGN = '10'
               READ F-SOURCE-AGN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FS-SRC-AGN-REC TO FS-AGN-REC
                       WRITE FS-AGN-REC
                           INVALID KEY
                               DISPLAY 'AGENCE DUPLIQUEE : '
                                       FS-AGN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-COMPTEUR-AGN
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE F-SOURCE-AGN
           CLOSE F-KSDS-AGN
           .

      * Chargement de WORK/OBJECTIF.dat depuis DATA/OBJECTIF - le      *
      * fichier est reconstruit a chaque chargement (objectifs de      *
      * l'annee remis en janvier)                                      *

       95000-CHARGER-OBJECTIFS.
           OPEN INPUT F-SOURCE-OBJ
           IF FS-SRC-OBJ NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DATA/OBJECTIF : ' FS-SRC-OBJ
               STOP RUN
           END-IF

           OPEN OUTPUT F-KSDS-OBJ
           IF FS-KSDS-OBJ NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/OBJECTIF.dat : '
                       FS-KSDS-OBJ
               STOP RUN
           END-IF

           PERFORM UNTIL FS-SRC-OBJ = '10'
               READ F-SOURCE-OBJ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO FS-OBJ-REC
                       MOVE FS-SRC-OBJ-REC TO FS-OBJ-REC
                       WRITE FS-OBJ-REC
                           INVALID KEY
                               DISPLAY 'OBJECTIF DUPLIQUE OU HORS '
                                       'SEQUENCE : ' FS-OBJ-CLE
                           NOT INVALID KEY
                               ADD 1 TO WS-COMPTEUR-OBJ
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE F-SOURCE-OBJ
           CLOSE F-KSDS-OBJ
           .
