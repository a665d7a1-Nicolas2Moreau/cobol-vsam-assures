       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBJASSU.

      * REALISE CONTRE OBJECTIFS COMMERCIAUX PAR AGENCE - Batch        *
      * mensuel confrontant la production de chaque agence aux         *
      * objectifs fixes par les directions regionales (WORK/           *
      * OBJECTIF.dat, cf COBJECT.cpy, charge en janvier par LOADREGT   *
      * FICHIER=OBJECTIF). La production est mesuree dans JOURNAL      *
      * (precede de son archive JRNARCH) pour l'annee du mois edite,   *
      * de janvier a ce mois :                                         *
      *   - affaires nouvelles : mouvements C/V (creation, ajout de    *
      *     vehicule), prime du vehicule en portefeuille (ASSURES3, a  *
      *     defaut son image archivee HISTOASS/HSTARCH)                *
      *   - pertes : mouvements S/X (suppression, retrait), dont les   *
      *     non-renouvellements (lots 'NR' deposes par NRNASSU), prime *
      *     perdue = avant-image journalisee                           *
      *   - prime nette = prime des affaires nouvelles - prime perdue  *
      *     + ecarts des avenants (avant/apres-image journalisees)     *
      * L'agence d'un mouvement est celle qui sert la police (PGMAGENC *
      * : rattachement AGCPOL, a defaut region du code postal).        *
      * Sortie WORK/OBJASSU.lst : pour chaque agence, par direction,   *
      * le realise du mois et du cumul de l'annee face a l'objectif    *
      * (% d'atteinte ; pour les pertes, % du plafond consomme, '*'    *
      * au-dela), sous-total par direction, total compagnie, puis le   *
      * classement des agences sur le % d'atteinte de la prime nette   *
      * cumulee (a egalite, des affaires nouvelles). Une agence sans   *
      * objectif de prime est classee en fin de liste.                 *
      * PARM optionnel :                                               *
      *   MOIS=aaaamm -> mois edite (defaut : mois precedent)          *
      *   ex : PARM='MOIS=202609'                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Objectifs mensuels des agences (cle agence + annee + mois)
           SELECT F-OBJECTIF ASSIGN TO "WORK/OBJECTIF.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OBJ-CLE
               FILE STATUS IS FS-OBJ.

      * Journal avant-image - meme fichier et meme structure que celui
      * alimente par MAJASSV2/MVTASSU, et son archive (cf RETASSU)
           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

           SELECT F-JOURNAL-ARCH ASSIGN TO JRNARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRA.

      * Images archivees des assures supprimes (cf MAJASSV2 46500)
           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

           SELECT F-HISTO-ARCH ASSIGN TO HSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HSA.

      * Fichier de travail du classement des agences
           SELECT F-TRI-WORK ASSIGN TO "WORK/OBJASSU.SRT".

      * Fichier de sortie - realise contre objectifs
           SELECT F-RAPPORT ASSIGN TO "WORK/OBJASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-OBJECTIF.
       01  FS-OBJ-REC.
           05 FS-OBJ-CLE           PIC X(9).
           05 FS-OBJ-DATA          PIC X(31).

       FD  F-JOURNAL.
       01  FS-JRN-REC              PIC X(80).

       FD  F-JOURNAL-ARCH.
       01  FS-JRA-REC              PIC X(80).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

       FD  F-HISTO-ARCH.
       01  FS-HSA-REC.
           05 FS-HSA-ENREG          PIC X(120).
           05 FS-HSA-DATE-SUPPR     PIC 9(8).
           05 FS-HSA-BATCH-ID       PIC X(6).
           05 FS-HSA-RESTE          PIC X(9).

       SD  F-TRI-WORK.
       01  SD-RNG-REC.
           05 SD-RNG-TAUX-PRIME    PIC S9(5).
           05 SD-RNG-TAUX-AFF      PIC S9(5).
           05 SD-RNG-CODE          PIC X(3).
           05 SD-RNG-NOM           PIC X(20).
           05 SD-RNG-DIRECTION     PIC X(3).
           05 SD-RNG-NB-PERTES     PIC 9(7).
           05 SD-RNG-PLAFOND       PIC 9(7).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WOBJECT.

       01  FS-OBJ                    PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-JRA                    PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-HSA                    PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Mouvement JOURNAL/JRNARCH courant (meme structure que
      * FS-JRN-REC dans FVAASSU)
       01  WS-MVT.
           05 WS-MVT-MATRICULE       PIC X(6).
           05 WS-MVT-CODE            PIC X.
           05 WS-MVT-PRIME-AVANT     PIC 9(6)V99.
           05 WS-MVT-BM-AVANT        PIC X.
           05 WS-MVT-TAUX-AVANT      PIC 99.
           05 WS-MVT-BATCH-ID        PIC X(6).
           05 WS-MVT-DATE            PIC 9(8).
           05 WS-MVT-PRIME-APRES     PIC 9(6)V99.
           05 WS-MVT-PRIME-APRES-X REDEFINES WS-MVT-PRIME-APRES
                                     PIC X(8).
           05 WS-MVT-BM-APRES        PIC X.
           05 WS-MVT-TAUX-APRES      PIC 99.
           05 WS-MVT-VEHICULE        PIC X(2).
           05 WS-MVT-UTILISATEUR     PIC X(8).
           05 WS-MVT-RESTE           PIC X(27).

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER         PIC X(8).
           05 WS-CODE-FONCTION       PIC 99.
           05 WS-CODE-RETOUR         PIC 99.
           05 WS-ENREG               PIC X(120).
           05 WS-FILLER              PIC X(28).

       01  WS-NOM-PGMVSAM            PIC X(8) VALUE 'PGMVSAM'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN           PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE          PIC 99 VALUE 02.
           05 WS-FUNC-READ           PIC 99 VALUE 03.
           05 WS-FUNC-START          PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT       PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

      * Zone d'appel PGMAGENC - agence gestionnaire de la police et
      * sa direction regionale
       01  WS-COM-AGENCE.
           05 WS-AGC-FONCTION        PIC X(1).
           05 WS-AGC-MAT             PIC X(6).
           05 WS-AGC-CP              PIC 9(5).
           05 WS-AGC-CODE            PIC X(3).
           05 WS-AGC-ORIGINE         PIC X(1).
           05 WS-AGC-FICHE.
               10 WS-AGC-TYPE        PIC X(1).
               10 WS-AGC-NOM         PIC X(20).
               10 WS-AGC-RUE         PIC X(25).
               10 WS-AGC-CP-AGENCE   PIC 9(5).
               10 WS-AGC-VILLE       PIC X(12).
               10 WS-AGC-RESPONSABLE PIC X(20).
               10 WS-AGC-STATUT      PIC X(1).
               10 WS-AGC-DIRECTION   PIC X(3).
               10 WS-AGC-NOM-DIRECTION PIC X(20).
           05 WS-AGC-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Mois edite et options du PARM
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYS-R REDEFINES WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE           PIC 9(4).
           05 WS-SYS-MOIS            PIC 9(2).
           05 WS-SYS-JOUR            PIC 9(2).
       01  WS-MOIS-EDITE              PIC 9(6) VALUE 0.
       01  WS-MOIS-EDITE-R REDEFINES WS-MOIS-EDITE.
           05 WS-ANNEE               PIC 9(4).
           05 WS-MOIS                PIC 9(2).

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Date de mouvement (AAAAMMJJ, ou AAMMJJ non converti) ramenee
      * sur 8 chiffres - fenetre de siecle AA < 50 -> 20AA (cf CHRASSU)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-AAAAMM             PIC 9(6).
       01  WS-MVT-ANNEE               PIC 9(4).
       01  WS-MVT-MOIS                PIC 9(2).

      * Images archivees de l'annee (HISTOASS/HSTARCH) : cle, code
      * postal et prime du vehicule supprime
       01  WS-TAB-HISTO.
           05 WS-HST-ENTREE          OCCURS 3000 TIMES.
               10 WS-HST-CLE         PIC X(8).
               10 WS-HST-CP          PIC 9(5).
               10 WS-HST-PRIME       PIC 9(6)V99.
       01  WS-NB-HST                  PIC 9(4) VALUE 0.
       01  WS-HST-IDX                 PIC 9(4).
       01  WS-HST-POS                 PIC 9(4) VALUE 0.

      * Situation du vehicule d'un mouvement
       01  WS-CLE-VEHICULE.
           05 WS-CLE-MAT             PIC X(6).
           05 WS-CLE-SEQ             PIC 9(2).
       01  WS-SIT-CP                  PIC 9(5) VALUE 0.
       01  WS-SIT-PRIME               PIC 9(6)V99 VALUE 0.
       01  WS-ECART-PRIME             PIC S9(7)V99 VALUE 0.

      * Production et objectifs par agence et par mois, triee sur
      * direction + agence
       01  WS-TAB-AGENCES.
           05 WS-AGT-ENTREE          OCCURS 100 TIMES.
               10 WS-AGT-CLE.
                   15 WS-AGT-DIRECTION PIC X(3).
                   15 WS-AGT-CODE    PIC X(3).
               10 WS-AGT-NOM         PIC X(20).
               10 WS-AGT-NOM-DIR     PIC X(20).
               10 WS-AGT-MOIS        OCCURS 12 TIMES.
                   15 WS-AGT-OBJ-NB      PIC 9(5).
                   15 WS-AGT-OBJ-PRIME   PIC 9(7)V99.
                   15 WS-AGT-OBJ-PLAFOND PIC 9(5).
                   15 WS-AGT-NB-AFF      PIC 9(5).
                   15 WS-AGT-PRIME-AFF   PIC 9(7)V99.
                   15 WS-AGT-NB-PERTES   PIC 9(5).
                   15 WS-AGT-NB-NONREN   PIC 9(5).
                   15 WS-AGT-PRIME-PERTES PIC 9(7)V99.
                   15 WS-AGT-PRIME-NETTE PIC S9(7)V99.
       01  WS-NB-AGT                  PIC 9(3) VALUE 0.
       01  WS-AGT-IDX                 PIC 9(3).
       01  WS-AGT-POS                 PIC 9(3) VALUE 0.
       01  WS-AGT-DECAL               PIC 9(3).
       01  WS-AGT-CLE-CHERCHE.
           05 WS-AGT-DIR-CHERCHE     PIC X(3).
           05 WS-AGT-CODE-CHERCHE    PIC X(3).
       01  WS-MOIS-IDX                PIC 9(2).
       01  WS-BLOC-IDX                PIC 9.

      * Blocs de valeurs (1 = mois edite, 2 = cumul de l'annee) d'une
      * agence, d'une direction, de la compagnie, et bloc a editer -
      * meme structure, recopies en groupe
       01  WS-BLOC-AGENCE.
           05 WS-BAG                 OCCURS 2 TIMES.
               10 WS-BAG-NB-AFF      PIC 9(7).
               10 WS-BAG-PRIME-AFF   PIC 9(9)V99.
               10 WS-BAG-NB-PERTES   PIC 9(7).
               10 WS-BAG-NB-NONREN   PIC 9(7).
               10 WS-BAG-PRIME-PERTES PIC 9(9)V99.
               10 WS-BAG-PRIME-NETTE PIC S9(9)V99.
               10 WS-BAG-OBJ-NB      PIC 9(7).
               10 WS-BAG-OBJ-PRIME   PIC 9(9)V99.
               10 WS-BAG-OBJ-PLAFOND PIC 9(7).
       01  WS-BLOC-DIRECTION.
           05 WS-BDR                 OCCURS 2 TIMES.
               10 WS-BDR-NB-AFF      PIC 9(7).
               10 WS-BDR-PRIME-AFF   PIC 9(9)V99.
               10 WS-BDR-NB-PERTES   PIC 9(7).
               10 WS-BDR-NB-NONREN   PIC 9(7).
               10 WS-BDR-PRIME-PERTES PIC 9(9)V99.
               10 WS-BDR-PRIME-NETTE PIC S9(9)V99.
               10 WS-BDR-OBJ-NB      PIC 9(7).
               10 WS-BDR-OBJ-PRIME   PIC 9(9)V99.
               10 WS-BDR-OBJ-PLAFOND PIC 9(7).
       01  WS-BLOC-COMPAGNIE.
           05 WS-BCI                 OCCURS 2 TIMES.
               10 WS-BCI-NB-AFF      PIC 9(7).
               10 WS-BCI-PRIME-AFF   PIC 9(9)V99.
               10 WS-BCI-NB-PERTES   PIC 9(7).
               10 WS-BCI-NB-NONREN   PIC 9(7).
               10 WS-BCI-PRIME-PERTES PIC 9(9)V99.
               10 WS-BCI-PRIME-NETTE PIC S9(9)V99.
               10 WS-BCI-OBJ-NB      PIC 9(7).
               10 WS-BCI-OBJ-PRIME   PIC 9(9)V99.
               10 WS-BCI-OBJ-PLAFOND PIC 9(7).
       01  WS-BLOC-EDITE.
           05 WS-BED                 OCCURS 2 TIMES.
               10 WS-BED-NB-AFF      PIC 9(7).
               10 WS-BED-PRIME-AFF   PIC 9(9)V99.
               10 WS-BED-NB-PERTES   PIC 9(7).
               10 WS-BED-NB-NONREN   PIC 9(7).
               10 WS-BED-PRIME-PERTES PIC 9(9)V99.
               10 WS-BED-PRIME-NETTE PIC S9(9)V99.
               10 WS-BED-OBJ-NB      PIC 9(7).
               10 WS-BED-OBJ-PRIME   PIC 9(9)V99.
               10 WS-BED-OBJ-PLAFOND PIC 9(7).

      * Taux d'atteinte : realise x 100 / objectif (objectif nul = non
      * calculable)
       01  WS-TX-REEL                 PIC S9(9)V99.
       01  WS-TX-OBJ                  PIC 9(9)V99.
       01  WS-TX-TAUX                 PIC S9(5).
       01  WS-TX-CALCULE              PIC X VALUE 'N'.
           88 TX-CALCULE                  VALUE 'O'.

      * Rupture par direction et classement
       01  WS-DIR-PREC                PIC X(3) VALUE SPACES.
       01  WS-NOM-DIR-PREC            PIC X(20) VALUE SPACES.
       01  WS-RANG                    PIC 9(3) VALUE 0.
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                     VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-OBJECTIFS       PIC 9(6) VALUE 0.
           05 WS-CPT-JOURNAL         PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS         PIC 9(6) VALUE 0.
           05 WS-CPT-AFFAIRES        PIC 9(6) VALUE 0.
           05 WS-CPT-PERTES          PIC 9(6) VALUE 0.
           05 WS-CPT-AVENANTS        PIC 9(6) VALUE 0.
           05 WS-CPT-INDETERMINES    PIC 9(6) VALUE 0.
           05 WS-CPT-DEBORDEMENTS    PIC 9(6) VALUE 0.

      * Lignes du rapport
       01  WS-LIG-TITRE.
           05 FILLER                  PIC X(40) VALUE
               'REALISE CONTRE OBJECTIFS COMMERCIAUX - M'.
           05 FILLER                  PIC X(7) VALUE 'OIS DE '.
           05 WS-LIGT-MOIS            PIC 99.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGT-ANNEE           PIC 9(4).
           05 FILLER                  PIC X(14) VALUE
               ' - EDITE LE '.
           05 WS-LIGT-DATE            PIC 9(8).
       01  WS-LIG-AGENCE.
           05 FILLER                  PIC X(7) VALUE 'AGENCE '.
           05 WS-LIGA-CODE            PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGA-NOM             PIC X(21).
           05 FILLER                  PIC X(11) VALUE 'DIRECTION '.
           05 WS-LIGA-DIRECTION       PIC X(3).
       01  WS-LIG-DIRECTION.
           05 FILLER                  PIC X(22) VALUE
               'SOUS-TOTAL DIRECTION '.
           05 WS-LIGR-DIRECTION       PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGR-NOM             PIC X(20).
       01  WS-LIG-COMPAGNIE.
           05 FILLER                  PIC X(15) VALUE
               'TOTAL COMPAGNIE'.
       01  WS-LIG-COLONNES-1.
           05 FILLER                  PIC X(22) VALUE SPACES.
           05 FILLER                  PIC X(23) VALUE
               '-------- MOIS ---------'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(25) VALUE
               '------ CUMUL ANNEE ------'.
       01  WS-LIG-COLONNES-2.
           05 FILLER                  PIC X(22) VALUE SPACES.
           05 FILLER                  PIC X(23) VALUE
               '    REEL OBJECTIF     %'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 FILLER                  PIC X(25) VALUE
               '     REEL  OBJECTIF     %'.
       01  WS-LIG-VALEUR.
           05 WS-LIGV-LIBELLE         PIC X(22).
           05 WS-LIGV-M-REEL          PIC -------9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGV-M-OBJ           PIC ZZZZZZZ9.
           05 WS-LIGV-M-OBJ-X REDEFINES WS-LIGV-M-OBJ PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGV-M-PCT           PIC ----9.
           05 WS-LIGV-M-PCT-X REDEFINES WS-LIGV-M-PCT PIC X(5).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LIGV-C-REEL          PIC --------9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGV-C-OBJ           PIC ZZZZZZZZ9.
           05 WS-LIGV-C-OBJ-X REDEFINES WS-LIGV-C-OBJ PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGV-C-PCT           PIC ----9.
           05 WS-LIGV-C-PCT-X REDEFINES WS-LIGV-C-PCT PIC X(5).
           05 WS-LIGV-ALERTE          PIC X(2).
       01  WS-LIG-CLASST-TITRE.
           05 FILLER                  PIC X(40) VALUE
               'CLASSEMENT DES AGENCES - CUMUL DE L''ANNE'.
           05 FILLER                  PIC X(36) VALUE
               'E (% OBJECTIF DE PRIME NETTE)'.
       01  WS-LIG-CLASST-COLONNES.
           05 FILLER                  PIC X(40) VALUE
               'RANG AGENCE                    DIR  PRIM'.
           05 FILLER                  PIC X(36) VALUE
               'E %  AFFAIRES %  PERTES/PLAFOND'.
       01  WS-LIG-CLASST.
           05 WS-LIGC-RANG            PIC ZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGC-CODE            PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGC-NOM             PIC X(21).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGC-DIRECTION       PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGC-TAUX-PRIME      PIC ----9.
           05 WS-LIGC-TAUX-PRIME-X REDEFINES WS-LIGC-TAUX-PRIME
                                      PIC X(5).
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-LIGC-TAUX-AFF        PIC ----9.
           05 WS-LIGC-TAUX-AFF-X REDEFINES WS-LIGC-TAUX-AFF
                                      PIC X(5).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LIGC-PERTES          PIC ZZZZZ9.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGC-PLAFOND         PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'REALISE CONTRE OBJECTIFS COMMERCIAUX'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CHARGER-OBJECTIFS
           PERFORM 30000-LIRE-MOUVEMENTS
           PERFORM 50000-EDITER-AGENCES
           PERFORM 60000-CLASSER-AGENCES
           PERFORM 70000-FIN
           DISPLAY '========================================'
           DISPLAY 'OBJECTIFS LUS        : ' WS-CPT-OBJECTIFS
           DISPLAY 'JOURNAL LU           : ' WS-CPT-JOURNAL
           DISPLAY 'MOUVEMENTS RETENUS   : ' WS-CPT-RETENUS
           DISPLAY 'AFFAIRES NOUVELLES   : ' WS-CPT-AFFAIRES
           DISPLAY 'PERTES               : ' WS-CPT-PERTES
           DISPLAY 'AVENANTS DE PRIME    : ' WS-CPT-AVENANTS
           DISPLAY 'AGENCE INDETERMINEE  : ' WS-CPT-INDETERMINES
           DISPLAY 'HORS TABLE AGENCES   : ' WS-CPT-DEBORDEMENTS
           DISPLAY 'AGENCES EDITEES      : ' WS-NB-AGT
           DISPLAY '========================================'
           IF WS-CPT-OBJECTIFS = 0 OR WS-CPT-INDETERMINES > 0
                   OR WS-CPT-DEBORDEMENTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, images archivees de l'annee et          *
      * ouverture des fichiers                                         *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-MOIS-EDITE = 0
               IF WS-SYS-MOIS = 1
                   COMPUTE WS-ANNEE = WS-SYS-ANNEE - 1
                   MOVE 12 TO WS-MOIS
               ELSE
                   MOVE WS-SYS-ANNEE TO WS-ANNEE
                   COMPUTE WS-MOIS = WS-SYS-MOIS - 1
               END-IF
           END-IF
           IF WS-MOIS < 1 OR WS-MOIS > 12
               DISPLAY 'MOIS EDITE INVALIDE : ' WS-MOIS-EDITE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'MOIS EDITE : ' WS-MOIS-EDITE

           PERFORM 11000-CHARGER-HISTO

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-MOIS         TO WS-LIGT-MOIS
           MOVE WS-ANNEE        TO WS-LIGT-ANNEE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'MOIS='
                   IF WS-PARM-TOK(WS-PARM-IDX)(6:6) IS NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:6)
                           TO WS-MOIS-EDITE
                   ELSE
                       DISPLAY 'PARM MOIS= NON NUMERIQUE IGNORE'
                   END-IF
               END-IF
           END-PERFORM
           .

      * Images archivees de l'annee editee : HISTOASS vivant puis      *
      * HSTARCH (absents : aucune) - la derniere image d'un vehicule   *
      * l'emporte                                                      *

       11000-CHARGER-HISTO.
           OPEN INPUT F-HISTO-ARCH
           IF FS-HSA = '00'
               PERFORM UNTIL FS-HSA = '10'
                   READ F-HISTO-ARCH
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-HSA-DATE-SUPPR / 10000 = WS-ANNEE
                               MOVE FS-HSA-ENREG TO W-ASSURE
                               PERFORM 11100-RANGER-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTO-ARCH
           END-IF

           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM UNTIL FS-HST = '10'
                   READ F-HISTO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-HST-DATE-SUPPR / 10000 = WS-ANNEE
                               MOVE FS-HST-ENREG TO W-ASSURE
                               PERFORM 11100-RANGER-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           END-IF
           .

       11100-RANGER-IMAGE.
           MOVE 0 TO WS-HST-POS
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-NB-HST
               IF WS-HST-CLE(WS-HST-IDX) = W-ASSURE(1:8)
                   MOVE WS-HST-IDX TO WS-HST-POS
               END-IF
           END-PERFORM
           IF WS-HST-POS = 0 AND WS-NB-HST < 3000
               ADD 1 TO WS-NB-HST
               MOVE WS-NB-HST TO WS-HST-POS
           END-IF
           IF WS-HST-POS > 0
               MOVE W-ASSURE(1:8) TO WS-HST-CLE(WS-HST-POS)
               MOVE CP-A4         TO WS-HST-CP(WS-HST-POS)
               MOVE PRIME-A4      TO WS-HST-PRIME(WS-HST-POS)
           END-IF
           .

      * Ramener WS-CONV-DATE sur 8 chiffres                            *

       15000-DATE-SUR-8.
           IF WS-CONV-DATE > 0 AND WS-CONV-DATE NOT > 991231
               IF WS-CONV-DATE / 10000 < 50
                   ADD 20000000 TO WS-CONV-DATE
               ELSE
                   ADD 19000000 TO WS-CONV-DATE
               END-IF
           END-IF
           .

      * Objectifs de l'annee editee - chaque agence ayant un objectif  *
      * figure au rapport, meme sans production                        *

       20000-CHARGER-OBJECTIFS.
           OPEN INPUT F-OBJECTIF
           IF FS-OBJ NOT = '00'
               DISPLAY 'ATTENTION - OBJECTIFS INACCESSIBLES '
                       '(WORK/OBJECTIF.dat) : ' FS-OBJ
           ELSE
               PERFORM 21000-LIRE-OBJECTIF UNTIL FS-OBJ NOT = '00'
               CLOSE F-OBJECTIF
           END-IF
           .

       21000-LIRE-OBJECTIF.
           READ F-OBJECTIF
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-OBJ-REC TO W-OBJECTIF
                   IF OBJ-ANNEE = WS-ANNEE
                           AND OBJ-MOIS >= 1 AND OBJ-MOIS <= 12
                       ADD 1 TO WS-CPT-OBJECTIFS
                       MOVE 'A' TO WS-AGC-FONCTION
                       MOVE OBJ-AGENCE TO WS-AGC-CODE
                       CALL 'PGMAGENC' USING WS-COM-AGENCE
                       PERFORM 40000-TROUVER-AGENCE
                       IF WS-AGT-POS > 0
                           MOVE OBJ-NB-AFFAIRES
                               TO WS-AGT-OBJ-NB(WS-AGT-POS, OBJ-MOIS)
                           MOVE OBJ-PRIME
                               TO WS-AGT-OBJ-PRIME(WS-AGT-POS, OBJ-MOIS)
                           MOVE OBJ-PLAFOND-PERTES
                               TO WS-AGT-OBJ-PLAFOND(WS-AGT-POS,
                                                     OBJ-MOIS)
                       END-IF
                   END-IF
           END-READ
           .

      * Production de l'annee : JRNARCH (mouvements anciens) puis      *
      * JOURNAL                                                        *

       30000-LIRE-MOUVEMENTS.
           OPEN INPUT F-JOURNAL-ARCH
           IF FS-JRA = '00'
               PERFORM 30100-LIRE-JRNARCH UNTIL FS-JRA NOT = '00'
               CLOSE F-JOURNAL-ARCH
           END-IF

           OPEN INPUT F-JOURNAL
           IF FS-JRN NOT = '00'
               DISPLAY 'ATTENTION - JOURNAL INACCESSIBLE : ' FS-JRN
           ELSE
               PERFORM 30200-LIRE-JOURNAL UNTIL FS-JRN NOT = '00'
               CLOSE F-JOURNAL
           END-IF
           .

       30100-LIRE-JRNARCH.
           READ F-JOURNAL-ARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-JRA-REC TO WS-MVT
                   PERFORM 31000-TRAITER-MOUVEMENT
           END-READ
           .

       30200-LIRE-JOURNAL.
           READ F-JOURNAL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-JRN-REC TO WS-MVT
                   PERFORM 31000-TRAITER-MOUVEMENT
           END-READ
           .

      * Mouvement de l'annee editee, jusqu'au mois edite inclus :      *
      * affaire nouvelle, perte ou avenant de prime                    *

       31000-TRAITER-MOUVEMENT.
           ADD 1 TO WS-CPT-JOURNAL
           MOVE WS-MVT-DATE TO WS-CONV-DATE
           PERFORM 15000-DATE-SUR-8
           DIVIDE WS-CONV-DATE BY 100 GIVING WS-CONV-AAAAMM
           DIVIDE WS-CONV-AAAAMM BY 100 GIVING WS-MVT-ANNEE
               REMAINDER WS-MVT-MOIS

           IF WS-MVT-ANNEE = WS-ANNEE
                   AND WS-MVT-MOIS >= 1 AND WS-MVT-MOIS <= WS-MOIS
               EVALUATE WS-MVT-CODE
                   WHEN 'C'
                   WHEN 'V'
                       PERFORM 32000-COMPTER-AFFAIRE
                   WHEN 'S'
                   WHEN 'X'
                       PERFORM 33000-COMPTER-PERTE
                   WHEN OTHER
                       IF WS-MVT-PRIME-APRES-X IS NUMERIC
                               AND WS-MVT-PRIME-APRES > 0
                               AND WS-MVT-PRIME-AVANT IS NUMERIC
                               AND WS-MVT-PRIME-APRES
                                   NOT = WS-MVT-PRIME-AVANT
                           PERFORM 34000-COMPTER-AVENANT
                       END-IF
               END-EVALUATE
           END-IF
           .

      * Affaire nouvelle : vehicule entre, prime en portefeuille       *

       32000-COMPTER-AFFAIRE.
           PERFORM 35000-SITUER-VEHICULE
           IF WS-AGT-POS > 0
               ADD 1 TO WS-CPT-RETENUS
               ADD 1 TO WS-CPT-AFFAIRES
               ADD 1 TO WS-AGT-NB-AFF(WS-AGT-POS, WS-MVT-MOIS)
               ADD WS-SIT-PRIME
                   TO WS-AGT-PRIME-AFF(WS-AGT-POS, WS-MVT-MOIS)
               ADD WS-SIT-PRIME
                   TO WS-AGT-PRIME-NETTE(WS-AGT-POS, WS-MVT-MOIS)
           END-IF
           .

      * Perte : vehicule retire ou police supprimee (non-              *
      * renouvellement quand le lot est un lot NRNASSU 'NR'), prime    *
      * de l'avant-image                                               *

       33000-COMPTER-PERTE.
           PERFORM 35000-SITUER-VEHICULE
           IF WS-AGT-POS > 0
               ADD 1 TO WS-CPT-RETENUS
               ADD 1 TO WS-CPT-PERTES
               ADD 1 TO WS-AGT-NB-PERTES(WS-AGT-POS, WS-MVT-MOIS)
               IF WS-MVT-BATCH-ID(1:2) = 'NR'
                   ADD 1 TO WS-AGT-NB-NONREN(WS-AGT-POS, WS-MVT-MOIS)
               END-IF
               IF WS-MVT-PRIME-AVANT IS NUMERIC
                   ADD WS-MVT-PRIME-AVANT
                       TO WS-AGT-PRIME-PERTES(WS-AGT-POS, WS-MVT-MOIS)
                   SUBTRACT WS-MVT-PRIME-AVANT
                       FROM WS-AGT-PRIME-NETTE(WS-AGT-POS, WS-MVT-MOIS)
               END-IF
           END-IF
           .

      * Avenant de prime : ecart apres - avant                         *

       34000-COMPTER-AVENANT.
           PERFORM 35000-SITUER-VEHICULE
           IF WS-AGT-POS > 0
               ADD 1 TO WS-CPT-RETENUS
               ADD 1 TO WS-CPT-AVENANTS
               COMPUTE WS-ECART-PRIME =
                   WS-MVT-PRIME-APRES - WS-MVT-PRIME-AVANT
               ADD WS-ECART-PRIME
                   TO WS-AGT-PRIME-NETTE(WS-AGT-POS, WS-MVT-MOIS)
           END-IF
           .

      * Code postal et prime du vehicule du mouvement : ASSURES3, a    *
      * defaut son image archivee, a defaut un autre vehicule du meme  *
      * matricule ; puis agence qui sert la police                     *

       35000-SITUER-VEHICULE.
           MOVE 0 TO WS-SIT-CP
           MOVE 0 TO WS-SIT-PRIME
           MOVE WS-MVT-MATRICULE TO WS-CLE-MAT
           IF WS-MVT-VEHICULE NUMERIC AND WS-MVT-VEHICULE NOT = '00'
               MOVE WS-MVT-VEHICULE TO WS-CLE-SEQ
           ELSE
               MOVE 01 TO WS-CLE-SEQ
           END-IF

           MOVE SPACES TO WS-ENREG
           MOVE WS-CLE-VEHICULE TO WS-ENREG(1:8)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               MOVE CP-A4    TO WS-SIT-CP
               MOVE PRIME-A4 TO WS-SIT-PRIME
           ELSE
               MOVE 0 TO WS-HST-POS
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-NB-HST
                   IF WS-HST-CLE(WS-HST-IDX) = WS-CLE-VEHICULE
                       MOVE WS-HST-IDX TO WS-HST-POS
                   END-IF
               END-PERFORM
               IF WS-HST-POS > 0
                   MOVE WS-HST-CP(WS-HST-POS)    TO WS-SIT-CP
                   MOVE WS-HST-PRIME(WS-HST-POS) TO WS-SIT-PRIME
               ELSE
                   PERFORM 35100-AUTRE-VEHICULE
               END-IF
           END-IF

           MOVE 'P' TO WS-AGC-FONCTION
           MOVE WS-CLE-MAT TO WS-AGC-MAT
           MOVE WS-SIT-CP TO WS-AGC-CP
           CALL 'PGMAGENC' USING WS-COM-AGENCE
           IF WS-AGC-RETOUR = 03
               ADD 1 TO WS-CPT-INDETERMINES
           END-IF
           PERFORM 40000-TROUVER-AGENCE
           .

       35100-AUTRE-VEHICULE.
           MOVE SPACES TO WS-ENREG
           MOVE WS-CLE-MAT TO WS-ENREG(1:6)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                       AND WS-ENREG(1:6) = WS-CLE-MAT
                   MOVE WS-ENREG TO W-ASSURE
                   MOVE CP-A4 TO WS-SIT-CP
               END-IF
           END-IF
           .

      * Poste de l'agence rendue par PGMAGENC dans la table (cree a sa *
      * place dans l'ordre direction + agence) - WS-AGT-POS = 0 si la  *
      * table est pleine                                               *

       40000-TROUVER-AGENCE.
           MOVE 0 TO WS-AGT-POS
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-NB-AGT OR WS-AGT-POS > 0
               IF WS-AGT-CODE(WS-AGT-IDX) = WS-AGC-CODE
                   MOVE WS-AGT-IDX TO WS-AGT-POS
               END-IF
           END-PERFORM
           IF WS-AGT-POS = 0
               IF WS-NB-AGT < 100
                   PERFORM 41000-INSERER-AGENCE
               ELSE
                   ADD 1 TO WS-CPT-DEBORDEMENTS
               END-IF
           END-IF
           .

       41000-INSERER-AGENCE.
           MOVE WS-AGC-DIRECTION TO WS-AGT-DIR-CHERCHE
           MOVE WS-AGC-CODE      TO WS-AGT-CODE-CHERCHE
           COMPUTE WS-AGT-POS = WS-NB-AGT + 1
           PERFORM VARYING WS-AGT-IDX FROM WS-NB-AGT BY -1
               UNTIL WS-AGT-IDX < 1
               IF WS-AGT-CLE(WS-AGT-IDX) > WS-AGT-CLE-CHERCHE
                   MOVE WS-AGT-IDX TO WS-AGT-POS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AGT-DECAL FROM WS-NB-AGT BY -1
               UNTIL WS-AGT-DECAL < WS-AGT-POS
               MOVE WS-AGT-ENTREE(WS-AGT-DECAL)
                   TO WS-AGT-ENTREE(WS-AGT-DECAL + 1)
           END-PERFORM
           ADD 1 TO WS-NB-AGT
           INITIALIZE WS-AGT-ENTREE(WS-AGT-POS)
           MOVE WS-AGT-CLE-CHERCHE TO WS-AGT-CLE(WS-AGT-POS)
           IF WS-AGC-CODE = '???'
               MOVE 'NON DETERMINEE' TO WS-AGT-NOM(WS-AGT-POS)
           ELSE
               IF WS-AGC-NOM = SPACES
                   MOVE 'AGENCE INCONNUE' TO WS-AGT-NOM(WS-AGT-POS)
               ELSE
                   MOVE WS-AGC-NOM TO WS-AGT-NOM(WS-AGT-POS)
               END-IF
           END-IF
           IF WS-AGC-NOM-DIRECTION = SPACES
               MOVE 'DIRECTION INCONNUE' TO WS-AGT-NOM-DIR(WS-AGT-POS)
           ELSE
               MOVE WS-AGC-NOM-DIRECTION
                   TO WS-AGT-NOM-DIR(WS-AGT-POS)
           END-IF
           .

      * Edition par agence, sous-total a chaque rupture de direction,  *
      * total compagnie                                                *

       50000-EDITER-AGENCES.
           MOVE SPACES TO WS-DIR-PREC
           INITIALIZE WS-BLOC-DIRECTION
           INITIALIZE WS-BLOC-COMPAGNIE
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-NB-AGT
               IF WS-AGT-IDX > 1
                       AND WS-AGT-DIRECTION(WS-AGT-IDX)
                           NOT = WS-DIR-PREC
                   PERFORM 52000-EDITER-DIRECTION
               END-IF
               MOVE WS-AGT-DIRECTION(WS-AGT-IDX) TO WS-DIR-PREC
               MOVE WS-AGT-NOM-DIR(WS-AGT-IDX)   TO WS-NOM-DIR-PREC
               PERFORM 51000-EDITER-AGENCE
           END-PERFORM
           IF WS-NB-AGT > 0
               PERFORM 52000-EDITER-DIRECTION
           END-IF

           MOVE WS-LIG-COMPAGNIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-BLOC-COMPAGNIE TO WS-BLOC-EDITE
           PERFORM 53000-EDITER-BLOC
           .

       51000-EDITER-AGENCE.
           PERFORM 51100-CALCULER-AGENCE
           MOVE WS-AGT-CODE(WS-AGT-IDX)      TO WS-LIGA-CODE
           MOVE WS-AGT-NOM(WS-AGT-IDX)       TO WS-LIGA-NOM
           MOVE WS-AGT-DIRECTION(WS-AGT-IDX) TO WS-LIGA-DIRECTION
           MOVE WS-LIG-AGENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-BLOC-AGENCE TO WS-BLOC-EDITE
           PERFORM 53000-EDITER-BLOC

           PERFORM VARYING WS-BLOC-IDX FROM 1 BY 1
               UNTIL WS-BLOC-IDX > 2
               ADD WS-BAG-NB-AFF(WS-BLOC-IDX)
                   TO WS-BDR-NB-AFF(WS-BLOC-IDX)
                      WS-BCI-NB-AFF(WS-BLOC-IDX)
               ADD WS-BAG-PRIME-AFF(WS-BLOC-IDX)
                   TO WS-BDR-PRIME-AFF(WS-BLOC-IDX)
                      WS-BCI-PRIME-AFF(WS-BLOC-IDX)
               ADD WS-BAG-NB-PERTES(WS-BLOC-IDX)
                   TO WS-BDR-NB-PERTES(WS-BLOC-IDX)
                      WS-BCI-NB-PERTES(WS-BLOC-IDX)
               ADD WS-BAG-NB-NONREN(WS-BLOC-IDX)
                   TO WS-BDR-NB-NONREN(WS-BLOC-IDX)
                      WS-BCI-NB-NONREN(WS-BLOC-IDX)
               ADD WS-BAG-PRIME-PERTES(WS-BLOC-IDX)
                   TO WS-BDR-PRIME-PERTES(WS-BLOC-IDX)
                      WS-BCI-PRIME-PERTES(WS-BLOC-IDX)
               ADD WS-BAG-PRIME-NETTE(WS-BLOC-IDX)
                   TO WS-BDR-PRIME-NETTE(WS-BLOC-IDX)
                      WS-BCI-PRIME-NETTE(WS-BLOC-IDX)
               ADD WS-BAG-OBJ-NB(WS-BLOC-IDX)
                   TO WS-BDR-OBJ-NB(WS-BLOC-IDX)
                      WS-BCI-OBJ-NB(WS-BLOC-IDX)
               ADD WS-BAG-OBJ-PRIME(WS-BLOC-IDX)
                   TO WS-BDR-OBJ-PRIME(WS-BLOC-IDX)
                      WS-BCI-OBJ-PRIME(WS-BLOC-IDX)
               ADD WS-BAG-OBJ-PLAFOND(WS-BLOC-IDX)
                   TO WS-BDR-OBJ-PLAFOND(WS-BLOC-IDX)
                      WS-BCI-OBJ-PLAFOND(WS-BLOC-IDX)
           END-PERFORM
           .

      * Valeurs du mois edite (bloc 1) et du cumul de janvier au mois  *
      * edite (bloc 2) de l'agence WS-AGT-IDX                          *

       51100-CALCULER-AGENCE.
           INITIALIZE WS-BLOC-AGENCE
           MOVE 1 TO WS-BLOC-IDX
           MOVE WS-MOIS TO WS-MOIS-IDX
           PERFORM 51200-AJOUTER-MOIS
           MOVE 2 TO WS-BLOC-IDX
           PERFORM 51200-AJOUTER-MOIS
               VARYING WS-MOIS-IDX FROM 1 BY 1
               UNTIL WS-MOIS-IDX > WS-MOIS
           .

       51200-AJOUTER-MOIS.
           ADD WS-AGT-NB-AFF(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-NB-AFF(WS-BLOC-IDX)
           ADD WS-AGT-PRIME-AFF(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-PRIME-AFF(WS-BLOC-IDX)
           ADD WS-AGT-NB-PERTES(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-NB-PERTES(WS-BLOC-IDX)
           ADD WS-AGT-NB-NONREN(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-NB-NONREN(WS-BLOC-IDX)
           ADD WS-AGT-PRIME-PERTES(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-PRIME-PERTES(WS-BLOC-IDX)
           ADD WS-AGT-PRIME-NETTE(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-PRIME-NETTE(WS-BLOC-IDX)
           ADD WS-AGT-OBJ-NB(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-OBJ-NB(WS-BLOC-IDX)
           ADD WS-AGT-OBJ-PRIME(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-OBJ-PRIME(WS-BLOC-IDX)
           ADD WS-AGT-OBJ-PLAFOND(WS-AGT-IDX, WS-MOIS-IDX)
               TO WS-BAG-OBJ-PLAFOND(WS-BLOC-IDX)
           .

       52000-EDITER-DIRECTION.
           MOVE WS-DIR-PREC     TO WS-LIGR-DIRECTION
           MOVE WS-NOM-DIR-PREC TO WS-LIGR-NOM
           MOVE WS-LIG-DIRECTION TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-BLOC-DIRECTION TO WS-BLOC-EDITE
           PERFORM 53000-EDITER-BLOC
           INITIALIZE WS-BLOC-DIRECTION
           .

      * Edition du bloc WS-BLOC-EDITE : en-tete de colonnes, realise   *
      * contre objectif des affaires nouvelles, de la prime nette et   *
      * des pertes, puis le detail sans objectif                       *

       53000-EDITER-BLOC.
           MOVE WS-LIG-COLONNES-1 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-COLONNES-2 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO WS-LIGV-ALERTE
           MOVE 'AFFAIRES NOUVELLES' TO WS-LIGV-LIBELLE
           MOVE WS-BED-NB-AFF(1) TO WS-LIGV-M-REEL
           MOVE WS-BED-OBJ-NB(1) TO WS-LIGV-M-OBJ
           MOVE WS-BED-NB-AFF(1) TO WS-TX-REEL
           MOVE WS-BED-OBJ-NB(1) TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53100-TAUX-MOIS
           MOVE WS-BED-NB-AFF(2) TO WS-LIGV-C-REEL
           MOVE WS-BED-OBJ-NB(2) TO WS-LIGV-C-OBJ
           MOVE WS-BED-NB-AFF(2) TO WS-TX-REEL
           MOVE WS-BED-OBJ-NB(2) TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53200-TAUX-CUMUL
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'PRIME NETTE (EUR)' TO WS-LIGV-LIBELLE
           MOVE WS-BED-PRIME-NETTE(1) TO WS-LIGV-M-REEL
           MOVE WS-BED-OBJ-PRIME(1)   TO WS-LIGV-M-OBJ
           MOVE WS-BED-PRIME-NETTE(1) TO WS-TX-REEL
           MOVE WS-BED-OBJ-PRIME(1)   TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53100-TAUX-MOIS
           MOVE WS-BED-PRIME-NETTE(2) TO WS-LIGV-C-REEL
           MOVE WS-BED-OBJ-PRIME(2)   TO WS-LIGV-C-OBJ
           MOVE WS-BED-PRIME-NETTE(2) TO WS-TX-REEL
           MOVE WS-BED-OBJ-PRIME(2)   TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53200-TAUX-CUMUL
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'PERTES / PLAFOND' TO WS-LIGV-LIBELLE
           MOVE WS-BED-NB-PERTES(1)   TO WS-LIGV-M-REEL
           MOVE WS-BED-OBJ-PLAFOND(1) TO WS-LIGV-M-OBJ
           MOVE WS-BED-NB-PERTES(1)   TO WS-TX-REEL
           MOVE WS-BED-OBJ-PLAFOND(1) TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53100-TAUX-MOIS
           MOVE WS-BED-NB-PERTES(2)   TO WS-LIGV-C-REEL
           MOVE WS-BED-OBJ-PLAFOND(2) TO WS-LIGV-C-OBJ
           MOVE WS-BED-NB-PERTES(2)   TO WS-TX-REEL
           MOVE WS-BED-OBJ-PLAFOND(2) TO WS-TX-OBJ
           PERFORM 54000-CALCULER-TAUX
           PERFORM 53200-TAUX-CUMUL
           IF WS-BED-NB-PERTES(2) > WS-BED-OBJ-PLAFOND(2)
                   AND WS-BED-OBJ-PLAFOND(2) > 0
               MOVE ' *' TO WS-LIGV-ALERTE
           END-IF
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO WS-LIGV-ALERTE
           MOVE SPACES TO WS-LIGV-M-OBJ-X
           MOVE SPACES TO WS-LIGV-M-PCT-X
           MOVE SPACES TO WS-LIGV-C-OBJ-X
           MOVE SPACES TO WS-LIGV-C-PCT-X
           MOVE '  DONT NON-RENOUVELES' TO WS-LIGV-LIBELLE
           MOVE WS-BED-NB-NONREN(1) TO WS-LIGV-M-REEL
           MOVE WS-BED-NB-NONREN(2) TO WS-LIGV-C-REEL
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  PRIME ENTREE (EUR)' TO WS-LIGV-LIBELLE
           MOVE WS-BED-PRIME-AFF(1) TO WS-LIGV-M-REEL
           MOVE WS-BED-PRIME-AFF(2) TO WS-LIGV-C-REEL
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  PRIME PERDUE (EUR)' TO WS-LIGV-LIBELLE
           MOVE WS-BED-PRIME-PERTES(1) TO WS-LIGV-M-REEL
           MOVE WS-BED-PRIME-PERTES(2) TO WS-LIGV-C-REEL
           MOVE WS-LIG-VALEUR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       53100-TAUX-MOIS.
           IF TX-CALCULE
               MOVE WS-TX-TAUX TO WS-LIGV-M-PCT
           ELSE
               MOVE '  N/A' TO WS-LIGV-M-PCT-X
           END-IF
           .

       53200-TAUX-CUMUL.
           IF TX-CALCULE
               MOVE WS-TX-TAUX TO WS-LIGV-C-PCT
           ELSE
               MOVE '  N/A' TO WS-LIGV-C-PCT-X
           END-IF
           .

      * Taux d'atteinte arrondi, plafonne a +/-9999                    *

       54000-CALCULER-TAUX.
           MOVE 'N' TO WS-TX-CALCULE
           MOVE 0 TO WS-TX-TAUX
           IF WS-TX-OBJ > 0
               SET TX-CALCULE TO TRUE
               COMPUTE WS-TX-TAUX ROUNDED =
                   WS-TX-REEL * 100 / WS-TX-OBJ
                   ON SIZE ERROR
                       IF WS-TX-REEL < 0
                           MOVE -9999 TO WS-TX-TAUX
                       ELSE
                           MOVE 9999 TO WS-TX-TAUX
                       END-IF
               END-COMPUTE
           END-IF
           .

      * Classement des agences sur le cumul de l'annee                 *

       60000-CLASSER-AGENCES.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-CLASST-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-CLASST-COLONNES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               DESCENDING KEY SD-RNG-TAUX-PRIME SD-RNG-TAUX-AFF
               ASCENDING KEY SD-RNG-CODE
               INPUT PROCEDURE IS 61000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 62000-EDITER-CLASSEMENT
           .

      * Une ligne par agence determinee - taux -9999 quand l'objectif  *
      * est nul (agence classee en fin de liste)                       *

       61000-ALIMENTER-TRI.
           PERFORM VARYING WS-AGT-IDX FROM 1 BY 1
               UNTIL WS-AGT-IDX > WS-NB-AGT
               IF WS-AGT-CODE(WS-AGT-IDX) NOT = '???'
                   PERFORM 51100-CALCULER-AGENCE
                   MOVE WS-BAG-PRIME-NETTE(2) TO WS-TX-REEL
                   MOVE WS-BAG-OBJ-PRIME(2)   TO WS-TX-OBJ
                   PERFORM 54000-CALCULER-TAUX
                   IF TX-CALCULE
                       MOVE WS-TX-TAUX TO SD-RNG-TAUX-PRIME
                   ELSE
                       MOVE -9999 TO SD-RNG-TAUX-PRIME
                   END-IF
                   MOVE WS-BAG-NB-AFF(2) TO WS-TX-REEL
                   MOVE WS-BAG-OBJ-NB(2) TO WS-TX-OBJ
                   PERFORM 54000-CALCULER-TAUX
                   IF TX-CALCULE
                       MOVE WS-TX-TAUX TO SD-RNG-TAUX-AFF
                   ELSE
                       MOVE -9999 TO SD-RNG-TAUX-AFF
                   END-IF
                   MOVE WS-AGT-CODE(WS-AGT-IDX)      TO SD-RNG-CODE
                   MOVE WS-AGT-NOM(WS-AGT-IDX)       TO SD-RNG-NOM
                   MOVE WS-AGT-DIRECTION(WS-AGT-IDX)
                       TO SD-RNG-DIRECTION
                   MOVE WS-BAG-NB-PERTES(2)   TO SD-RNG-NB-PERTES
                   MOVE WS-BAG-OBJ-PLAFOND(2) TO SD-RNG-PLAFOND
                   RELEASE SD-RNG-REC
               END-IF
           END-PERFORM
           .

       62000-EDITER-CLASSEMENT.
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-FIN-TRI
           PERFORM 62100-EDITER-RANG UNTIL FIN-TRI
           .

       62100-EDITER-RANG.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
               NOT AT END
                   ADD 1 TO WS-RANG
                   MOVE WS-RANG          TO WS-LIGC-RANG
                   MOVE SD-RNG-CODE      TO WS-LIGC-CODE
                   MOVE SD-RNG-NOM       TO WS-LIGC-NOM
                   MOVE SD-RNG-DIRECTION TO WS-LIGC-DIRECTION
                   IF SD-RNG-TAUX-PRIME = -9999
                       MOVE '  N/A' TO WS-LIGC-TAUX-PRIME-X
                   ELSE
                       MOVE SD-RNG-TAUX-PRIME TO WS-LIGC-TAUX-PRIME
                   END-IF
                   IF SD-RNG-TAUX-AFF = -9999
                       MOVE '  N/A' TO WS-LIGC-TAUX-AFF-X
                   ELSE
                       MOVE SD-RNG-TAUX-AFF TO WS-LIGC-TAUX-AFF
                   END-IF
                   MOVE SD-RNG-NB-PERTES TO WS-LIGC-PERTES
                   MOVE SD-RNG-PLAFOND   TO WS-LIGC-PLAFOND
                   MOVE WS-LIG-CLASST TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
           END-RETURN
           .

      * Fermeture des fichiers                                         *

       70000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           CLOSE F-RAPPORT
           .
