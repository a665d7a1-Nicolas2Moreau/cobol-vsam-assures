       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUASSU.

      * COUT DES SINISTRES PAR COMPOSANT - Cumule les lignes de cout   *
      * des sinistres (WORK/SINCOUT.dat, cf CCOUTLIG/PGMCOUT) par      *
      * region (prefixe CP du vehicule via WORK/REGIONS.dat), type de  *
      * vehicule et composant (table CCOMPOS), puis edite le cumul     *
      * trie dans WORK/COUASSU.lst avec, pour chaque region/type, le   *
      * total de l'indemnite (categorie I) separe de celui des frais   *
      * de gestion du sinistre (categorie F - expertise, remorquage,   *
      * vehicule de remplacement, juridique, autres), et un            *
      * recapitulatif general par composant. Un sinistre sans aucune   *
      * ligne (stock anterieur a la ventilation) est cumule en         *
      * indemnite pour son SIN-MONTANT et compte a part. Les sinistres *
      * annules (SIN-ETAT 'X') sont exclus, comme dans TRIASSU.        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Lignes de cout des sinistres (optionnel - absent, tous les
      * sinistres sont cumules en indemnite)
           SELECT F-SINCOUT ASSIGN TO "WORK/SINCOUT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-COU-CLE
               FILE STATUS IS FS-SINCOUT.

      * Vehicule du sinistre, pour la region (CP) et le type
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/COUASSU.SRT".

      * Edition du cout par composant
           SELECT F-RAPPORT ASSIGN TO "WORK/COUASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-SINCOUT.
       01  FS-COU-REC.
           05 FS-COU-CLE.
               10 FS-COU-MAT       PIC 9(6).
               10 FS-COU-SIN-SEQ   PIC 9(4).
               10 FS-COU-LIGNE     PIC 9(3).
           05 FS-COU-DATA          PIC X(47).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       SD  F-TRI-WORK.
       01  SD-COU-REC.
           05 SD-COU-REGION        PIC X(3).
           05 SD-COU-TYPE-V        PIC X(1).
           05 SD-COU-CATEGORIE     PIC X(1).
           05 SD-COU-COMPOSANT     PIC X(3).
           05 SD-COU-NB            PIC 9(5).
           05 SD-COU-MONTANT       PIC S9(9)V99.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-SINISTRE               PIC XX.
       01  FS-SINCOUT                PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
           COPY WCOUTLIG.

      * Table des composants de cout et de leur categorie
           COPY CCOMPOS.
       01  WS-IDX-CMP                PIC 9.
       01  WS-IDX-CHERCHE            PIC 9.

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * Cumuls par region/type/composant
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTREE OCCURS 1000 TIMES.
               10 WS-CUM-REGION      PIC X(3).
               10 WS-CUM-TYPE-V      PIC X(1).
               10 WS-CUM-CATEGORIE   PIC X(1).
               10 WS-CUM-COMPOSANT   PIC X(3).
               10 WS-CUM-NB          PIC 9(5).
               10 WS-CUM-MONTANT     PIC S9(9)V99.
       01  WS-NB-CUMULS              PIC 9(4) VALUE 0.
       01  WS-IDX-CUMUL              PIC 9(4).
       01  WS-CUM-POS                PIC 9(4).
       01  WS-CUM-DEBORDEMENT        PIC 9(6) VALUE 0.

      * Recapitulatif general par composant (ordre de CCOMPOS)
       01  WS-TAB-RECAP.
           05 WS-REC-ENTREE OCCURS 6 TIMES.
               10 WS-REC-NB          PIC 9(7).
               10 WS-REC-MONTANT     PIC S9(11)V99.

      * Cle de cumul de la ligne courante
       01  WS-CLE-REGION             PIC X(3).
       01  WS-CLE-TYPE-V             PIC X(1).
       01  WS-CLE-COMPOSANT          PIC X(3).
       01  WS-CLE-CATEGORIE          PIC X(1).
       01  WS-CLE-MONTANT            PIC S9(7)V99.

       01  WS-FIN-LIGNES             PIC X VALUE 'N'.
           88 FIN-LIGNES                 VALUE 'O'.
       01  WS-SINCOUT-DISPONIBLE     PIC X VALUE 'N'.
           88 SINCOUT-DISPONIBLE         VALUE 'O'.
       01  WS-NB-LIGNES-SINISTRE     PIC 9(3).

      * Rupture d'edition region/type et sous-totaux du groupe
       01  WS-EDIT-REGION-PREC       PIC X(3) VALUE SPACES.
       01  WS-EDIT-TYPE-PREC         PIC X(1) VALUE SPACE.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-GRP-INDEM              PIC S9(11)V99 VALUE 0.
       01  WS-GRP-FRAIS              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INDEM              PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FRAIS              PIC S9(11)V99 VALUE 0.
       01  WS-TAUX-FRAIS             PIC 9(5)V9 VALUE 0.

      * Compteurs
       01  WS-NB-SIN-LUS             PIC 9(6) VALUE 0.
       01  WS-NB-SIN-VENTILES        PIC 9(6) VALUE 0.
       01  WS-NB-SIN-NON-VENTILES    PIC 9(6) VALUE 0.
       01  WS-NB-LIGNES-LUES         PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES-INCONNUES    PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-GROUPE.
           05 FILLER                PIC X(8) VALUE 'REGION '.
           05 WS-LIGG-REGION        PIC X(3).
           05 FILLER                PIC X(15) VALUE '  TYPE VEHICULE'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGG-TYPE          PIC X(1).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(26)
                                    VALUE '  COMPOSANT'.
           05 FILLER                PIC X(5) VALUE 'CAT'.
           05 FILLER                PIC X(11) VALUE '     LIGNES'.
           05 FILLER                PIC X(18)
                                    VALUE '           MONTANT'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-COMPOSANT     PIC X(3).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-LIBELLE       PIC X(15).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-CATEGORIE     PIC X(1).
           05 FILLER                PIC X(6) VALUE SPACES.
           05 WS-LIGD-NB            PIC ZZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-MONTANT       PIC ----------9,99.
       01  WS-LIG-SSTOT.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-LIBELLE       PIC X(38).
           05 WS-LIGS-MONTANT       PIC --------------9,99.
       01  WS-LIG-TAUX.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 FILLER                PIC X(38)
                         VALUE 'FRAIS DE GESTION / INDEMNITE (%)'.
           05 WS-LIGT-TAUX          PIC ZZZZ9,9.
       01  WS-LIG-COMPTE.
           05 WS-LIGC-LIBELLE       PIC X(40).
           05 WS-LIGC-NB            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'COUT DES SINISTRES PAR COMPOSANT'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CUMULER-SINISTRES
           PERFORM 40000-EDITER-COUTS
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'SINISTRES CUMULES        : ' WS-NB-SIN-LUS
           DISPLAY 'DONT VENTILES            : ' WS-NB-SIN-VENTILES
           DISPLAY 'DONT NON VENTILES        : '
                   WS-NB-SIN-NON-VENTILES
           DISPLAY 'LIGNES DE COUT LUES      : ' WS-NB-LIGNES-LUES
           DISPLAY 'CELLULES EDITEES         : ' WS-NB-CUMULS
           IF WS-NB-LIGNES-INCONNUES > 0
               DISPLAY 'ATTENTION - ' WS-NB-LIGNES-INCONNUES
                       ' LIGNE(S) DE COMPOSANT INCONNU'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CUM-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE CUMULS SATUREE, '
                       WS-CUM-DEBORDEMENT ' LIGNE(S) IGNOREE(S)'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-SINCOUT
           IF FS-SINCOUT = '00'
               SET SINCOUT-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'SINCOUT ABSENT - SINISTRES NON VENTILES'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-TAB-RECAP
           PERFORM 11000-CHARGER-REGIONS
           .

       11000-CHARGER-REGIONS.
           OPEN INPUT F-REGIONS
           IF FS-REGIONS NOT = '00'
               DISPLAY 'REGIONS.dat ABSENT - REGION INCONNUE'
           ELSE
               PERFORM 11100-LIRE-ENTREE-REGION
                   UNTIL FS-REGIONS = '10'
               CLOSE F-REGIONS
           END-IF
           .

       11100-LIRE-ENTREE-REGION.
           READ F-REGIONS
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-REG-CHARGEES < 95
                       ADD 1 TO WS-NB-REG-CHARGEES
                       MOVE FS-REG-REC
                           TO WS-REG-PREFIXE-ENTRY(WS-NB-REG-CHARGEES)
                   END-IF
           END-READ
           .

      * Cumul des sinistres actifs et de leurs lignes de cout          *

       20000-CUMULER-SINISTRES.
           PERFORM 21000-LIRE-UN-SINISTRE
               UNTIL FS-SINISTRE = '10'
           .

       21000-LIRE-UN-SINISTRE.
           READ F-SINISTRE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   IF SIN-ETAT IN W-SINISTRE NOT = 'X'
                       ADD 1 TO WS-NB-SIN-LUS
                       PERFORM 22000-CUMULER-UN-SINISTRE
                   END-IF
           END-READ
           .

      * Un sinistre : region/type de son vehicule, puis ses lignes de  *
      * cout ; sans ligne, son SIN-MONTANT est cumule en indemnite     *

       22000-CUMULER-UN-SINISTRE.
           PERFORM 22200-DETERMINER-REGION-TYPE
           MOVE 0 TO WS-NB-LIGNES-SINISTRE
           IF SINCOUT-DISPONIBLE
               MOVE 'N' TO WS-FIN-LIGNES
               MOVE SIN-MAT IN W-SINISTRE TO FS-COU-MAT
               MOVE SIN-SEQ IN W-SINISTRE TO FS-COU-SIN-SEQ
               MOVE 0 TO FS-COU-LIGNE
               START F-SINCOUT KEY IS >= FS-COU-CLE
                   INVALID KEY
                       SET FIN-LIGNES TO TRUE
               END-START
               PERFORM 22100-LIRE-UNE-LIGNE UNTIL FIN-LIGNES
           END-IF

           IF WS-NB-LIGNES-SINISTRE > 0
               ADD 1 TO WS-NB-SIN-VENTILES
           ELSE
               ADD 1 TO WS-NB-SIN-NON-VENTILES
               MOVE 'IND' TO WS-CLE-COMPOSANT
               MOVE SIN-MONTANT IN W-SINISTRE TO WS-CLE-MONTANT
               PERFORM 22400-CUMULER-MONTANT
           END-IF
           .

       22100-LIRE-UNE-LIGNE.
           READ F-SINCOUT NEXT
               AT END
                   SET FIN-LIGNES TO TRUE
               NOT AT END
                   IF FS-COU-MAT NOT = SIN-MAT IN W-SINISTRE
                           OR FS-COU-SIN-SEQ
                               NOT = SIN-SEQ IN W-SINISTRE
                       SET FIN-LIGNES TO TRUE
                   ELSE
                       MOVE FS-COU-REC TO W-COUTLIG
                       ADD 1 TO WS-NB-LIGNES-SINISTRE
                       ADD 1 TO WS-NB-LIGNES-LUES
                       MOVE CL-COMPOSANT TO WS-CLE-COMPOSANT
                       MOVE CL-MONTANT TO WS-CLE-MONTANT
                       PERFORM 22400-CUMULER-MONTANT
                   END-IF
           END-READ
           .

      * Region (prefixe CP du vehicule) et type de vehicule - vehicule *
      * introuvable (purge, annulation) : region '???', type '?'       *
      * (meme regle que TRIASSU)                                       *

       22200-DETERMINER-REGION-TYPE.
           MOVE '???' TO WS-CLE-REGION
           MOVE '?'   TO WS-CLE-TYPE-V
           MOVE SPACES TO FS-ASSURES-REC
           COMPUTE FS-ASSURES-KEY =
               SIN-MAT IN W-SINISTRE * 100
                   + SIN-SEQ-VEHICULE IN W-SINISTRE
           READ F-ASSURES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                   MOVE TYPE-V-A4 IN WS-ASSURE-CASSURES
                       TO WS-CLE-TYPE-V
                   COMPUTE WS-CP-PREFIXE-NUM =
                       CP-A4 IN WS-ASSURE-CASSURES / 1000
                   MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
                   PERFORM 22250-RESOUDRE-REGION
                   MOVE WS-REG-CODE-TROUVE TO WS-CLE-REGION
           END-READ
           .

       22250-RESOUDRE-REGION.
           MOVE '???' TO WS-REG-CODE-TROUVE
           PERFORM 22260-COMPARER-REGION
               VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           .

       22260-COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE)
                   TO WS-REG-CODE-TROUVE
           END-IF
           .

      * Cumul d'un montant dans sa cellule region/type/composant et    *
      * dans le recapitulatif du composant - composant inconnu de      *
      * CCOMPOS (table modifiee depuis la saisie) : categorie F, compte*
      * a part                                                         *

       22400-CUMULER-MONTANT.
           MOVE 0 TO WS-IDX-CMP
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > 6
               IF WS-CMP-CODE(WS-IDX-CHERCHE) = WS-CLE-COMPOSANT
                   MOVE WS-IDX-CHERCHE TO WS-IDX-CMP
               END-IF
           END-PERFORM
           IF WS-IDX-CMP = 0
               MOVE 'F' TO WS-CLE-CATEGORIE
               ADD 1 TO WS-NB-LIGNES-INCONNUES
           ELSE
               MOVE WS-CMP-CATEGORIE(WS-IDX-CMP) TO WS-CLE-CATEGORIE
               ADD 1 TO WS-REC-NB(WS-IDX-CMP)
               ADD WS-CLE-MONTANT TO WS-REC-MONTANT(WS-IDX-CMP)
           END-IF

           PERFORM 22300-CHERCHER-OU-CREER-CELLULE
           IF WS-CUM-POS > 0
               ADD 1 TO WS-CUM-NB(WS-CUM-POS)
               ADD WS-CLE-MONTANT TO WS-CUM-MONTANT(WS-CUM-POS)
           ELSE
               ADD 1 TO WS-CUM-DEBORDEMENT
           END-IF
           .

       22300-CHERCHER-OU-CREER-CELLULE.
           MOVE 0 TO WS-CUM-POS
           PERFORM 22310-COMPARER-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   OR WS-CUM-POS > 0

           IF WS-CUM-POS = 0
                   AND WS-NB-CUMULS < 1000
               ADD 1 TO WS-NB-CUMULS
               MOVE WS-NB-CUMULS TO WS-CUM-POS
               MOVE WS-CLE-REGION    TO WS-CUM-REGION(WS-CUM-POS)
               MOVE WS-CLE-TYPE-V    TO WS-CUM-TYPE-V(WS-CUM-POS)
               MOVE WS-CLE-CATEGORIE TO WS-CUM-CATEGORIE(WS-CUM-POS)
               MOVE WS-CLE-COMPOSANT TO WS-CUM-COMPOSANT(WS-CUM-POS)
               MOVE 0 TO WS-CUM-NB(WS-CUM-POS)
               MOVE 0 TO WS-CUM-MONTANT(WS-CUM-POS)
           END-IF
           .

       22310-COMPARER-CELLULE.
           IF WS-CUM-REGION(WS-IDX-CUMUL) = WS-CLE-REGION
                   AND WS-CUM-TYPE-V(WS-IDX-CUMUL) = WS-CLE-TYPE-V
                   AND WS-CUM-COMPOSANT(WS-IDX-CUMUL)
                       = WS-CLE-COMPOSANT
               MOVE WS-IDX-CUMUL TO WS-CUM-POS
           END-IF
           .

      * Edition : cellules triees par region/type, l'indemnite avant   *
      * les frais de gestion, avec sous-totaux par categorie a chaque  *
      * rupture region+type, puis recapitulatif general                *

       40000-EDITER-COUTS.
           MOVE 'COUT DES SINISTRES PAR COMPOSANT, REGION ET TYPE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-COU-REGION SD-COU-TYPE-V
               DESCENDING KEY SD-COU-CATEGORIE
               ASCENDING KEY SD-COU-COMPOSANT
               INPUT PROCEDURE IS 41000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 42000-RESTITUER-TRI

           PERFORM 45000-EDITER-RECAPITULATIF
           .

       41000-ALIMENTER-TRI.
           PERFORM 41100-LIBERER-UNE-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
           .

       41100-LIBERER-UNE-CELLULE.
           MOVE WS-CUM-REGION(WS-IDX-CUMUL)    TO SD-COU-REGION
           MOVE WS-CUM-TYPE-V(WS-IDX-CUMUL)    TO SD-COU-TYPE-V
           MOVE WS-CUM-CATEGORIE(WS-IDX-CUMUL) TO SD-COU-CATEGORIE
           MOVE WS-CUM-COMPOSANT(WS-IDX-CUMUL) TO SD-COU-COMPOSANT
           MOVE WS-CUM-NB(WS-IDX-CUMUL)        TO SD-COU-NB
           MOVE WS-CUM-MONTANT(WS-IDX-CUMUL)   TO SD-COU-MONTANT
           RELEASE SD-COU-REC
           .

       42000-RESTITUER-TRI.
           PERFORM 42100-RETOURNER-CELLULE
           PERFORM 43000-EDITER-CELLULE
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 44000-EDITER-SSTOT-GROUPE
           END-IF
           .

       42100-RETOURNER-CELLULE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       43000-EDITER-CELLULE.
           IF PREMIER-GROUPE
                   OR SD-COU-REGION NOT = WS-EDIT-REGION-PREC
                   OR SD-COU-TYPE-V NOT = WS-EDIT-TYPE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 44000-EDITER-SSTOT-GROUPE
               END-IF
               MOVE SD-COU-REGION TO WS-EDIT-REGION-PREC
               MOVE SD-COU-TYPE-V TO WS-EDIT-TYPE-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE 0 TO WS-GRP-INDEM
               MOVE 0 TO WS-GRP-FRAIS
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE SD-COU-REGION TO WS-LIGG-REGION
               MOVE SD-COU-TYPE-V TO WS-LIGG-TYPE
               MOVE WS-LIG-GROUPE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           MOVE SD-COU-COMPOSANT  TO WS-LIGD-COMPOSANT
           MOVE 'COMPOSANT INCON' TO WS-LIGD-LIBELLE
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > 6
               IF WS-CMP-CODE(WS-IDX-CHERCHE) = SD-COU-COMPOSANT
                   MOVE WS-CMP-LIBELLE(WS-IDX-CHERCHE)
                       TO WS-LIGD-LIBELLE
               END-IF
           END-PERFORM
           MOVE SD-COU-CATEGORIE  TO WS-LIGD-CATEGORIE
           MOVE SD-COU-NB         TO WS-LIGD-NB
           MOVE SD-COU-MONTANT    TO WS-LIGD-MONTANT
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF SD-COU-CATEGORIE = 'I'
               ADD SD-COU-MONTANT TO WS-GRP-INDEM
               ADD SD-COU-MONTANT TO WS-TOT-INDEM
           ELSE
               ADD SD-COU-MONTANT TO WS-GRP-FRAIS
               ADD SD-COU-MONTANT TO WS-TOT-FRAIS
           END-IF

           PERFORM 42100-RETOURNER-CELLULE
           .

      * Sous-totaux du groupe region/type : indemnite, frais de        *
      * gestion, total                                                 *

       44000-EDITER-SSTOT-GROUPE.
           MOVE 'TOTAL INDEMNITES' TO WS-LIGS-LIBELLE
           MOVE WS-GRP-INDEM TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL FRAIS DE GESTION' TO WS-LIGS-LIBELLE
           MOVE WS-GRP-FRAIS TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL REGION/TYPE' TO WS-LIGS-LIBELLE
           COMPUTE WS-LIGS-MONTANT = WS-GRP-INDEM + WS-GRP-FRAIS
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Recapitulatif general par composant, totaux par categorie et   *
      * poids des frais de gestion rapportes a l'indemnite             *

       45000-EDITER-RECAPITULATIF.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RECAPITULATIF GENERAL PAR COMPOSANT' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 45100-EDITER-UN-COMPOSANT
               VARYING WS-IDX-CMP FROM 1 BY 1
               UNTIL WS-IDX-CMP > 6

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL INDEMNITES' TO WS-LIGS-LIBELLE
           MOVE WS-TOT-INDEM TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL FRAIS DE GESTION' TO WS-LIGS-LIBELLE
           MOVE WS-TOT-FRAIS TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL GENERAL' TO WS-LIGS-LIBELLE
           COMPUTE WS-LIGS-MONTANT = WS-TOT-INDEM + WS-TOT-FRAIS
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           IF WS-TOT-INDEM > 0
               COMPUTE WS-TAUX-FRAIS ROUNDED =
                   WS-TOT-FRAIS * 100 / WS-TOT-INDEM
               MOVE WS-TAUX-FRAIS TO WS-LIGT-TAUX
               MOVE WS-LIG-TAUX TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRES VENTILES EN LIGNES DE COUT' TO
               WS-LIGC-LIBELLE
           MOVE WS-NB-SIN-VENTILES TO WS-LIGC-NB
           MOVE WS-LIG-COMPTE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRES NON VENTILES (EN INDEMNITE)' TO
               WS-LIGC-LIBELLE
           MOVE WS-NB-SIN-NON-VENTILES TO WS-LIGC-NB
           MOVE WS-LIG-COMPTE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       45100-EDITER-UN-COMPOSANT.
           MOVE WS-CMP-CODE(WS-IDX-CMP)      TO WS-LIGD-COMPOSANT
           MOVE WS-CMP-LIBELLE(WS-IDX-CMP)   TO WS-LIGD-LIBELLE
           MOVE WS-CMP-CATEGORIE(WS-IDX-CMP) TO WS-LIGD-CATEGORIE
           MOVE WS-REC-NB(WS-IDX-CMP)        TO WS-LIGD-NB
           MOVE WS-REC-MONTANT(WS-IDX-CMP)   TO WS-LIGD-MONTANT
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       50000-FIN.
           CLOSE F-SINISTRE
           CLOSE F-ASSURES
           IF SINCOUT-DISPONIBLE
               CLOSE F-SINCOUT
           END-IF
           CLOSE F-RAPPORT
           .
