       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARASSU.

      * ETAT MENSUEL DES SAISIES TARDIVES - Chaque mouvement de police *
      * ou sinistre date dans une periode comptable deja fermee par la *
      * finance (WORK/PERIODES.dat, transaction PERA) est trace par    *
      * PGMPERIO dans WORK/TARDIFS.dat (CTARDIF) par le programme qui  *
      * l'a rencontre (MAJASSV2, SINASSU, CLMASSU, DIFASSU) puis, pour *
      * les saisies retenues, par la decision de la finance (FINASSU). *
      * Cet etat reprend les traces du mois, triees par compagnie,     *
      * nature (M mouvement de police, S sinistre) et traitement :     *
      *   R redates     - appliques au premier jour de la premiere     *
      *                   periode ouverte                              *
      *   A retenus     - en attente de la finance (TARDATT)           *
      *   V accordes    - admis dans la periode fermee                 *
      *   F refuses     - ecartes, a ressaisir                         *
      * avec date portee par la saisie, date retenue et montant, un    *
      * sous-total par traitement, un total par compagnie et un        *
      * recapitulatif par nature et traitement (WORK/TARASSU.lst).     *
      * Fichier TARDIFS absent : aucune saisie tardive, etat vide.     *
      * PARM optionnel                                                 *
      *   MOIS=aaaamm -> mois edite (defaut : mois precedent)          *
      *   ex : PARM='MOIS=202609'                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Trace des saisies tardives (cf PGMPERIO)
           SELECT F-TARDIFS ASSIGN TO "WORK/TARDIFS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDIFS.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/TARASSU.SRT".

      * Fichier de sortie - etat des saisies tardives
           SELECT F-RAPPORT ASSIGN TO "WORK/TARASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-TARDIFS.
       01  FS-TAR-REC               PIC X(80).

       SD  F-TRI-WORK.
       01  SD-TAR-REC.
           05 SD-TAR-CIE           PIC X(1).
           05 SD-TAR-NATURE        PIC X(1).
           05 SD-TAR-TRAITEMENT    PIC X(1).
           05 SD-TAR-HORODATE      PIC 9(14).
           05 SD-TAR-MONTANT       PIC S9(7)V99.
           05 SD-TAR-LIGNE         PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WTARDIF.

       01  FS-TARDIFS                PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-TARDIFS-PRESENT         PIC X VALUE 'N'.
           88 TARDIFS-PRESENT             VALUE 'O'.

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

      * Edition triee - ruptures compagnie / nature + traitement
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                     VALUE 'O'.
       01  WS-PREMIERE-LIGNE          PIC X VALUE 'O'.
           88 PREMIERE-LIGNE              VALUE 'O'.
       01  WS-CIE-PREC                PIC X(1).
       01  WS-NATURE-PREC             PIC X(1).
       01  WS-TRAITEMENT-PREC         PIC X(1).
       01  WS-GRP-NB                  PIC 9(6).
       01  WS-GRP-MONTANT             PIC S9(9)V99.
       01  WS-CIE-NB                  PIC 9(6).
       01  WS-CIE-MONTANT             PIC S9(9)V99.

      * Recapitulatif : nature (1 M, 2 S) x traitement (1 R, 2 A,
      * 3 V, 4 F), toutes compagnies
       01  WS-TAB-RECAP.
           05 WS-REC-NATURE          OCCURS 2 TIMES.
               10 WS-REC-TRAITEMENT  OCCURS 4 TIMES.
                   15 WS-REC-NB      PIC 9(6).
                   15 WS-REC-MONTANT PIC S9(9)V99.
       01  WS-NAT-IDX                 PIC 9.
       01  WS-TRT-IDX                 PIC 9.
       01  WS-TOT-NB                  PIC 9(6) VALUE 0.
       01  WS-TOT-MONTANT             PIC S9(9)V99 VALUE 0.

       01  WS-TAB-LIB-NATURES.
           05 FILLER                  PIC X(20)
               VALUE 'MOUVEMENTS DE POLICE'.
           05 FILLER                  PIC X(20)
               VALUE 'SINISTRES'.
       01  WS-TAB-LIB-NATURES-R REDEFINES WS-TAB-LIB-NATURES.
           05 WS-LIB-NATURE          PIC X(20) OCCURS 2 TIMES.

       01  WS-TAB-LIB-TRAITEMENTS.
           05 FILLER                  PIC X(16)
               VALUE 'REDATES'.
           05 FILLER                  PIC X(16)
               VALUE 'RETENUS FINANCE'.
           05 FILLER                  PIC X(16)
               VALUE 'ACCORDES FINANCE'.
           05 FILLER                  PIC X(16)
               VALUE 'REFUSES FINANCE'.
       01  WS-TAB-LIB-TRAITEMENTS-R REDEFINES WS-TAB-LIB-TRAITEMENTS.
           05 WS-LIB-TRAITEMENT      PIC X(16) OCCURS 4 TIMES.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS         PIC 9(6) VALUE 0.
           05 WS-CPT-INCONNUS        PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                  PIC X(39)
               VALUE 'SAISIES DATEES EN PERIODE FERMEE MOIS '.
           05 WS-LIGT-MOIS            PIC 9(6).
       01  WS-LIG-CIE.
           05 FILLER                  PIC X(14) VALUE '=== COMPAGNIE '.
           05 WS-LIGC-CIE             PIC X(1).
       01  WS-LIG-GROUPE.
           05 FILLER                  PIC X(4) VALUE '--- '.
           05 WS-LIGG-NATURE          PIC X(20).
           05 FILLER                  PIC X(3) VALUE ' - '.
           05 WS-LIGG-TRAITEMENT      PIC X(16).
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(40)
               VALUE 'TRAITE   PROGRAM  ORIGINE  C VEHICULE  S'.
           05 FILLER                  PIC X(40)
               VALUE 'IN  SAISIE   RETENUE      MONTANT'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-DATE-TRAIT      PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-PROGRAMME       PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-ORIGINE         PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-CODE            PIC X(1).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-VEHIC           PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-SINISTRE        PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-DATE-ORIGINE    PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-DATE-RETENUE    PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-MONTANT         PIC -(7)9.99.
       01  WS-LIG-SSTOT.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-LIGS-LIBELLE         PIC X(42).
           05 WS-LIGS-NB              PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGS-MONTANT         PIC -(9)9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'ETAT MENSUEL DES SAISIES TARDIVES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI-WORK
               ASCENDING KEY SD-TAR-CIE SD-TAR-NATURE
                             SD-TAR-TRAITEMENT SD-TAR-HORODATE
               INPUT PROCEDURE IS 20000-SELECTIONNER
               OUTPUT PROCEDURE IS 30000-EDITER
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'TRACES LUES          : ' WS-CPT-LUS
           DISPLAY 'TRACES DU MOIS       : ' WS-CPT-RETENUS
           DISPLAY 'TRAITEMENT INCONNU   : ' WS-CPT-INCONNUS
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM, mois et ouverture des fichiers          *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-RECAP

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               IF WS-PARM-TRAVAIL(1:5) = 'MOIS='
                   IF WS-PARM-TRAVAIL(6:6) IS NUMERIC
                       MOVE WS-PARM-TRAVAIL(6:6) TO WS-MOIS-EDITE
                   ELSE
                       DISPLAY 'PARM MOIS= NON NUMERIQUE IGNORE'
                   END-IF
               END-IF
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

           OPEN INPUT F-TARDIFS
           IF FS-TARDIFS = '00'
               SET TARDIFS-PRESENT TO TRUE
           ELSE
               DISPLAY 'AUCUNE SAISIE TARDIVE (TARDIFS ABSENT)'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-MOIS-EDITE TO WS-LIGT-MOIS
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Procedure d'entree du tri : traces datees du mois edite        *

       20000-SELECTIONNER.
           IF TARDIFS-PRESENT
               PERFORM 21000-LIRE-TRACE UNTIL FS-TARDIFS = '10'
           END-IF
           .

       21000-LIRE-TRACE.
           READ F-TARDIFS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-TAR-REC TO W-TARDIF
                   IF TAR-DATE-TRAIT(1:6) = WS-MOIS-EDITE
                       PERFORM 22000-LIBERER-TRACE
                   END-IF
           END-READ
           .

       22000-LIBERER-TRACE.
           ADD 1 TO WS-CPT-RETENUS
           IF TAR-MONTANT NOT NUMERIC
               MOVE 0 TO TAR-MONTANT
           END-IF
           MOVE TAR-DATE-TRAIT       TO WS-LIGD-DATE-TRAIT
           MOVE TAR-PROGRAMME        TO WS-LIGD-PROGRAMME
           MOVE TAR-ORIGINE          TO WS-LIGD-ORIGINE
           MOVE TAR-CODE             TO WS-LIGD-CODE
           MOVE TAR-MAT              TO WS-LIGD-MAT
           MOVE TAR-VEHICULE         TO WS-LIGD-VEHIC
           IF TAR-SINISTRE
               MOVE TAR-SIN-SEQ      TO WS-LIGD-SINISTRE
           ELSE
               MOVE SPACES           TO WS-LIGD-SINISTRE
           END-IF
           MOVE TAR-DATE-ORIGINE     TO WS-LIGD-DATE-ORIGINE
           IF TAR-DATE-RETENUE = 0
               MOVE SPACES           TO WS-LIGD-DATE-RETENUE
           ELSE
               MOVE TAR-DATE-RETENUE TO WS-LIGD-DATE-RETENUE
           END-IF
           MOVE TAR-MONTANT          TO WS-LIGD-MONTANT

           MOVE TAR-CIE              TO SD-TAR-CIE
           MOVE TAR-NATURE           TO SD-TAR-NATURE
           MOVE TAR-TRAITEMENT       TO SD-TAR-TRAITEMENT
           MOVE TAR-DATE-TRAIT       TO SD-TAR-HORODATE(1:8)
           MOVE TAR-HEURE-TRAIT      TO SD-TAR-HORODATE(9:6)
           MOVE TAR-MONTANT          TO SD-TAR-MONTANT
           MOVE WS-LIG-DETAIL        TO SD-TAR-LIGNE
           RELEASE SD-TAR-REC
           .

      * Procedure de sortie du tri : edition par compagnie, nature et  *
      * traitement avec sous-totaux et total de la compagnie           *

       30000-EDITER.
           PERFORM 31000-RETOURNER-LIGNE
           PERFORM 32000-EDITER-LIGNE UNTIL FIN-TRI
           IF NOT PREMIERE-LIGNE
               PERFORM 33000-EDITER-SSTOT
               PERFORM 34000-EDITER-TOTAL-CIE
           END-IF
           .

       31000-RETOURNER-LIGNE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-LIGNE.
           IF PREMIERE-LIGNE OR SD-TAR-CIE NOT = WS-CIE-PREC
               IF NOT PREMIERE-LIGNE
                   PERFORM 33000-EDITER-SSTOT
                   PERFORM 34000-EDITER-TOTAL-CIE
               END-IF
               MOVE 'N' TO WS-PREMIERE-LIGNE
               MOVE SD-TAR-CIE TO WS-CIE-PREC
               MOVE 0 TO WS-CIE-NB
               MOVE 0 TO WS-CIE-MONTANT
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE SD-TAR-CIE TO WS-LIGC-CIE
               MOVE WS-LIG-CIE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               PERFORM 35000-ENTETE-GROUPE
           ELSE
               IF SD-TAR-NATURE NOT = WS-NATURE-PREC
                       OR SD-TAR-TRAITEMENT NOT = WS-TRAITEMENT-PREC
                   PERFORM 33000-EDITER-SSTOT
                   PERFORM 35000-ENTETE-GROUPE
               END-IF
           END-IF

           MOVE SD-TAR-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1              TO WS-GRP-NB
           ADD SD-TAR-MONTANT TO WS-GRP-MONTANT
           IF WS-NAT-IDX > 0 AND WS-TRT-IDX > 0
               ADD 1 TO WS-REC-NB(WS-NAT-IDX, WS-TRT-IDX)
               ADD SD-TAR-MONTANT
                   TO WS-REC-MONTANT(WS-NAT-IDX, WS-TRT-IDX)
           ELSE
               ADD 1 TO WS-CPT-INCONNUS
           END-IF
           PERFORM 31000-RETOURNER-LIGNE
           .

       33000-EDITER-SSTOT.
           MOVE SPACES TO WS-LIGS-LIBELLE
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-LIGG-TRAITEMENT DELIMITED BY '  '
                  INTO WS-LIGS-LIBELLE
           MOVE WS-GRP-NB      TO WS-LIGS-NB
           MOVE WS-GRP-MONTANT TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD WS-GRP-NB      TO WS-CIE-NB
           ADD WS-GRP-MONTANT TO WS-CIE-MONTANT
           .

       34000-EDITER-TOTAL-CIE.
           MOVE SPACES TO WS-LIGS-LIBELLE
           STRING 'TOTAL COMPAGNIE ' WS-CIE-PREC
                  DELIMITED BY SIZE INTO WS-LIGS-LIBELLE
           MOVE WS-CIE-NB      TO WS-LIGS-NB
           MOVE WS-CIE-MONTANT TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Nouveau groupe nature + traitement : libelles, indices du      *
      * recapitulatif et remise a zero du sous-total                   *

       35000-ENTETE-GROUPE.
           MOVE SD-TAR-NATURE     TO WS-NATURE-PREC
           MOVE SD-TAR-TRAITEMENT TO WS-TRAITEMENT-PREC
           MOVE 0 TO WS-GRP-NB
           MOVE 0 TO WS-GRP-MONTANT

           EVALUATE SD-TAR-NATURE
               WHEN 'M'
                   MOVE 1 TO WS-NAT-IDX
               WHEN 'S'
                   MOVE 2 TO WS-NAT-IDX
               WHEN OTHER
                   MOVE 0 TO WS-NAT-IDX
           END-EVALUATE
           EVALUATE SD-TAR-TRAITEMENT
               WHEN 'R'
                   MOVE 1 TO WS-TRT-IDX
               WHEN 'A'
                   MOVE 2 TO WS-TRT-IDX
               WHEN 'V'
                   MOVE 3 TO WS-TRT-IDX
               WHEN 'F'
                   MOVE 4 TO WS-TRT-IDX
               WHEN OTHER
                   MOVE 0 TO WS-TRT-IDX
           END-EVALUATE

           IF WS-NAT-IDX > 0
               MOVE WS-LIB-NATURE(WS-NAT-IDX) TO WS-LIGG-NATURE
           ELSE
               MOVE 'NATURE ' TO WS-LIGG-NATURE
               MOVE SD-TAR-NATURE TO WS-LIGG-NATURE(8:1)
           END-IF
           IF WS-TRT-IDX > 0
               MOVE WS-LIB-TRAITEMENT(WS-TRT-IDX)
                   TO WS-LIGG-TRAITEMENT
           ELSE
               MOVE 'TRAITEMENT ' TO WS-LIGG-TRAITEMENT
               MOVE SD-TAR-TRAITEMENT TO WS-LIGG-TRAITEMENT(12:1)
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-GROUPE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - recapitulatif toutes compagnies par nature *
      * et traitement, puis total du mois                              *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RECAPITULATIF TOUTES COMPAGNIES' TO FS-RAPPORT-REC
           MOVE 'NOMBRE'  TO FS-RAPPORT-REC(49:6)
           MOVE 'MONTANT' TO FS-RAPPORT-REC(63:7)
           WRITE FS-RAPPORT-REC
           PERFORM 41000-EDITER-RECAP
               VARYING WS-NAT-IDX FROM 1 BY 1 UNTIL WS-NAT-IDX > 2
               AFTER WS-TRT-IDX FROM 1 BY 1 UNTIL WS-TRT-IDX > 4
           MOVE 'TOTAL DU MOIS' TO WS-LIGS-LIBELLE
           MOVE WS-TOT-NB      TO WS-LIGS-NB
           MOVE WS-TOT-MONTANT TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF TARDIFS-PRESENT
               CLOSE F-TARDIFS
           END-IF
           CLOSE F-RAPPORT
           .

       41000-EDITER-RECAP.
           MOVE SPACES TO WS-LIGS-LIBELLE
           STRING WS-LIB-NATURE(WS-NAT-IDX) DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  WS-LIB-TRAITEMENT(WS-TRT-IDX) DELIMITED BY '  '
                  INTO WS-LIGS-LIBELLE
           MOVE WS-REC-NB(WS-NAT-IDX, WS-TRT-IDX)      TO WS-LIGS-NB
           MOVE WS-REC-MONTANT(WS-NAT-IDX, WS-TRT-IDX)
               TO WS-LIGS-MONTANT
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD WS-REC-NB(WS-NAT-IDX, WS-TRT-IDX)      TO WS-TOT-NB
           ADD WS-REC-MONTANT(WS-NAT-IDX, WS-TRT-IDX) TO WS-TOT-MONTANT
           .
