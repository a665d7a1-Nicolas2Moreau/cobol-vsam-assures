       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPASSU.

      * RAPPORTS D'EXPERTISE EN RETARD, PAR CABINET - Relit les       *
      * missions d'expertise (WORK/MISSIONS.dat, saisies par la       *
      * transaction MISA) et liste, regroupees par cabinet, celles    *
      * dont le rapport n'est pas recu a la date limite, avec le      *
      * nombre de jours de retard, pour que les gestionnaires         *
      * relancent chaque cabinet en un seul appel. Les missions de    *
      * sinistres annules (SIN-ETAT 'X') sont ignorees.               *
      * Le compte rendu donne aussi, par cabinet, le nombre de        *
      * missions en cours (rapport attendu, dans les delais ou non).  *
      * PARM optionnel : DATE=aaaammjj (date de reference, par defaut *
      * le jour courant)                                              *
      * Sortie : WORK/RAPASSU.lst                                     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-MISSIONS ASSIGN TO "WORK/MISSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-MIS-CLE
               FILE STATUS IS FS-MISSIONS.

      * Cabinets d'expertise (nom, telephone pour la relance)
           SELECT F-EXPERTS ASSIGN TO "WORK/EXPERTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EXP-ID
               FILE STATUS IS FS-EXPERTS.

      * Sinistre de la mission (etat annule)
           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/RAPASSU.SRT".

      * Fichier de sortie
           SELECT F-RAPPORT ASSIGN TO "WORK/RAPASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-MISSIONS.
       01  FS-MIS-REC.
           05 FS-MIS-CLE           PIC X(10).
           05 FS-MIS-DATA          PIC X(50).

       FD  F-EXPERTS.
       01  FS-EXP-REC.
           05 FS-EXP-ID            PIC X(4).
           05 FS-EXP-NOM           PIC X(20).
           05 FS-EXP-CP            PIC 9(5).
           05 FS-EXP-TELEPHONE     PIC X(10).
           05 FS-EXP-DELAI         PIC 9(3).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       SD  F-TRI-WORK.
       01  SD-RAP-REC.
           05 SD-RAP-EXPERT        PIC X(4).
           05 SD-RAP-ECHEANCE      PIC 9(8).
           05 SD-RAP-MAT           PIC 9(6).
           05 SD-RAP-SIN-SEQ       PIC 9(4).
           05 SD-RAP-MISSION       PIC 9(8).
           05 SD-RAP-RETARD        PIC 9(4).
           05 SD-RAP-USER          PIC X(8).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WMISSION.
           COPY WSINISTR.

       01  FS-MISSIONS               PIC XX.
       01  FS-EXPERTS                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-EXPERTS-OUVERT         PIC X VALUE 'N'.
           88 EXPERTS-OUVERT             VALUE 'O'.
       01  WS-SINISTRE-OUVERT        PIC X VALUE 'N'.
           88 SINISTRE-OUVERT            VALUE 'O'.

      * Date de reference et PARM
       01  WS-DATE-REFERENCE         PIC 9(8) VALUE 0.
       01  WS-PARM-TRAVAIL           PIC X(40).

      * Rupture par cabinet
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-EXPERT-PREC            PIC X(4) VALUE SPACES.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-NB-GROUPE              PIC 9(5) VALUE 0.

      * Missions en cours par cabinet (compte rendu)
       01  WS-TAB-CABINETS.
           05 WS-CAB-ENTREE OCCURS 200 TIMES.
               10 WS-CAB-ID          PIC X(4).
               10 WS-CAB-EN-COURS    PIC 9(5).
               10 WS-CAB-RETARD      PIC 9(5).
       01  WS-NB-CABINETS            PIC 9(3) VALUE 0.
       01  WS-CAB-IDX                PIC 9(3).
       01  WS-CAB-POS                PIC 9(3).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUES            PIC 9(6) VALUE 0.
           05 WS-CPT-RECUES          PIC 9(6) VALUE 0.
           05 WS-CPT-EN-COURS        PIC 9(6) VALUE 0.
           05 WS-CPT-RETARD          PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-GROUPE.
           05 FILLER                 PIC X(9) VALUE 'CABINET '.
           05 WS-LIGG-EXPERT         PIC X(4).
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 WS-LIGG-NOM            PIC X(20).
           05 FILLER                 PIC X(7) VALUE '  TEL. '.
           05 WS-LIGG-TELEPHONE      PIC X(10).
       01  WS-LIG-ENTETE.
           05 FILLER                 PIC X(40) VALUE
               '  SINISTRE      MISSION   ECHEANCE  RETA'.
           05 FILLER                 PIC X(40) VALUE
               'RD  GESTIONNAIRE                        '.
       01  WS-LIG-DETAIL.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-MAT            PIC 9(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGD-SIN-SEQ        PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-MISSION        PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-ECHEANCE       PIC 9(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-RETARD         PIC ZZZ9.
           05 FILLER                 PIC X(2) VALUE ' J'.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-USER           PIC X(8).
       01  WS-LIG-SOUS-TOTAL.
           05 FILLER                 PIC X(30) VALUE
               '  RAPPORTS EN RETARD         :'.
           05 WS-LIGS-NOMBRE         PIC ZZZZ9.
       01  WS-LIG-CABINET.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGC-EXPERT         PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGC-EN-COURS       PIC ZZZZ9.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WS-LIGC-RETARD         PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE        PIC X(30).
           05 WS-LIGT-NOMBRE         PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RAPPORTS D''EXPERTISE EN RETARD'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI-WORK
               ASCENDING KEY SD-RAP-EXPERT SD-RAP-ECHEANCE
                             SD-RAP-MAT SD-RAP-SIN-SEQ
               INPUT PROCEDURE IS 20000-SELECTIONNER-MISSIONS
               OUTPUT PROCEDURE IS 30000-EDITER-RETARDS
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'MISSIONS LUES        : ' WS-CPT-LUES
           DISPLAY 'RAPPORTS RECUS       : ' WS-CPT-RECUES
           DISPLAY 'RAPPORTS ATTENDUS    : ' WS-CPT-EN-COURS
           DISPLAY 'DONT EN RETARD       : ' WS-CPT-RETARD
           DISPLAY 'SINISTRES ANNULES    : ' WS-CPT-ANNULES
           DISPLAY '========================================'
           IF WS-CPT-RETARD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM et ouverture des fichiers                *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               IF WS-PARM-TRAVAIL(1:5) = 'DATE='
                   AND WS-PARM-TRAVAIL(6:8) NUMERIC
                   MOVE WS-PARM-TRAVAIL(6:8) TO WS-DATE-REFERENCE
               END-IF
           END-IF
           IF WS-DATE-REFERENCE = 0
               ACCEPT WS-DATE-REFERENCE FROM DATE YYYYMMDD
           END-IF
           DISPLAY 'DATE DE REFERENCE : ' WS-DATE-REFERENCE

           OPEN INPUT F-MISSIONS
           IF FS-MISSIONS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/MISSIONS.dat : '
                       FS-MISSIONS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-EXPERTS
           IF FS-EXPERTS = '00'
               SET EXPERTS-OUVERT TO TRUE
           ELSE
               DISPLAY 'EXPERTS.dat ABSENT - NOMS NON EDITES'
           END-IF

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               SET SINISTRE-OUVERT TO TRUE
           ELSE
               DISPLAY 'SINISTRE.dat ABSENT - ETAT NON CONTROLE'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'RAPPORTS D''EXPERTISE EN RETARD PAR CABINET'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'SITUATION AU ' WS-DATE-REFERENCE DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Entree du tri : missions sans rapport, echeance depassee       *

       20000-SELECTIONNER-MISSIONS.
           PERFORM 21000-LIRE-MISSION UNTIL FS-MISSIONS = '10'
           .

       21000-LIRE-MISSION.
           READ F-MISSIONS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUES
                   MOVE FS-MIS-REC TO W-MISSION
                   PERFORM 22000-CLASSER-MISSION
           END-READ
           .

       22000-CLASSER-MISSION.
           IF MIS-DATE-RAPPORT > 0
               ADD 1 TO WS-CPT-RECUES
           ELSE
               PERFORM 23000-CONTROLER-SINISTRE
               IF SIN-ETAT OF W-SINISTRE = 'X'
                   ADD 1 TO WS-CPT-ANNULES
               ELSE
                   ADD 1 TO WS-CPT-EN-COURS
                   PERFORM 24000-CUMULER-CABINET
                   ADD 1 TO WS-CAB-EN-COURS(WS-CAB-POS)
                   IF MIS-DATE-ECHEANCE < WS-DATE-REFERENCE
                       ADD 1 TO WS-CPT-RETARD
                       ADD 1 TO WS-CAB-RETARD(WS-CAB-POS)
                       MOVE MIS-EXPERT        TO SD-RAP-EXPERT
                       MOVE MIS-DATE-ECHEANCE TO SD-RAP-ECHEANCE
                       MOVE MIS-MAT           TO SD-RAP-MAT
                       MOVE MIS-SIN-SEQ       TO SD-RAP-SIN-SEQ
                       MOVE MIS-DATE-MISSION  TO SD-RAP-MISSION
                       MOVE MIS-USER          TO SD-RAP-USER
                       COMPUTE SD-RAP-RETARD =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
                         - FUNCTION INTEGER-OF-DATE(MIS-DATE-ECHEANCE)
                       RELEASE SD-RAP-REC
                   END-IF
               END-IF
           END-IF
           .

      * Etat du sinistre de la mission (absent : considere actif)      *

       23000-CONTROLER-SINISTRE.
           MOVE SPACE TO SIN-ETAT OF W-SINISTRE
           IF SINISTRE-OUVERT
               MOVE MIS-MAT     TO FS-SINISTRE-MAT
               MOVE MIS-SIN-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
               END-READ
           END-IF
           .

      * Poste du cabinet dans la table du compte rendu                 *

       24000-CUMULER-CABINET.
           MOVE 0 TO WS-CAB-POS
           PERFORM VARYING WS-CAB-IDX FROM 1 BY 1
               UNTIL WS-CAB-IDX > WS-NB-CABINETS OR WS-CAB-POS > 0
               IF WS-CAB-ID(WS-CAB-IDX) = MIS-EXPERT
                   MOVE WS-CAB-IDX TO WS-CAB-POS
               END-IF
           END-PERFORM
           IF WS-CAB-POS = 0
               IF WS-NB-CABINETS < 200
                   ADD 1 TO WS-NB-CABINETS
                   MOVE WS-NB-CABINETS TO WS-CAB-POS
                   MOVE MIS-EXPERT TO WS-CAB-ID(WS-CAB-POS)
                   MOVE 0 TO WS-CAB-EN-COURS(WS-CAB-POS)
                   MOVE 0 TO WS-CAB-RETARD(WS-CAB-POS)
               ELSE
      * Table pleine : cumul sur le dernier poste
                   MOVE 200 TO WS-CAB-POS
               END-IF
           END-IF
           .

      * Sortie du tri : edition avec rupture par cabinet               *

       30000-EDITER-RETARDS.
           PERFORM 31000-RETOURNER-RETARD
           PERFORM 32000-EDITER-RETARD UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 33000-SOUS-TOTAL
           END-IF
           .

       31000-RETOURNER-RETARD.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-RETARD.
           IF PREMIER-GROUPE OR SD-RAP-EXPERT NOT = WS-EXPERT-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 33000-SOUS-TOTAL
               END-IF
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE SD-RAP-EXPERT TO WS-EXPERT-PREC
               MOVE 0 TO WS-NB-GROUPE
               PERFORM 34000-ENTETE-CABINET
           END-IF

           MOVE SD-RAP-MAT       TO WS-LIGD-MAT
           MOVE SD-RAP-SIN-SEQ   TO WS-LIGD-SIN-SEQ
           MOVE SD-RAP-MISSION   TO WS-LIGD-MISSION
           MOVE SD-RAP-ECHEANCE  TO WS-LIGD-ECHEANCE
           MOVE SD-RAP-RETARD    TO WS-LIGD-RETARD
           MOVE SD-RAP-USER      TO WS-LIGD-USER
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-NB-GROUPE

           PERFORM 31000-RETOURNER-RETARD
           .

       33000-SOUS-TOTAL.
           MOVE WS-NB-GROUPE TO WS-LIGS-NOMBRE
           MOVE WS-LIG-SOUS-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       34000-ENTETE-CABINET.
           MOVE SD-RAP-EXPERT TO WS-LIGG-EXPERT
           MOVE 'CABINET INCONNU' TO WS-LIGG-NOM
           MOVE SPACES TO WS-LIGG-TELEPHONE
           IF EXPERTS-OUVERT
               MOVE SD-RAP-EXPERT TO FS-EXP-ID
               READ F-EXPERTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-EXP-NOM       TO WS-LIGG-NOM
                       MOVE FS-EXP-TELEPHONE TO WS-LIGG-TELEPHONE
               END-READ
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-GROUPE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - missions en cours par cabinet et totaux    *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'MISSIONS EN COURS PAR CABINET' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  CAB.  EN COURS  EN RETARD' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM VARYING WS-CAB-IDX FROM 1 BY 1
               UNTIL WS-CAB-IDX > WS-NB-CABINETS
               MOVE WS-CAB-ID(WS-CAB-IDX)       TO WS-LIGC-EXPERT
               MOVE WS-CAB-EN-COURS(WS-CAB-IDX) TO WS-LIGC-EN-COURS
               MOVE WS-CAB-RETARD(WS-CAB-IDX)   TO WS-LIGC-RETARD
               MOVE WS-LIG-CABINET TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-PERFORM

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RAPPORTS ATTENDUS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EN-COURS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DONT EN RETARD' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RETARD TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-MISSIONS
           IF EXPERTS-OUVERT
               CLOSE F-EXPERTS
           END-IF
           IF SINISTRE-OUVERT
               CLOSE F-SINISTRE
           END-IF
           CLOSE F-RAPPORT
           .
