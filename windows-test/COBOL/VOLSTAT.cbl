       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLSTAT.

      * STATISTIQUES MENSUELLES DES VOLS DE VEHICULES - A partir du    *
      * registre des vols WORK/VOLS.dat (cf CVOL.cpy), cumule pour le  *
      * mois demande, par region (prefixe CP du vehicule a la          *
      * declaration via WORK/REGIONS.dat) et type de vehicule :        *
      *   - les vols survenus dans le mois et leur montant de          *
      *     sinistre (SIN-MONTANT)                                     *
      *   - les vehicules retrouves dans le mois, intacts ou           *
      *     endommages                                                 *
      *   - le stock des vehicules toujours non retrouves a la fin du  *
      *     mois (vols du mois ou anterieurs)                          *
      * L'edition triee (WORK/VOLSTAT.lst) porte un sous-total par     *
      * region et un total general. Les sinistres annules (suivi 'A')  *
      * sont exclus.                                                   *
      * PARM optionnel : MOIS=aaaamm -> mois a editer (defaut : mois   *
      * precedant la date du run)                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Registre des vehicules voles - fichier optionnel
           SELECT F-VOLS ASSIGN TO "WORK/VOLS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-VO-CLE
               FILE STATUS IS FS-VOLS.

      * Sinistre du vol, pour son montant
           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/VOLSTAT.SRT".

      * Edition des statistiques
           SELECT F-RAPPORT ASSIGN TO "WORK/VOLSTAT.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-VOLS.
       01  FS-VO-REC.
           05 FS-VO-CLE             PIC X(10).
           05 FILLER                PIC X(70).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       SD  F-TRI-WORK.
       01  SD-VOL-REC.
           05 SD-VOL-REGION        PIC X(3).
           05 SD-VOL-TYPE-V        PIC X(1).
           05 SD-VOL-NB            PIC 9(5).
           05 SD-VOL-MONTANT       PIC 9(9)V99.
           05 SD-VOL-INTACTS       PIC 9(5).
           05 SD-VOL-ENDOMMAGES    PIC 9(5).
           05 SD-VOL-STOCK         PIC 9(5).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-VOLS                   PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  W-SINISTRE.
           COPY CSINISTR.
           COPY WVOL.

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * Mois edite (AAAAMM) et mois du vol / de la decouverte
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-MOIS-STAT.
           05 WS-MST-AAAA            PIC 9(4).
           05 WS-MST-MM              PIC 99.
       01  WS-MOIS-STAT-N REDEFINES WS-MOIS-STAT PIC 9(6).
       01  WS-MOIS-VOL                PIC 9(6).
       01  WS-MOIS-DECOUV             PIC 9(6).

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Cumuls du mois par region/type
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTREE OCCURS 500 TIMES.
               10 WS-CUM-REGION      PIC X(3).
               10 WS-CUM-TYPE-V      PIC X(1).
               10 WS-CUM-NB          PIC 9(5).
               10 WS-CUM-MONTANT     PIC 9(9)V99.
               10 WS-CUM-INTACTS     PIC 9(5).
               10 WS-CUM-ENDOMMAGES  PIC 9(5).
               10 WS-CUM-STOCK       PIC 9(5).
       01  WS-NB-CUMULS              PIC 9(3) VALUE 0.
       01  WS-IDX-CUMUL              PIC 9(3).
       01  WS-CUM-POS                PIC 9(3).
       01  WS-CUM-DEBORDEMENT        PIC 9(6) VALUE 0.

      * Cle de cumul du vol courant
       01  WS-CLE-REGION             PIC X(3).
       01  WS-CLE-TYPE-V             PIC X(1).
       01  WS-VOL-DU-MOIS            PIC X VALUE 'N'.
           88 VOL-DU-MOIS                VALUE 'O'.
       01  WS-DECOUV-DU-MOIS         PIC X VALUE 'N'.
           88 DECOUV-DU-MOIS             VALUE 'O'.
       01  WS-EN-STOCK               PIC X VALUE 'N'.
           88 EN-STOCK                   VALUE 'O'.

      * Rupture d'edition region et totaux
       01  WS-EDIT-REGION-PREC       PIC X(3) VALUE SPACES.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-TOTAUX-REGION.
           05 WS-REG-NB              PIC 9(6) VALUE 0.
           05 WS-REG-MONTANT         PIC 9(10)V99 VALUE 0.
           05 WS-REG-INTACTS         PIC 9(6) VALUE 0.
           05 WS-REG-ENDOMMAGES      PIC 9(6) VALUE 0.
           05 WS-REG-STOCK           PIC 9(6) VALUE 0.
       01  WS-TOTAUX-GENERAUX.
           05 WS-GEN-NB              PIC 9(6) VALUE 0.
           05 WS-GEN-MONTANT         PIC 9(10)V99 VALUE 0.
           05 WS-GEN-INTACTS         PIC 9(6) VALUE 0.
           05 WS-GEN-ENDOMMAGES      PIC 9(6) VALUE 0.
           05 WS-GEN-STOCK           PIC 9(6) VALUE 0.

      * Compteurs
       01  WS-NB-VOLS-LUS            PIC 9(6) VALUE 0.
       01  WS-NB-SIN-ABSENTS         PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(34)
               VALUE 'STATISTIQUES DES VOLS - MOIS DE '.
           05 WS-LIGT-MM            PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGT-AAAA          PIC 9(4).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(14) VALUE 'REGION  TYPE'.
           05 FILLER                PIC X(7)  VALUE '   VOLS'.
           05 FILLER                PIC X(14) VALUE '       MONTANT'.
           05 FILLER                PIC X(8)  VALUE ' INTACTS'.
           05 FILLER                PIC X(8)  VALUE '  ENDOM.'.
           05 FILLER                PIC X(12) VALUE '  NON RETR.'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-REGION        PIC X(3).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-LIGD-TYPE          PIC X(1).
           05 FILLER                PIC X(5) VALUE SPACES.
           05 WS-LIGD-NB            PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-MONTANT       PIC ZZZZZZZZ9,99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-INTACTS       PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-ENDOMMAGES    PIC ZZZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-STOCK         PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGS-LIBELLE       PIC X(15).
           05 WS-LIGS-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGS-MONTANT       PIC ZZZZZZZZZ9,99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-INTACTS       PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-ENDOMMAGES    PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGS-STOCK         PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'STATISTIQUES MENSUELLES DES VOLS'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CUMULER-VOLS
           PERFORM 40000-EDITER-STATISTIQUES
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'MOIS EDITE               : ' WS-MOIS-STAT
           DISPLAY 'VOLS DU REGISTRE LUS     : ' WS-NB-VOLS-LUS
           DISPLAY 'VOLS DU MOIS             : ' WS-GEN-NB
           DISPLAY 'RETROUVES DANS LE MOIS   : '
                   WS-GEN-INTACTS ' INTACTS, '
                   WS-GEN-ENDOMMAGES ' ENDOMMAGES'
           DISPLAY 'NON RETROUVES FIN MOIS   : ' WS-GEN-STOCK
           IF WS-NB-SIN-ABSENTS > 0
               DISPLAY 'SINISTRES INTROUVABLES   : ' WS-NB-SIN-ABSENTS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CUM-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE CUMULS SATUREE, '
                       WS-CUM-DEBORDEMENT ' VOL(S) IGNORE(S)'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - mois edite, tables et fichiers               *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
      * Defaut : mois precedant la date du run
           MOVE WS-DSY-AAAA TO WS-MST-AAAA
           MOVE WS-DSY-MM TO WS-MST-MM
           IF WS-MST-MM = 1
               MOVE 12 TO WS-MST-MM
               SUBTRACT 1 FROM WS-MST-AAAA
           ELSE
               SUBTRACT 1 FROM WS-MST-MM
           END-IF

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-MST-MM < 1 OR WS-MST-MM > 12
               DISPLAY 'PARM INVALIDE - MOIS=aaaamm ATTENDU'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 11000-CHARGER-REGIONS
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
                   IF WS-PARM-TOK(WS-PARM-IDX)(6:6) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:6)
                           TO WS-MOIS-STAT
                   ELSE
                       MOVE 0 TO WS-MST-MM
                   END-IF
               END-IF
           END-PERFORM
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

      * Cumul du registre des vols                                     *

       20000-CUMULER-VOLS.
           OPEN INPUT F-VOLS
           IF FS-VOLS NOT = '00'
               DISPLAY 'VOLS.dat ABSENT - AUCUN VOL ENREGISTRE'
           ELSE
               PERFORM 21000-LIRE-UN-VOL
                   UNTIL FS-VOLS = '10'
               CLOSE F-VOLS
           END-IF
           .

       21000-LIRE-UN-VOL.
           READ F-VOLS
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-VO-REC TO W-VOL
                   IF VO-SUIVI OF W-VOL NOT = 'A'
                       ADD 1 TO WS-NB-VOLS-LUS
                       PERFORM 22000-CUMULER-UN-VOL
                           THRU FIN-22000-CUMULER-UN-VOL
                   END-IF
           END-READ
           .

      * Un vol compte dans le mois de sa survenance, sa decouverte     *
      * dans le mois ou elle a eu lieu, et il reste en stock tant      *
      * qu'il n'est pas retrouve a la fin du mois edite                *

       22000-CUMULER-UN-VOL.
           MOVE 'N' TO WS-VOL-DU-MOIS
           MOVE 'N' TO WS-DECOUV-DU-MOIS
           MOVE 'N' TO WS-EN-STOCK
           COMPUTE WS-MOIS-VOL = VO-DATE-VOL OF W-VOL / 100
           COMPUTE WS-MOIS-DECOUV = VO-DATE-DECOUV OF W-VOL / 100
           IF WS-MOIS-VOL = WS-MOIS-STAT-N
               MOVE 'O' TO WS-VOL-DU-MOIS
           END-IF
           IF VO-RETROUVE OF W-VOL
                   AND WS-MOIS-DECOUV = WS-MOIS-STAT-N
               MOVE 'O' TO WS-DECOUV-DU-MOIS
           END-IF
           IF WS-MOIS-VOL NOT > WS-MOIS-STAT-N
               IF NOT VO-RETROUVE OF W-VOL
                       OR WS-MOIS-DECOUV > WS-MOIS-STAT-N
                   MOVE 'O' TO WS-EN-STOCK
               END-IF
           END-IF
           IF NOT VOL-DU-MOIS AND NOT DECOUV-DU-MOIS
                   AND NOT EN-STOCK
               GO TO FIN-22000-CUMULER-UN-VOL
           END-IF

           PERFORM 22200-DETERMINER-REGION
           MOVE VO-TYPE-V OF W-VOL TO WS-CLE-TYPE-V
           IF WS-CLE-TYPE-V = SPACE
               MOVE '?' TO WS-CLE-TYPE-V
           END-IF
           PERFORM 22300-CHERCHER-OU-CREER-CELLULE
           IF WS-CUM-POS = 0
               ADD 1 TO WS-CUM-DEBORDEMENT
               GO TO FIN-22000-CUMULER-UN-VOL
           END-IF

           IF VOL-DU-MOIS
               ADD 1 TO WS-CUM-NB(WS-CUM-POS)
               PERFORM 22400-LIRE-MONTANT-SINISTRE
           END-IF
           IF DECOUV-DU-MOIS
               IF VO-ETAT-DECOUV OF W-VOL = 'I'
                   ADD 1 TO WS-CUM-INTACTS(WS-CUM-POS)
               ELSE
                   ADD 1 TO WS-CUM-ENDOMMAGES(WS-CUM-POS)
               END-IF
           END-IF
           IF EN-STOCK
               ADD 1 TO WS-CUM-STOCK(WS-CUM-POS)
           END-IF
           .

       FIN-22000-CUMULER-UN-VOL.
           EXIT.

      * Region du prefixe CP retenu a la declaration - CP inconnu :    *
      * region '???'                                                   *

       22200-DETERMINER-REGION.
           MOVE '???' TO WS-CLE-REGION
           IF VO-CP OF W-VOL NUMERIC
                   AND VO-CP OF W-VOL > 0
               COMPUTE WS-CP-PREFIXE-NUM = VO-CP OF W-VOL / 1000
               MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
               PERFORM 22250-RESOUDRE-REGION
               MOVE WS-REG-CODE-TROUVE TO WS-CLE-REGION
           END-IF
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

       22300-CHERCHER-OU-CREER-CELLULE.
           MOVE 0 TO WS-CUM-POS
           PERFORM 22310-COMPARER-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   OR WS-CUM-POS > 0

           IF WS-CUM-POS = 0
                   AND WS-NB-CUMULS < 500
               ADD 1 TO WS-NB-CUMULS
               MOVE WS-NB-CUMULS TO WS-CUM-POS
               MOVE WS-CLE-REGION TO WS-CUM-REGION(WS-CUM-POS)
               MOVE WS-CLE-TYPE-V TO WS-CUM-TYPE-V(WS-CUM-POS)
               MOVE 0 TO WS-CUM-NB(WS-CUM-POS)
               MOVE 0 TO WS-CUM-MONTANT(WS-CUM-POS)
               MOVE 0 TO WS-CUM-INTACTS(WS-CUM-POS)
               MOVE 0 TO WS-CUM-ENDOMMAGES(WS-CUM-POS)
               MOVE 0 TO WS-CUM-STOCK(WS-CUM-POS)
           END-IF
           .

       22310-COMPARER-CELLULE.
           IF WS-CUM-REGION(WS-IDX-CUMUL) = WS-CLE-REGION
                   AND WS-CUM-TYPE-V(WS-IDX-CUMUL) = WS-CLE-TYPE-V
               MOVE WS-IDX-CUMUL TO WS-CUM-POS
           END-IF
           .

       22400-LIRE-MONTANT-SINISTRE.
           MOVE VO-MAT OF W-VOL TO FS-SINISTRE-MAT
           MOVE VO-SIN-SEQ OF W-VOL TO FS-SINISTRE-SEQ
           READ F-SINISTRE
               INVALID KEY
                   ADD 1 TO WS-NB-SIN-ABSENTS
               NOT INVALID KEY
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   ADD SIN-MONTANT IN W-SINISTRE
                       TO WS-CUM-MONTANT(WS-CUM-POS)
           END-READ
           .

      * Edition triee par region/type, sous-total par region           *

       40000-EDITER-STATISTIQUES.
           MOVE WS-MST-MM TO WS-LIGT-MM
           MOVE WS-MST-AAAA TO WS-LIGT-AAAA
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-VOL-REGION SD-VOL-TYPE-V
               INPUT PROCEDURE IS 41000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 42000-RESTITUER-TRI
           .

       41000-ALIMENTER-TRI.
           PERFORM 41100-LIBERER-UNE-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
           .

       41100-LIBERER-UNE-CELLULE.
           MOVE WS-CUM-REGION(WS-IDX-CUMUL)     TO SD-VOL-REGION
           MOVE WS-CUM-TYPE-V(WS-IDX-CUMUL)     TO SD-VOL-TYPE-V
           MOVE WS-CUM-NB(WS-IDX-CUMUL)         TO SD-VOL-NB
           MOVE WS-CUM-MONTANT(WS-IDX-CUMUL)    TO SD-VOL-MONTANT
           MOVE WS-CUM-INTACTS(WS-IDX-CUMUL)    TO SD-VOL-INTACTS
           MOVE WS-CUM-ENDOMMAGES(WS-IDX-CUMUL) TO SD-VOL-ENDOMMAGES
           MOVE WS-CUM-STOCK(WS-IDX-CUMUL)      TO SD-VOL-STOCK
           RELEASE SD-VOL-REC
           .

       42000-RESTITUER-TRI.
           PERFORM 42100-RETOURNER-CELLULE
           PERFORM 43000-EDITER-CELLULE
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 44000-EDITER-SSTOT-REGION
           END-IF
           PERFORM 45000-EDITER-TOTAL-GENERAL
           .

       42100-RETOURNER-CELLULE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       43000-EDITER-CELLULE.
           IF PREMIER-GROUPE
                   OR SD-VOL-REGION NOT = WS-EDIT-REGION-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 44000-EDITER-SSTOT-REGION
               END-IF
               MOVE SD-VOL-REGION TO WS-EDIT-REGION-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               INITIALIZE WS-TOTAUX-REGION
           END-IF

           MOVE SD-VOL-REGION     TO WS-LIGD-REGION
           MOVE SD-VOL-TYPE-V     TO WS-LIGD-TYPE
           MOVE SD-VOL-NB         TO WS-LIGD-NB
           MOVE SD-VOL-MONTANT    TO WS-LIGD-MONTANT
           MOVE SD-VOL-INTACTS    TO WS-LIGD-INTACTS
           MOVE SD-VOL-ENDOMMAGES TO WS-LIGD-ENDOMMAGES
           MOVE SD-VOL-STOCK      TO WS-LIGD-STOCK
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           ADD SD-VOL-NB         TO WS-REG-NB WS-GEN-NB
           ADD SD-VOL-MONTANT    TO WS-REG-MONTANT WS-GEN-MONTANT
           ADD SD-VOL-INTACTS    TO WS-REG-INTACTS WS-GEN-INTACTS
           ADD SD-VOL-ENDOMMAGES TO WS-REG-ENDOMMAGES
                                    WS-GEN-ENDOMMAGES
           ADD SD-VOL-STOCK      TO WS-REG-STOCK WS-GEN-STOCK

           PERFORM 42100-RETOURNER-CELLULE
           .

       44000-EDITER-SSTOT-REGION.
           MOVE 'TOTAL REGION' TO WS-LIGS-LIBELLE
           MOVE WS-EDIT-REGION-PREC TO WS-LIGS-LIBELLE(13:3)
           MOVE WS-REG-NB         TO WS-LIGS-NB
           MOVE WS-REG-MONTANT    TO WS-LIGS-MONTANT
           MOVE WS-REG-INTACTS    TO WS-LIGS-INTACTS
           MOVE WS-REG-ENDOMMAGES TO WS-LIGS-ENDOMMAGES
           MOVE WS-REG-STOCK      TO WS-LIGS-STOCK
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       45000-EDITER-TOTAL-GENERAL.
           MOVE 'TOTAL GENERAL' TO WS-LIGS-LIBELLE
           MOVE WS-GEN-NB         TO WS-LIGS-NB
           MOVE WS-GEN-MONTANT    TO WS-LIGS-MONTANT
           MOVE WS-GEN-INTACTS    TO WS-LIGS-INTACTS
           MOVE WS-GEN-ENDOMMAGES TO WS-LIGS-ENDOMMAGES
           MOVE WS-GEN-STOCK      TO WS-LIGS-STOCK
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       50000-FIN.
           CLOSE F-SINISTRE
           CLOSE F-RAPPORT
           .
