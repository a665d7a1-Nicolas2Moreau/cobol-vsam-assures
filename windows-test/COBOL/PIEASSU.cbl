       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIEASSU.

      * PIECES JUSTIFICATIVES ATTENDUES - Un vehicule est cree dans    *
      * ASSURES3 avant reception du permis de conduire, de la carte    *
      * grise et de la proposition signee. Ce programme tient le       *
      * fichier WORK/PIECES.dat (cf CPIECES.cpy, cree au premier       *
      * lancement), une piece par vehicule et par code de la table     *
      * CPIECREQ.cpy, avec sa date limite et sa date limite finale.    *
      * Traitement quotidien (defaut) :                                *
      *   - les creations et ajouts de vehicule du jour (JOURNAL C/V)  *
      *     ouvrent les pieces attendues ; l'agence est la region du   *
      *     code postal de l'assure (WORK/REGIONS.dat)                 *
      *   - les receptions de WORK/PIECMVT.dat sont pointees, puis le  *
      *     fichier est vide ; layout a positions fixes :              *
      *       MAT(6) VEHICULE(2) CODE(3) DATE-RECEPTION(8) USER(8)     *
      *     vehicule a blanc = 01, date a blanc = jour du traitement ; *
      *     une piece inconnue ou deja recue est rejetee (listee)      *
      *   - tout vehicule dont une piece reste attendue apres sa date  *
      *     limite finale recoit un mouvement de suppression 'S'       *
      *     (layout v2, vehicule vise, lot 'PJ'+MMJJ) dans             *
      *     WORK/PIECSUS.dat, a recharger en FMVTSE via le fichier de  *
      *     controle MVTLISTE de MAJASSV2 ; ses pieces attendues sont  *
      *     closes 'S' (ou 'X' si le vehicule a disparu d'ASSURES3).   *
      *     Une piece recue apres suspension est pointee et signalee : *
      *     la remise en vigueur reste un mouvement 'R' habituel.      *
      *   Compte rendu (rejets et vehicules suspendus) dans            *
      *   WORK/PIEASSU.lst.                                            *
      * ACTION=RELANCE (hebdomadaire) : liste des pieces attendues par *
      * agence, avec limite et date de suspension, dans                *
      * WORK/PIERELA.lst - la relance est notee sur chaque piece et    *
      * l'assure en est avise par email, a defaut SMS, selon ses       *
      * consentements (modele RELPIECE, sous-programme PGMNOTIF).      *
      * PARM optionnel (cle=valeur separees par une virgule)           *
      *   ACTION=RELANCE -> edition des relances au lieu du quotidien  *
      *   DATE=aaaammjj  -> journee du JOURNAL a lire (defaut : jour   *
      *                     courant)                                   *
      *   ex : PARM='DATE=20261014'                                    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PIECES ASSIGN TO "WORK/PIECES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PCE-CLE
               FILE STATUS IS FS-PIECES.

      * Journal avant-image - meme fichier et meme structure que celui
      * alimente par MAJASSV2/MVTASSU
           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

      * Correspondance prefixe CP -> region (agence)
           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Receptions de pieces a pointer - fichier optionnel
           SELECT F-PIECMVT ASSIGN TO "WORK/PIECMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PIECMVT.

      * Mouvements de suppression generes (extrait FMVTSE)
           SELECT F-SUSPENS ASSIGN TO "WORK/PIECSUS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENS.

      * Compte rendu du traitement quotidien
           SELECT F-RAPPORT ASSIGN TO "WORK/PIEASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

      * Liste des relances par agence
           SELECT F-RELANCE ASSIGN TO "WORK/PIERELA.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELANCE.

      * Fichier de travail du SORT des relances
           SELECT F-TRI-WORK ASSIGN TO "WORK/PIEASSU.SRT".

       DATA DIVISION.
       FILE SECTION.

       FD  F-PIECES.
       01  FS-PCE-REC.
           05 FS-PCE-CLE.
               10 FS-PCE-VEHICULE.
                   15 FS-PCE-MAT       PIC X(6).
                   15 FS-PCE-SEQ       PIC 9(2).
               10 FS-PCE-CODE      PIC X(3).
           05 FS-PCE-DATA          PIC X(89).

       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-CODE-MVT      PIC X.
           05 FS-JRN-PRIME-AVANT   PIC 9(6)V99.
           05 FS-JRN-BM-AVANT      PIC X.
           05 FS-JRN-TAUX-AVANT    PIC 99.
           05 FS-JRN-BATCH-ID      PIC X(6).
           05 FS-JRN-DATE-MVT      PIC 9(8).
           05 FS-JRN-PRIME-APRES   PIC 9(6)V99.
           05 FS-JRN-BM-APRES      PIC X.
           05 FS-JRN-TAUX-APRES    PIC 99.
      * Vehicule concerne (44-45, meme position que MAJASSV2/MVTASSU)
      * puis utilisateur signe - blancs sur les lignes anterieures
           05 FS-JRN-VEHICULE      PIC X(2).
           05 FS-JRN-UTILISATEUR   PIC X(8).
           05 FS-JRN-RESTE2        PIC X(27).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-PIECMVT.
       01  FS-PMV-REC.
           05 FS-PMV-MAT           PIC X(6).
           05 FS-PMV-SEQ           PIC X(2).
           05 FS-PMV-CODE          PIC X(3).
           05 FS-PMV-DATE          PIC X(8).
           05 FS-PMV-USER          PIC X(8).

       FD  F-SUSPENS.
       01  FS-SUS-REC              PIC X(100).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-RELANCE.
       01  FS-RELANCE-REC          PIC X(80).

       SD  F-TRI-WORK.
       01  SD-PCE-REC.
           05 SD-PCE-AGENCE        PIC X(3).
           05 SD-PCE-MAT           PIC X(6).
           05 SD-PCE-SEQ           PIC 9(2).
           05 SD-PCE-CODE          PIC X(3).
           05 SD-PCE-NOM-PRE       PIC X(20).
           05 SD-PCE-DATE-LIMITE   PIC 9(8).
           05 SD-PCE-DATE-FINALE   PIC 9(8).
           05 SD-PCE-NB-RELANCES   PIC 9(2).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WFMVTSE.
           COPY WPIECES.
           COPY CPIECREQ.

       01  FS-PIECES                 PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-PIECMVT                PIC XX.
       01  FS-SUSPENS                PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-RELANCE                PIC XX.

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

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

      * Date systeme, journee du JOURNAL et calcul de dates
      * (conversion julienne - meme technique que HAMASSU)
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-DATE-EXTRAIT            PIC 9(8) VALUE 0.
       01  WS-CONV-JULIEN             PIC 9(7).

      * Identifiant du lot de mouvements genere : 'PJ' + MMJJ du run
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(2) VALUE 'PJ'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

      * Zones extraites du PARM
       01  WS-ACTION                  PIC X(10) VALUE 'QUOTIDIEN'.
           88 ACTION-RELANCE              VALUE 'RELANCE'.

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Agence du vehicule cree
       01  WS-REGIONS-OUVERT          PIC X VALUE 'N'.
           88 REGIONS-OUVERT              VALUE 'O'.
       01  WS-CP-PREFIXE-NUM          PIC 99.
       01  WS-AGENCE                  PIC X(3).

      * Vehicule courant et piece de la table
       01  WS-CLE-VEHICULE.
           05 WS-CLE-MAT             PIC X(6).
           05 WS-CLE-SEQ             PIC 9(2).
       01  WS-IDX-PRQ                 PIC 9.
       01  WS-LIBELLE-PIECE           PIC X(20).
       01  WS-ETAT-CLOTURE            PIC X.
       01  WS-FIN-PIECES              PIC X VALUE 'N'.
           88 FIN-PIECES                  VALUE 'O'.
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                     VALUE 'O'.

      * Vehicules a suspendre, reperes au parcours des pieces puis
      * traites un a un (premiere piece echue retenue pour l'edition)
       01  WS-TAB-SUSPENSION.
           05 WS-SUS-ENTRY           OCCURS 1000 TIMES.
               10 WS-SUS-MAT         PIC X(6).
               10 WS-SUS-SEQ         PIC 9(2).
               10 WS-SUS-CODE        PIC X(3).
               10 WS-SUS-DATE-FINALE PIC 9(8).
       01  WS-NB-SUS                  PIC 9(4) VALUE 0.
       01  WS-SUS-IDX                 PIC 9(4).
       01  WS-SUS-DEBORDEMENT         PIC X VALUE 'N'.
           88 SUS-DEBORDEMENT             VALUE 'O'.

      * Rupture par agence de l'edition des relances
       01  WS-PREMIER-GROUPE          PIC X VALUE 'O'.
           88 PREMIER-GROUPE              VALUE 'O'.
       01  WS-AGENCE-PREC             PIC X(3).

      * Avis de relance electronique (sous-programme partage PGMNOTIF)
       01  WS-NOM-PGMNOTIF            PIC X(8) VALUE 'PGMNOTIF'.
       01  WS-COM-NOTIF.
           05 WS-NTF-FONCTION         PIC X(1).
           05 WS-NTF-MAT              PIC X(6).
           05 WS-NTF-MODELE           PIC X(8).
           05 WS-NTF-PROGRAMME        PIC X(8).
           05 WS-NTF-VARIABLES.
               10 WS-NTF-VAR          PIC X(20) OCCURS 4 TIMES.
           05 WS-NTF-CANAL            PIC X(1).
           05 WS-NTF-ADRESSE          PIC X(30).
           05 WS-NTF-RETOUR           PIC 99.
           05 FILLER                  PIC X(10).
       01  WS-CPT-AGENCE              PIC 9(5) VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-JOURNAL         PIC 9(6) VALUE 0.
           05 WS-CPT-VEHICULES       PIC 9(6) VALUE 0.
           05 WS-CPT-CREEES          PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-CREEES     PIC 9(6) VALUE 0.
           05 WS-CPT-RECEPTIONS      PIC 9(6) VALUE 0.
           05 WS-CPT-POINTEES        PIC 9(6) VALUE 0.
           05 WS-CPT-APRES-SUSP      PIC 9(6) VALUE 0.
           05 WS-CPT-REJETEES        PIC 9(6) VALUE 0.
           05 WS-CPT-ATTENDUES       PIC 9(6) VALUE 0.
           05 WS-CPT-SUSPENDUS       PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.
           05 WS-CPT-RELANCES        PIC 9(6) VALUE 0.
           05 WS-CPT-AVIS-RELANCE    PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE           PIC X(50).
           05 WS-LIGT-DATE            PIC 9(8).
       01  WS-LIG-REJET.
           05 WS-LIGR-TYPE            PIC X(16).
           05 WS-LIGR-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGR-VEHIC           PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGR-CODE            PIC X(3).
           05 FILLER                  PIC X(3) VALUE ' - '.
           05 WS-LIGR-MOTIF           PIC X(40).
       01  WS-LIG-ENTETE-SUS.
           05 FILLER                  PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                  PIC X(3)  VALUE 'VH'.
           05 FILLER                  PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                  PIC X(4)  VALUE 'AGE'.
           05 FILLER                  PIC X(21) VALUE 'PIECE MANQUANTE'.
           05 FILLER                  PIC X(9)  VALUE 'LIM.FIN.'.
           05 FILLER                  PIC X(14) VALUE 'RESULTAT'.
       01  WS-LIG-SUSPENSION.
           05 WS-LIGS-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-VEHIC           PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-NOM             PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-AGENCE          PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-PIECE           PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-FINALE          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGS-RESULTAT        PIC X(14).
       01  WS-LIG-AGENCE.
           05 FILLER                  PIC X(8) VALUE 'AGENCE '.
           05 WS-LIGA-AGENCE          PIC X(3).
       01  WS-LIG-ENTETE-REL.
           05 FILLER                  PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                  PIC X(3)  VALUE 'VH'.
           05 FILLER                  PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                  PIC X(21) VALUE 'PIECE ATTENDUE'.
           05 FILLER                  PIC X(9)  VALUE 'LIMITE'.
           05 FILLER                  PIC X(9)  VALUE 'SUSPENS.'.
           05 FILLER                  PIC X(7)  VALUE 'ETAT'.
       01  WS-LIG-RELANCE.
           05 WS-LIGL-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-VEHIC           PIC 9(2).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-NOM             PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-PIECE           PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-LIMITE          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-FINALE          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-ETAT            PIC X(7).
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
           DISPLAY 'PIECES JUSTIFICATIVES ATTENDUES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF ACTION-RELANCE
               PERFORM 50000-EDITER-RELANCES
               PERFORM 60000-FIN-RELANCE
               DISPLAY '========================================'
               DISPLAY 'PIECES RELANCEES     : ' WS-CPT-RELANCES
               DISPLAY '  AVISEES EMAIL/SMS  : ' WS-CPT-AVIS-RELANCE
               DISPLAY '========================================'
               IF WS-CPT-RELANCES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM 20000-LIRE-JOURNAL UNTIL FS-JRN = '10'
           PERFORM 30000-POINTER-RECEPTIONS
           PERFORM 35000-REPERER-ECHUES
           PERFORM 36000-SUSPENDRE-VEHICULE
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-NB-SUS
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'JOURNAL DU JOUR LU   : ' WS-CPT-JOURNAL
           DISPLAY 'VEHICULES CREES      : ' WS-CPT-VEHICULES
           DISPLAY 'PIECES OUVERTES      : ' WS-CPT-CREEES
           DISPLAY 'PIECES DEJA OUVERTES : ' WS-CPT-DEJA-CREEES
           DISPLAY 'RECEPTIONS LUES      : ' WS-CPT-RECEPTIONS
           DISPLAY '  POINTEES           : ' WS-CPT-POINTEES
           DISPLAY '  DONT APRES SUSPENS.: ' WS-CPT-APRES-SUSP
           DISPLAY '  REJETEES           : ' WS-CPT-REJETEES
           DISPLAY 'PIECES ATTENDUES     : ' WS-CPT-ATTENDUES
           DISPLAY 'VEHICULES SUSPENDUS  : ' WS-CPT-SUSPENDUS
           DISPLAY 'VEHICULES DISPARUS   : ' WS-CPT-ANNULES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETEES > 0 OR WS-CPT-SUSPENDUS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM et ouverture des fichiers                *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DSY-MM TO WS-BATCH-MM
           MOVE WS-DSY-JJ TO WS-BATCH-JJ

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-DATE-EXTRAIT = 0
               MOVE WS-DATE-SYSTEME TO WS-DATE-EXTRAIT
           END-IF
           IF WS-ACTION NOT = 'QUOTIDIEN' AND NOT ACTION-RELANCE
               DISPLAY 'ACTION INCONNUE : ' WS-ACTION
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Fichier des pieces cree a vide au premier lancement
           OPEN I-O F-PIECES
           IF FS-PIECES NOT = '00'
               OPEN OUTPUT F-PIECES
               IF FS-PIECES = '00'
                   CLOSE F-PIECES
                   OPEN I-O F-PIECES
               END-IF
           END-IF
           IF FS-PIECES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PIECES : ' FS-PIECES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF ACTION-RELANCE
               DISPLAY 'EDITION DES RELANCES AU ' WS-DATE-SYSTEME
               OPEN OUTPUT F-RELANCE
               IF FS-RELANCE NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE RELANCES'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               PERFORM 10200-OUVRIR-QUOTIDIEN
           END-IF
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:10) TO WS-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-DATE-EXTRAIT
               END-IF
           END-PERFORM
           .

      * Fichiers du traitement quotidien                               *

       10200-OUVRIR-QUOTIDIEN.
           DISPLAY 'JOURNEE DU JOURNAL : ' WS-DATE-EXTRAIT
                   ' - LOT DE MOUVEMENTS ' WS-BATCH-ID

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-JOURNAL
           IF FS-JRN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JOURNAL : ' FS-JRN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Regions absentes : agence '???' sur les pieces ouvertes
           OPEN INPUT F-REGIONS
           IF FS-REGIONS = '00'
               SET REGIONS-OUVERT TO TRUE
           ELSE
               DISPLAY 'REGIONS.dat ABSENT - AGENCE NON DETERMINEE'
           END-IF

           OPEN OUTPUT F-SUSPENS
           IF FS-SUSPENS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PIECSUS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'PIECES JUSTIFICATIVES - TRAITEMENT DU'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Lecture sequentielle de JOURNAL - creations et ajouts de       *
      * vehicule de la journee                                         *

       20000-LIRE-JOURNAL.
           READ F-JOURNAL
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-JRN-DATE-MVT = WS-DATE-EXTRAIT
                       ADD 1 TO WS-CPT-JOURNAL
                       IF FS-JRN-CODE-MVT = 'C' OR FS-JRN-CODE-MVT = 'V'
                           PERFORM 21000-OUVRIR-PIECES
                       END-IF
                   END-IF
           END-READ
           .

      * Ouvrir les pieces requises du vehicule cree - le vehicule doit *
      * encore figurer dans ASSURES3 (creation non annulee depuis)     *

       21000-OUVRIR-PIECES.
           MOVE FS-JRN-MATRICULE TO WS-CLE-MAT
           IF FS-JRN-VEHICULE NUMERIC AND FS-JRN-VEHICULE NOT = '00'
               MOVE FS-JRN-VEHICULE TO WS-CLE-SEQ
           ELSE
               MOVE 01 TO WS-CLE-SEQ
           END-IF
           MOVE WS-CLE-VEHICULE TO WS-ENREG(1:8)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               ADD 1 TO WS-CPT-VEHICULES
               PERFORM 21100-DETERMINER-AGENCE
               PERFORM 21200-CREER-PIECE
                   VARYING WS-IDX-PRQ FROM 1 BY 1
                   UNTIL WS-IDX-PRQ > WS-NB-PIECES-REQUISES
           END-IF
           .

      * Agence = region du prefixe du code postal de l'assure          *

       21100-DETERMINER-AGENCE.
           MOVE '???' TO WS-AGENCE
           IF REGIONS-OUVERT AND CP-A4 OF W-ASSURE NUMERIC
                   AND CP-A4 OF W-ASSURE > 0
               COMPUTE WS-CP-PREFIXE-NUM = CP-A4 OF W-ASSURE / 1000
               MOVE WS-CP-PREFIXE-NUM TO FS-REG-PREFIXE
               READ F-REGIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-REG-CODE TO WS-AGENCE
               END-READ
           END-IF
           .

      * Une piece attendue - deja ouverte (relance du meme JOURNAL) :  *
      * laissee en l'etat                                              *

       21200-CREER-PIECE.
           MOVE SPACES TO W-PIECE
           MOVE WS-CLE-MAT                 TO PCE-MAT
           MOVE WS-CLE-SEQ                 TO PCE-SEQ-VEHICULE
           MOVE WS-PRQ-CODE(WS-IDX-PRQ)    TO PCE-CODE
           MOVE 'A'                        TO PCE-ETAT
           MOVE WS-AGENCE                  TO PCE-AGENCE
           MOVE NOM-PRE-A4 OF W-ASSURE     TO PCE-NOM-PRE
           MOVE WS-DATE-EXTRAIT            TO PCE-DATE-CREATION
           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-EXTRAIT)
               + WS-PRQ-DELAI(WS-IDX-PRQ)
           COMPUTE PCE-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JULIEN)
           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-EXTRAIT)
               + WS-PRQ-DELAI-FINAL(WS-IDX-PRQ)
           COMPUTE PCE-DATE-FINALE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JULIEN)
           MOVE 0 TO PCE-DATE-RECEPTION
           MOVE 0 TO PCE-DATE-RELANCE
           MOVE 0 TO PCE-NB-RELANCES
           MOVE 0 TO PCE-DATE-CLOTURE
           MOVE W-PIECE TO FS-PCE-REC
           WRITE FS-PCE-REC
               INVALID KEY
                   ADD 1 TO WS-CPT-DEJA-CREEES
               NOT INVALID KEY
                   ADD 1 TO WS-CPT-CREEES
           END-WRITE
           .

      * Pointage des receptions (fichier absent : aucune), puis le     *
      * fichier est vide pour ne pas etre rejoue                       *

       30000-POINTER-RECEPTIONS.
           OPEN INPUT F-PIECMVT
           IF FS-PIECMVT NOT = '00'
               DISPLAY 'PIECMVT.dat ABSENT - AUCUNE RECEPTION'
           ELSE
               PERFORM UNTIL FS-PIECMVT NOT = '00'
                   READ F-PIECMVT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CPT-RECEPTIONS
                           PERFORM 31000-POINTER-PIECE
                               THRU FIN-31000-POINTER-PIECE
                   END-READ
               END-PERFORM
               CLOSE F-PIECMVT
               OPEN OUTPUT F-PIECMVT
               CLOSE F-PIECMVT
           END-IF
           .

       31000-POINTER-PIECE.
           MOVE FS-PMV-MAT  TO FS-PCE-MAT
           IF FS-PMV-SEQ NUMERIC AND FS-PMV-SEQ NOT = '00'
               MOVE FS-PMV-SEQ TO FS-PCE-SEQ
           ELSE
               MOVE 01 TO FS-PCE-SEQ
           END-IF
           MOVE FS-PMV-CODE TO FS-PCE-CODE
           READ F-PIECES
               INVALID KEY
                   MOVE 'PIECE NON ATTENDUE POUR CE VEHICULE'
                       TO WS-LIGR-MOTIF
                   PERFORM 31900-REJETER-RECEPTION
                   GO TO FIN-31000-POINTER-PIECE
           END-READ
           MOVE FS-PCE-REC TO W-PIECE

           IF PCE-RECUE
               MOVE 'PIECE DEJA RECUE' TO WS-LIGR-MOTIF
               PERFORM 31900-REJETER-RECEPTION
               GO TO FIN-31000-POINTER-PIECE
           END-IF
           IF PCE-ANNULEE
               MOVE 'VEHICULE RETIRE - PIECE ANNULEE' TO WS-LIGR-MOTIF
               PERFORM 31900-REJETER-RECEPTION
               GO TO FIN-31000-POINTER-PIECE
           END-IF

      * Piece recue apres suspension : pointee, la remise en vigueur
      * du vehicule reste a decider (mouvement 'R')
           IF PCE-SUSPENDUE
               ADD 1 TO WS-CPT-APRES-SUSP
               MOVE 'RECEPTION' TO WS-LIGR-TYPE
               MOVE 'RECUE APRES SUSPENSION (REMISE EN VIG.)'
                   TO WS-LIGR-MOTIF
               PERFORM 31950-EDITER-RECEPTION
           END-IF

           MOVE 'R' TO PCE-ETAT
           IF FS-PMV-DATE NUMERIC AND FS-PMV-DATE NOT = '00000000'
               MOVE FS-PMV-DATE TO PCE-DATE-RECEPTION
           ELSE
               MOVE WS-DATE-SYSTEME TO PCE-DATE-RECEPTION
           END-IF
           MOVE FS-PMV-USER TO PCE-USER
           MOVE W-PIECE TO FS-PCE-REC
           REWRITE FS-PCE-REC
           IF FS-PIECES = '00'
               ADD 1 TO WS-CPT-POINTEES
           ELSE
               DISPLAY 'ANOMALIE - REECRITURE PIECES ' FS-PCE-CLE
                       ' STATUS ' FS-PIECES
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .
       FIN-31000-POINTER-PIECE.
           EXIT.

       31900-REJETER-RECEPTION.
           ADD 1 TO WS-CPT-REJETEES
           MOVE 'REJET RECEPTION' TO WS-LIGR-TYPE
           PERFORM 31950-EDITER-RECEPTION
           .

       31950-EDITER-RECEPTION.
           MOVE FS-PMV-MAT  TO WS-LIGR-MAT
           MOVE FS-PMV-SEQ  TO WS-LIGR-VEHIC
           MOVE FS-PMV-CODE TO WS-LIGR-CODE
           MOVE WS-LIG-REJET TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Parcours des pieces : vehicules dont une piece reste attendue  *
      * au-dela de la date limite finale                               *

       35000-REPERER-ECHUES.
           MOVE 'N' TO WS-FIN-PIECES
           MOVE LOW-VALUES TO FS-PCE-CLE
           START F-PIECES KEY IS NOT LESS THAN FS-PCE-CLE
               INVALID KEY
                   SET FIN-PIECES TO TRUE
           END-START
           PERFORM 35100-EXAMINER-PIECE UNTIL FIN-PIECES
           IF SUS-DEBORDEMENT
               DISPLAY 'PLUS DE 1000 VEHICULES A SUSPENDRE - LE RESTE'
                       ' AU PROCHAIN TRAITEMENT'
           END-IF
           .

       35100-EXAMINER-PIECE.
           READ F-PIECES NEXT RECORD
               AT END
                   SET FIN-PIECES TO TRUE
               NOT AT END
                   MOVE FS-PCE-REC TO W-PIECE
                   IF PCE-ATTENDUE
                       ADD 1 TO WS-CPT-ATTENDUES
                       IF PCE-DATE-FINALE < WS-DATE-SYSTEME
                           PERFORM 35200-RETENIR-VEHICULE
                               THRU FIN-35200-RETENIR-VEHICULE
                       END-IF
                   END-IF
           END-READ
           .

      * Un vehicule n'est retenu qu'une fois (pieces consecutives)     *

       35200-RETENIR-VEHICULE.
           IF WS-NB-SUS > 0
               IF WS-SUS-MAT(WS-NB-SUS) = PCE-MAT
                       AND WS-SUS-SEQ(WS-NB-SUS) = PCE-SEQ-VEHICULE
                   GO TO FIN-35200-RETENIR-VEHICULE
               END-IF
           END-IF
           IF WS-NB-SUS < 1000
               ADD 1 TO WS-NB-SUS
               MOVE PCE-MAT          TO WS-SUS-MAT(WS-NB-SUS)
               MOVE PCE-SEQ-VEHICULE TO WS-SUS-SEQ(WS-NB-SUS)
               MOVE PCE-CODE         TO WS-SUS-CODE(WS-NB-SUS)
               MOVE PCE-DATE-FINALE  TO WS-SUS-DATE-FINALE(WS-NB-SUS)
           ELSE
               SET SUS-DEBORDEMENT TO TRUE
           END-IF
           .
       FIN-35200-RETENIR-VEHICULE.
           EXIT.

      * Suspension d'un vehicule : mouvement 'S' s'il figure encore    *
      * dans ASSURES3, puis cloture de ses pieces attendues            *

       36000-SUSPENDRE-VEHICULE.
           IF WS-SUS-IDX = 1
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE 'VEHICULES SUSPENDUS FAUTE DE PIECES' TO
                   FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-LIG-ENTETE-SUS TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           MOVE WS-SUS-MAT(WS-SUS-IDX) TO WS-CLE-MAT
           MOVE WS-SUS-SEQ(WS-SUS-IDX) TO WS-CLE-SEQ
           MOVE WS-CLE-VEHICULE TO WS-ENREG(1:8)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           MOVE WS-CLE-MAT TO WS-LIGS-MAT
           MOVE WS-CLE-SEQ TO WS-LIGS-VEHIC
           MOVE WS-SUS-DATE-FINALE(WS-SUS-IDX) TO WS-LIGS-FINALE
           MOVE WS-SUS-CODE(WS-SUS-IDX) TO WS-LIGS-PIECE
           PERFORM VARYING WS-IDX-PRQ FROM 1 BY 1
               UNTIL WS-IDX-PRQ > WS-NB-PIECES-REQUISES
               IF WS-PRQ-CODE(WS-IDX-PRQ) = WS-SUS-CODE(WS-SUS-IDX)
                   MOVE WS-PRQ-LIBELLE(WS-IDX-PRQ) TO WS-LIGS-PIECE
               END-IF
           END-PERFORM

           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               PERFORM 36100-GENERER-SUPPRESSION
               MOVE 'S' TO WS-ETAT-CLOTURE
               MOVE NOM-PRE-A4 OF W-ASSURE TO WS-LIGS-NOM
               MOVE 'SUSPENDU' TO WS-LIGS-RESULTAT
               ADD 1 TO WS-CPT-SUSPENDUS
           ELSE
               MOVE 'X' TO WS-ETAT-CLOTURE
               MOVE SPACES TO WS-LIGS-NOM
               MOVE 'ABSENT-ANNULE' TO WS-LIGS-RESULTAT
               ADD 1 TO WS-CPT-ANNULES
           END-IF
           PERFORM 36200-CLORE-PIECES

           MOVE WS-LIG-SUSPENSION TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Mouvement de suppression du vehicule, effet immediat           *

       36100-GENERER-SUPPRESSION.
           MOVE SPACES                      TO W-FMVTSE
           MOVE MAT-X4 OF W-ASSURE          TO F-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE          TO F-RUE
           MOVE CP-A4 OF W-ASSURE           TO F-CP
           MOVE VILLE-A4 OF W-ASSURE        TO F-VILLE
           MOVE 'S'                         TO F-CODE
           MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
           MOVE BM-A4 OF W-ASSURE           TO F-BM
           MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
           MOVE 0                           TO F-DATE-EFFET
           MOVE WS-BATCH-ID                 TO F-BATCH-ID
           MOVE '2'                         TO F-VERSION
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
           MOVE W-FMVTSE TO FS-SUS-REC
           WRITE FS-SUS-REC
           IF FS-SUSPENS NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE PIECSUS MATRICULE '
                       F-MAT ' STATUS ' FS-SUSPENS
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Cloture des pieces encore attendues du vehicule                *

       36200-CLORE-PIECES.
           MOVE 'N' TO WS-FIN-PIECES
           MOVE WS-CLE-VEHICULE TO FS-PCE-VEHICULE
           MOVE LOW-VALUES TO FS-PCE-CODE
           START F-PIECES KEY IS NOT LESS THAN FS-PCE-CLE
               INVALID KEY
                   SET FIN-PIECES TO TRUE
           END-START
           PERFORM 36210-CLORE-UNE-PIECE UNTIL FIN-PIECES
           .

       36210-CLORE-UNE-PIECE.
           READ F-PIECES NEXT RECORD
               AT END
                   SET FIN-PIECES TO TRUE
               NOT AT END
                   IF FS-PCE-VEHICULE NOT = WS-CLE-VEHICULE
                       SET FIN-PIECES TO TRUE
                   ELSE
                       MOVE FS-PCE-REC TO W-PIECE
                       IF PCE-ATTENDUE
                           MOVE WS-ETAT-CLOTURE TO PCE-ETAT
                           MOVE WS-DATE-SYSTEME TO PCE-DATE-CLOTURE
                           MOVE W-PIECE TO FS-PCE-REC
                           REWRITE FS-PCE-REC
                           IF FS-PIECES NOT = '00'
                               DISPLAY 'ANOMALIE - REECRITURE PIECES '
                                       FS-PCE-CLE ' STATUS ' FS-PIECES
                               ADD 1 TO WS-CPT-ANOMALIES
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      * Fin du traitement quotidien - totaux                           *

       40000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'PIECES OUVERTES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CREEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RECEPTIONS POINTEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-POINTEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RECEPTIONS REJETEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'PIECES ENCORE ATTENDUES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ATTENDUES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES SUSPENDUS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SUSPENDUS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-PIECES
           CLOSE F-JOURNAL
           IF REGIONS-OUVERT
               CLOSE F-REGIONS
           END-IF
           CLOSE F-SUSPENS
           CLOSE F-RAPPORT
           .

      * Relances hebdomadaires - pieces attendues triees par agence    *

       50000-EDITER-RELANCES.
           MOVE 'PIECES JUSTIFICATIVES ATTENDUES - RELANCES AU'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RELANCE-REC
           WRITE FS-RELANCE-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-PCE-AGENCE SD-PCE-MAT SD-PCE-SEQ
                             SD-PCE-CODE
               INPUT PROCEDURE IS 51000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 52000-RESTITUER-TRI
           .

      * Pieces attendues, relance notee sur chaque piece               *

       51000-ALIMENTER-TRI.
           MOVE 'N' TO WS-FIN-PIECES
           MOVE LOW-VALUES TO FS-PCE-CLE
           START F-PIECES KEY IS NOT LESS THAN FS-PCE-CLE
               INVALID KEY
                   SET FIN-PIECES TO TRUE
           END-START
           PERFORM 51100-LIBERER-PIECE UNTIL FIN-PIECES
           .

       51100-LIBERER-PIECE.
           READ F-PIECES NEXT RECORD
               AT END
                   SET FIN-PIECES TO TRUE
               NOT AT END
                   MOVE FS-PCE-REC TO W-PIECE
                   IF PCE-ATTENDUE
                       MOVE PCE-AGENCE         TO SD-PCE-AGENCE
                       MOVE PCE-MAT            TO SD-PCE-MAT
                       MOVE PCE-SEQ-VEHICULE   TO SD-PCE-SEQ
                       MOVE PCE-CODE           TO SD-PCE-CODE
                       MOVE PCE-NOM-PRE        TO SD-PCE-NOM-PRE
                       MOVE PCE-DATE-LIMITE    TO SD-PCE-DATE-LIMITE
                       MOVE PCE-DATE-FINALE    TO SD-PCE-DATE-FINALE
                       IF PCE-NB-RELANCES < 99
                           ADD 1 TO PCE-NB-RELANCES
                       END-IF
                       MOVE PCE-NB-RELANCES    TO SD-PCE-NB-RELANCES
                       MOVE WS-DATE-SYSTEME    TO PCE-DATE-RELANCE
                       MOVE W-PIECE TO FS-PCE-REC
                       REWRITE FS-PCE-REC
                       RELEASE SD-PCE-REC
                   END-IF
           END-READ
           .

       52000-RESTITUER-TRI.
           PERFORM 52100-RETOURNER-PIECE
           PERFORM 53000-EDITER-RELANCE
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 54000-EDITER-TOTAL-AGENCE
           END-IF
           MOVE SPACES TO FS-RELANCE-REC
           WRITE FS-RELANCE-REC
           MOVE 'TOTAL PIECES RELANCEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RELANCES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RELANCE-REC
           WRITE FS-RELANCE-REC
           .

       52100-RETOURNER-PIECE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       53000-EDITER-RELANCE.
           IF PREMIER-GROUPE OR SD-PCE-AGENCE NOT = WS-AGENCE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 54000-EDITER-TOTAL-AGENCE
               END-IF
               MOVE SD-PCE-AGENCE TO WS-AGENCE-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE 0 TO WS-CPT-AGENCE
               MOVE SPACES TO FS-RELANCE-REC
               WRITE FS-RELANCE-REC
               MOVE SD-PCE-AGENCE TO WS-LIGA-AGENCE
               MOVE WS-LIG-AGENCE TO FS-RELANCE-REC
               WRITE FS-RELANCE-REC
               MOVE WS-LIG-ENTETE-REL TO FS-RELANCE-REC
               WRITE FS-RELANCE-REC
           END-IF

           MOVE SD-PCE-MAT         TO WS-LIGL-MAT
           MOVE SD-PCE-SEQ         TO WS-LIGL-VEHIC
           MOVE SD-PCE-NOM-PRE     TO WS-LIGL-NOM
           MOVE SD-PCE-CODE        TO WS-LIGL-PIECE
           PERFORM VARYING WS-IDX-PRQ FROM 1 BY 1
               UNTIL WS-IDX-PRQ > WS-NB-PIECES-REQUISES
               IF WS-PRQ-CODE(WS-IDX-PRQ) = SD-PCE-CODE
                   MOVE WS-PRQ-LIBELLE(WS-IDX-PRQ) TO WS-LIGL-PIECE
               END-IF
           END-PERFORM
           MOVE SD-PCE-DATE-LIMITE TO WS-LIGL-LIMITE
           MOVE SD-PCE-DATE-FINALE TO WS-LIGL-FINALE
           IF SD-PCE-DATE-LIMITE < WS-DATE-SYSTEME
               MOVE 'ECHUE' TO WS-LIGL-ETAT
           ELSE
               MOVE SPACES TO WS-LIGL-ETAT
           END-IF
           MOVE WS-LIG-RELANCE TO FS-RELANCE-REC
           WRITE FS-RELANCE-REC
           ADD 1 TO WS-CPT-AGENCE
           ADD 1 TO WS-CPT-RELANCES
           PERFORM 53100-AVISER-ASSURE

           PERFORM 52100-RETOURNER-PIECE
           .

      * Avis RELPIECE : vehicule, piece attendue, date de suspension   *

       53100-AVISER-ASSURE.
           MOVE SPACES TO WS-COM-NOTIF
           MOVE 'N' TO WS-NTF-FONCTION
           MOVE SD-PCE-MAT TO WS-NTF-MAT
           MOVE 'RELPIECE' TO WS-NTF-MODELE
           MOVE 'PIEASSU' TO WS-NTF-PROGRAMME
           MOVE SD-PCE-SEQ TO WS-NTF-VAR(1)
           MOVE WS-LIGL-PIECE TO WS-NTF-VAR(2)
           MOVE SD-PCE-DATE-FINALE TO WS-NTF-VAR(3)
           CALL WS-NOM-PGMNOTIF USING WS-COM-NOTIF
           IF WS-NTF-RETOUR = 00
               ADD 1 TO WS-CPT-AVIS-RELANCE
           END-IF
           .

       54000-EDITER-TOTAL-AGENCE.
           MOVE 'PIECES A RELANCER AGENCE' TO WS-LIGT-LIBELLE
           MOVE WS-AGENCE-PREC TO WS-LIGT-LIBELLE(26:3)
           MOVE WS-CPT-AGENCE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RELANCE-REC
           WRITE FS-RELANCE-REC
           .

      * Fin de l'edition des relances                                  *

       60000-FIN-RELANCE.
           CLOSE F-PIECES
           CLOSE F-RELANCE
           .
