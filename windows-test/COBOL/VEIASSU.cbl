       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEIASSU.

      * RETRAIT DES VEHICULES EN PERTE TOTALE (VEHICULE ECONOMIQUEMENT *
      * IRREPARABLE) - SINASSU inscrit dans WORK/PERTOT.dat chaque     *
      * vehicule declare en perte totale (mouvement SINMVT 'P') avec   *
      * sa valeur, la franchise deduite et le reglement net. Pour      *
      * chaque inscription en attente ce programme genere le retrait   *
      * du vehicule, pour qu'il ne soit plus renouvele par PRIMCALC ni *
      * facture :                                                      *
      *   - vehicule autre que le principal -> mouvement 'X' (layout   *
      *     v2, F-SEQ-VEHICULE vise)                                   *
      *   - vehicule principal (01), seul vehicule de la police ->     *
      *     mouvement de suppression 'S' (layout v2, vehicule 01)      *
      *   - vehicule principal d'une police qui en porte d'autres ->   *
      *     non genere (MAJASSV2 refuse le retrait du 01), liste pour  *
      *     traitement manuel et reexamine au run suivant              *
      * Les mouvements, a effet immediat, sont deposes dans            *
      * WORK/VEIMVT.dat, a recharger en FMVTSE via le fichier de       *
      * controle MVTLISTE de MAJASSV2. La cause du retrait est portee  *
      * par le lot 'VE'+MMJJ (F-BATCH-ID, repris au JOURNAL et a       *
      * HISTOASS) et par le motif PT-MOTIF de PERTOT, mis a jour avec  *
      * l'etat, la date et le lot du retrait.                          *
      * Le detail est edite dans WORK/VEIASSU.lst.                     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Vehicules en perte totale (SINASSU) - fichier optionnel
           SELECT F-PERTOT ASSIGN TO "WORK/PERTOT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PT-CLE
               FILE STATUS IS FS-PERTOT.

      * Mouvements de retrait generes (extrait FMVTSE)
           SELECT F-MOUVEMENT ASSIGN TO "WORK/VEIMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOUVEMENT.

      * Fichier de sortie - listing des retraits
           SELECT F-RAPPORT ASSIGN TO "WORK/VEIASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PERTOT.
       01  FS-PT-REC.
           05 FS-PT-CLE             PIC X(10).
           05 FILLER                PIC X(70).

       FD  F-MOUVEMENT.
       01  FS-MVT-REC               PIC X(100).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WSINISTR.
           COPY WPERTOT.
           COPY WFMVTSE.

       01  FS-PERTOT                 PIC XX.
       01  FS-MOUVEMENT              PIC XX.
       01  FS-RAPPORT                PIC XX.

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
           05 WS-RET-NOTFOUND        PIC 99 VALUE 01.

       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.

      * Identifiant du lot de mouvements genere : 'VE' + MMJJ du run
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(2) VALUE 'VE'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

       01  WS-PERTOT-OUVERT           PIC X VALUE 'N'.
           88 PERTOT-OUVERT               VALUE 'O'.
       01  WS-FIN-PERTOT              PIC X VALUE 'N'.
           88 FIN-PERTOT                  VALUE 'O'.

      * Vehicules de la police balayes sur ASSURES3
       01  WS-MAT-CIBLE               PIC 9(6).
       01  WS-NB-VEHICULES            PIC 9(3) VALUE 0.
       01  WS-VEHICULE-TROUVE         PIC X VALUE 'N'.
           88 VEHICULE-TROUVE             VALUE 'O'.
       01  WS-FIN-POLICE              PIC X VALUE 'N'.
           88 FIN-POLICE                  VALUE 'O'.
       01  W-ASSURE-CIBLE             PIC X(120).

       01  WS-MOTIF                   PIC X(24).
      * Code du mouvement de retrait a generer : X ou S
       01  WS-CODE-RETRAIT            PIC X.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-RETRAITS-X      PIC 9(6) VALUE 0.
           05 WS-CPT-SUPPRESSIONS    PIC 9(6) VALUE 0.
           05 WS-CPT-MANUELS         PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-RETIRES    PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes du listing
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(15) VALUE 'SINISTRE'.
           05 FILLER                  PIC X(5)  VALUE 'TYPE'.
           05 FILLER                  PIC X(4)  VALUE 'AGE'.
           05 FILLER                  PIC X(11) VALUE ' VALEUR'.
           05 FILLER                  PIC X(11) VALUE ' REGLEMENT'.
           05 FILLER                  PIC X(24) VALUE 'RETRAIT'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT             PIC 9(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-SIN-SEQ         PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-VEHIC           PIC 99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-TYPE-V          PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LIGD-AGE             PIC Z9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-VALEUR          PIC ZZZZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-REGLEMENT       PIC ZZZZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(24).
       01  WS-LIG-CAUSE.
           05 FILLER                  PIC X(16) VALUE SPACES.
           05 FILLER                  PIC X(7)  VALUE 'CAUSE :'.
           05 WS-LIGC-MOTIF           PIC X(16).
           05 FILLER                  PIC X(8)  VALUE '   LOT :'.
           05 WS-LIGC-LOT             PIC X(6).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RETRAIT DES VEHICULES EN PERTE TOTALE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF PERTOT-OUVERT
               PERFORM 20000-LIRE-PERTOT UNTIL FIN-PERTOT
           END-IF
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'PERTES TOTALES LUES  : ' WS-CPT-LUS
           DISPLAY 'RETRAITS X GENERES   : ' WS-CPT-RETRAITS-X
           DISPLAY 'SUPPRESSIONS S       : ' WS-CPT-SUPPRESSIONS
           DISPLAY 'RETRAITS MANUELS     : ' WS-CPT-MANUELS
           DISPLAY 'DEJA RETIRES         : ' WS-CPT-DEJA-RETIRES
           DISPLAY 'SINISTRES ANNULES    : ' WS-CPT-ANNULES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-MANUELS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - ouverture des fichiers                        *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DSY-MM TO WS-BATCH-MM
           MOVE WS-DSY-JJ TO WS-BATCH-JJ
           DISPLAY 'LOT DE MOUVEMENTS ' WS-BATCH-ID

           OPEN I-O F-PERTOT
           IF FS-PERTOT = '00'
               MOVE 'O' TO WS-PERTOT-OUVERT
           ELSE
               DISPLAY 'PERTOT.dat ABSENT - AUCUNE PERTE TOTALE'
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-MOUVEMENT
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE VEIMVT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'RETRAIT DES VEHICULES EN PERTE TOTALE (VEI)'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Lecture d'une perte totale - seules les inscriptions en        *
      * attente et celles laissees au retrait manuel sont examinees    *

       20000-LIRE-PERTOT.
           READ F-PERTOT NEXT RECORD
               AT END
                   SET FIN-PERTOT TO TRUE
               NOT AT END
                   MOVE FS-PT-REC TO W-PERTOT
                   IF PT-ETAT OF W-PERTOT = SPACE OR 'M'
                       ADD 1 TO WS-CPT-LUS
                       PERFORM 21000-TRAITER-PERTE-TOTALE
                   END-IF
           END-READ
           .

       21000-TRAITER-PERTE-TOTALE.
      * Sinistre annule depuis la declaration : plus de retrait
           MOVE SPACES TO WS-ENREG
           MOVE PT-MAT OF W-PERTOT TO WS-ENREG(1:6)
           MOVE PT-SIN-SEQ OF W-PERTOT TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-SINISTRE
           ELSE
               MOVE 'X' TO SIN-ETAT OF W-SINISTRE
           END-IF

           PERFORM 22000-BALAYER-POLICE

           EVALUATE TRUE
               WHEN SIN-ETAT OF W-SINISTRE = 'X'
                   MOVE 'A' TO PT-ETAT OF W-PERTOT
                   MOVE 'SINISTRE ANNULE' TO WS-MOTIF
                   ADD 1 TO WS-CPT-ANNULES
               WHEN NOT VEHICULE-TROUVE
                   MOVE 'D' TO PT-ETAT OF W-PERTOT
                   MOVE 'VEHICULE DEJA RETIRE' TO WS-MOTIF
                   ADD 1 TO WS-CPT-DEJA-RETIRES
               WHEN PT-SEQ-VEHICULE OF W-PERTOT NOT = 01
                   MOVE 'X' TO WS-CODE-RETRAIT
                   PERFORM 23000-GENERER-RETRAIT
                   MOVE 'X GENERE' TO WS-MOTIF
                   ADD 1 TO WS-CPT-RETRAITS-X
               WHEN WS-NB-VEHICULES = 1
                   MOVE 'S' TO WS-CODE-RETRAIT
                   PERFORM 23000-GENERER-RETRAIT
                   MOVE 'S GENERE (SEUL VEHICULE)' TO WS-MOTIF
                   ADD 1 TO WS-CPT-SUPPRESSIONS
               WHEN OTHER
                   MOVE 'M' TO PT-ETAT OF W-PERTOT
                   MOVE 'MANUEL - VEHICULE 01' TO WS-MOTIF
                   ADD 1 TO WS-CPT-MANUELS
           END-EVALUATE

           MOVE W-PERTOT TO FS-PT-REC
           REWRITE FS-PT-REC
           IF FS-PERTOT NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE PERTOT '
                       PT-MAT OF W-PERTOT '/' PT-SIN-SEQ OF W-PERTOT
                       ' STATUS ' FS-PERTOT
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Vehicules de la police sur ASSURES3 : nombre de vehicules et   *
      * presence du vehicule detruit (conserve dans W-ASSURE-CIBLE)    *

       22000-BALAYER-POLICE.
           MOVE 0 TO WS-NB-VEHICULES
           MOVE 'N' TO WS-VEHICULE-TROUVE
           MOVE 'N' TO WS-FIN-POLICE
           MOVE PT-MAT OF W-PERTOT TO WS-MAT-CIBLE
           MOVE SPACES TO WS-ENREG
           MOVE PT-MAT OF W-PERTOT TO WS-ENREG(1:6)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-POLICE TO TRUE
           END-IF
           PERFORM 22100-LIRE-VEHICULE-POLICE UNTIL FIN-POLICE
           .

       22100-LIRE-VEHICULE-POLICE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-POLICE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-ASSURE
               IF MAT-A4 OF W-ASSURE NOT = WS-MAT-CIBLE
                   SET FIN-POLICE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-VEHICULES
                   IF SEQ-VEHICULE-A4 OF W-ASSURE
                           = PT-SEQ-VEHICULE OF W-PERTOT
                       SET VEHICULE-TROUVE TO TRUE
                       MOVE W-ASSURE TO W-ASSURE-CIBLE
                   END-IF
               END-IF
           END-IF
           .

      * Mouvement de retrait a effet immediat (WS-CODE-RETRAIT         *
      * positionne par l'appelant), vehicule vise en layout v2         *

       23000-GENERER-RETRAIT.
           MOVE W-ASSURE-CIBLE TO W-ASSURE
           MOVE SPACES                      TO W-FMVTSE
           MOVE WS-CODE-RETRAIT             TO F-CODE
           MOVE MAT-X4 OF W-ASSURE          TO F-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE          TO F-RUE
           MOVE CP-A4 OF W-ASSURE           TO F-CP
           MOVE VILLE-A4 OF W-ASSURE        TO F-VILLE
           MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
           MOVE BM-A4 OF W-ASSURE           TO F-BM
           MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
           MOVE 0                           TO F-DATE-EFFET
           MOVE WS-BATCH-ID                 TO F-BATCH-ID
           MOVE '2'                         TO F-VERSION
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
           MOVE W-FMVTSE TO FS-MVT-REC
           WRITE FS-MVT-REC
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE VEIMVT MATRICULE '
                       F-MAT ' STATUS ' FS-MOUVEMENT
               ADD 1 TO WS-CPT-ANOMALIES
           ELSE
               MOVE 'G' TO PT-ETAT OF W-PERTOT
               MOVE WS-DATE-SYSTEME TO PT-DATE-RETRAIT OF W-PERTOT
               MOVE WS-BATCH-ID TO PT-LOT OF W-PERTOT
           END-IF
           .

      * Ligne de detail vers le listing, suivie de la cause            *

       37000-ECRIRE-DETAIL.
           MOVE PT-MAT OF W-PERTOT          TO WS-LIGD-MAT
           MOVE PT-SIN-SEQ OF W-PERTOT      TO WS-LIGD-SIN-SEQ
           MOVE PT-SEQ-VEHICULE OF W-PERTOT TO WS-LIGD-VEHIC
           MOVE PT-TYPE-V OF W-PERTOT       TO WS-LIGD-TYPE-V
           MOVE PT-AGE OF W-PERTOT          TO WS-LIGD-AGE
           MOVE PT-VALEUR OF W-PERTOT       TO WS-LIGD-VALEUR
           MOVE PT-REGLEMENT OF W-PERTOT    TO WS-LIGD-REGLEMENT
           MOVE WS-MOTIF                    TO WS-LIGD-MOTIF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE PT-MOTIF OF W-PERTOT        TO WS-LIGC-MOTIF
           MOVE PT-LOT OF W-PERTOT          TO WS-LIGC-LOT
           MOVE WS-LIG-CAUSE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO WS-MOTIF
           .

      * Fin de traitement - totaux                                    *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETRAITS X GENERES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RETRAITS-X TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SUPPRESSIONS S GENEREES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SUPPRESSIONS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETRAITS MANUELS A FAIRE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-MANUELS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES DEJA RETIRES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DEJA-RETIRES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRES ANNULES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANNULES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           IF PERTOT-OUVERT
               CLOSE F-PERTOT
           END-IF
           CLOSE F-MOUVEMENT
           CLOSE F-RAPPORT
           .
