       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLASSU.

      * SUIVI QUOTIDIEN DES VEHICULES VOLES - Parcourt le registre des *
      * vols WORK/VOLS.dat (alimente par SINASSU : sinistres de nature *
      * VOL, mouvements de suivi SINMVT 'V') et liste dans             *
      * WORK/VOLASSU.lst :                                             *
      *   - les vols dont le delai de carence de 30 jours avant        *
      *     indemnisation arrive a echeance (vehicule non retrouve) ;  *
      *     le suivi passe a 'D' pour n'etre signale qu'une fois       *
      *   - les vehicules retrouves dont le sinistre attend encore sa  *
      *     correction 'C' (montant, nature selon l'etat du vehicule) ;*
      *     listes chaque jour jusqu'a la correction (RC 4)            *
      * Un sinistre annule depuis sort du suivi (etat 'A').            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Registre des vehicules voles - fichier optionnel
           SELECT F-VOLS ASSIGN TO "WORK/VOLS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VO-CLE
               FILE STATUS IS FS-VOLS.

      * Fichier de sortie - listing du suivi
           SELECT F-RAPPORT ASSIGN TO "WORK/VOLASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-VOLS.
       01  FS-VO-REC.
           05 FS-VO-CLE             PIC X(10).
           05 FILLER                PIC X(70).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WSINISTR.
           COPY WVOL.

       01  FS-VOLS                   PIC XX.
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

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.
           05 WS-RET-NOTFOUND        PIC 99 VALUE 01.

       01  WS-DATE-SYSTEME            PIC 9(8).

       01  WS-VOLS-OUVERT             PIC X VALUE 'N'.
           88 VOLS-OUVERT                 VALUE 'O'.
       01  WS-FIN-VOLS                PIC X VALUE 'N'.
           88 FIN-VOLS                    VALUE 'O'.
       01  WS-A-REECRIRE              PIC X VALUE 'N'.
           88 A-REECRIRE                  VALUE 'O'.

       01  WS-MOTIF                   PIC X(30).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-EN-CARENCE      PIC 9(6) VALUE 0.
           05 WS-CPT-CARENCE-ECHUE   PIC 9(6) VALUE 0.
           05 WS-CPT-A-CORRIGER      PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes du listing
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(14) VALUE 'SINISTRE'.
           05 FILLER                  PIC X(5)  VALUE 'TYPE'.
           05 FILLER                  PIC X(9)  VALUE 'VOL LE'.
           05 FILLER                  PIC X(13) VALUE 'PLAINTE'.
           05 FILLER                  PIC X(9)  VALUE 'DATE'.
           05 FILLER                  PIC X(30) VALUE 'SUIVI'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT             PIC 9(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-SIN-SEQ         PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-VEHIC           PIC 99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-TYPE-V          PIC X(1).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-DATE-VOL        PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-NUM-PV          PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(30).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'SUIVI DES VEHICULES VOLES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF VOLS-OUVERT
               PERFORM 20000-LIRE-VOL UNTIL FIN-VOLS
           END-IF
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'VOLS EN SUIVI LUS    : ' WS-CPT-LUS
           DISPLAY 'EN DELAI DE CARENCE  : ' WS-CPT-EN-CARENCE
           DISPLAY 'CARENCE ECHUE        : ' WS-CPT-CARENCE-ECHUE
           DISPLAY 'RETROUVES A CORRIGER : ' WS-CPT-A-CORRIGER
           DISPLAY 'SINISTRES ANNULES    : ' WS-CPT-ANNULES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-A-CORRIGER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - ouverture des fichiers                        *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           OPEN I-O F-VOLS
           IF FS-VOLS = '00'
               MOVE 'O' TO WS-VOLS-OUVERT
           ELSE
               DISPLAY 'VOLS.dat ABSENT - AUCUN VOL EN SUIVI'
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SUIVI DES VEHICULES VOLES AU' TO FS-RAPPORT-REC
           MOVE WS-DATE-SYSTEME TO FS-RAPPORT-REC(30:8)
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Lecture du registre - les suivis soldes (C) ou annules (A) ne  *
      * sont plus examines                                             *

       20000-LIRE-VOL.
           READ F-VOLS NEXT RECORD
               AT END
                   SET FIN-VOLS TO TRUE
               NOT AT END
                   MOVE FS-VO-REC TO W-VOL
                   IF VO-SUIVI OF W-VOL = SPACE OR 'D' OR 'R'
                       ADD 1 TO WS-CPT-LUS
                       PERFORM 21000-EXAMINER-VOL
                   END-IF
           END-READ
           .

       21000-EXAMINER-VOL.
           MOVE 'N' TO WS-A-REECRIRE
           MOVE SPACES TO WS-ENREG
           MOVE VO-MAT OF W-VOL TO WS-ENREG(1:6)
           MOVE VO-SIN-SEQ OF W-VOL TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-SINISTRE
           ELSE
               MOVE 'X' TO SIN-ETAT OF W-SINISTRE
           END-IF

           EVALUATE TRUE
               WHEN SIN-ETAT OF W-SINISTRE = 'X'
                   MOVE 'A' TO VO-SUIVI OF W-VOL
                   MOVE 'O' TO WS-A-REECRIRE
                   ADD 1 TO WS-CPT-ANNULES
               WHEN VO-SUIVI OF W-VOL = 'R'
                   IF VO-ETAT-DECOUV OF W-VOL = 'I'
                       MOVE 'RETROUVE INTACT - SAISIR C'
                           TO WS-MOTIF
                   ELSE
                       MOVE 'RETROUVE ENDOMMAGE - SAISIR C'
                           TO WS-MOTIF
                   END-IF
                   MOVE VO-DATE-DECOUV OF W-VOL TO WS-LIGD-DATE
                   PERFORM 37000-ECRIRE-DETAIL
                   ADD 1 TO WS-CPT-A-CORRIGER
               WHEN VO-SUIVI OF W-VOL = SPACE
                       AND VO-DATE-FIN-CARENCE OF W-VOL
                           NOT > WS-DATE-SYSTEME
                   MOVE 'CARENCE ECHUE - A INDEMNISER' TO WS-MOTIF
                   MOVE VO-DATE-FIN-CARENCE OF W-VOL TO WS-LIGD-DATE
                   PERFORM 37000-ECRIRE-DETAIL
                   MOVE 'D' TO VO-SUIVI OF W-VOL
                   MOVE 'O' TO WS-A-REECRIRE
                   ADD 1 TO WS-CPT-CARENCE-ECHUE
               WHEN VO-SUIVI OF W-VOL = SPACE
                   ADD 1 TO WS-CPT-EN-CARENCE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF A-REECRIRE
               MOVE WS-DATE-SYSTEME TO VO-DATE-SUIVI OF W-VOL
               MOVE W-VOL TO FS-VO-REC
               REWRITE FS-VO-REC
               IF FS-VOLS NOT = '00'
                   DISPLAY 'ANOMALIE - REECRITURE VOLS '
                           VO-MAT OF W-VOL '/' VO-SIN-SEQ OF W-VOL
                           ' STATUS ' FS-VOLS
                   ADD 1 TO WS-CPT-ANOMALIES
               END-IF
           END-IF
           .

      * Ligne de detail vers le listing (WS-LIGD-DATE et WS-MOTIF      *
      * positionnes par l'appelant)                                    *

       37000-ECRIRE-DETAIL.
           MOVE VO-MAT OF W-VOL          TO WS-LIGD-MAT
           MOVE VO-SIN-SEQ OF W-VOL      TO WS-LIGD-SIN-SEQ
           MOVE VO-SEQ-VEHICULE OF W-VOL TO WS-LIGD-VEHIC
           MOVE VO-TYPE-V OF W-VOL       TO WS-LIGD-TYPE-V
           MOVE VO-DATE-VOL OF W-VOL     TO WS-LIGD-DATE-VOL
           MOVE VO-NUM-PV OF W-VOL       TO WS-LIGD-NUM-PV
           MOVE WS-MOTIF                 TO WS-LIGD-MOTIF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO WS-MOTIF
           .

      * Fin de traitement - totaux                                    *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'CARENCE ECHUE - A INDEMNISER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CARENCE-ECHUE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETROUVES - CORRECTION C' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-A-CORRIGER TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ENCORE EN DELAI DE CARENCE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EN-CARENCE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRES ANNULES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANNULES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           IF VOLS-OUVERT
               CLOSE F-VOLS
           END-IF
           CLOSE F-RAPPORT
           .
