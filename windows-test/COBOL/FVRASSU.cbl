       IDENTIFICATION DIVISION.
       PROGRAM-ID. FVRASSU.

      * CHARGEMENT DES ACCUSES DU FICHIER DES VEHICULES ASSURES (FVA) -*
      * Le fichier renvoie chaque declaration de FVAASSU avec sa zone  *
      * retour renseignee (WORK/FVAACK.dat, cf WFVA.cpy) :             *
      *   'A' acceptee -> comptee, rien a faire                        *
      *   'R' rejetee  -> ajoutee a WORK/FVAREJ.dat et listee avec son *
      *                   code rejet dans WORK/FVRASSU.lst pour        *
      *                   correction (identite, dates) par les         *
      *                   mouvements habituels ; FVAASSU PARM RENVOI   *
      *                   la renvoie au prochain extrait               *
      * Un accuse sans statut connu est liste en anomalie.             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Accuses du fichier des vehicules assures
           SELECT F-ACCUSES ASSIGN TO "WORK/FVAACK.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCUSES.

      * Rejets en attente de renvoi (relus par FVAASSU)
           SELECT F-REJETS ASSIGN TO "WORK/FVAREJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJETS.

      * Fichier de sortie - liste des rejets a corriger
           SELECT F-RAPPORT ASSIGN TO "WORK/FVRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ACCUSES.
       01  FS-ACC-REC               PIC X(120).

       FD  F-REJETS.
       01  FS-REJ-REC               PIC X(120).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WFVA.

       01  FS-ACCUSES                PIC XX.
       01  FS-REJETS                 PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-ACCEPTES        PIC 9(6) VALUE 0.
           05 WS-CPT-REJETES         PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(6) VALUE 0.

      * Ligne de detail
       01  WS-LIG-DETAIL.
           05 WS-LIGD-STATUT          PIC X(9).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-REF-DATE        PIC 9(8).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 WS-LIGD-REF-NUMERO      PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-TYPE            PIC X.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-VEHIC           PIC 99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-NOM             PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-CODE            PIC X(3).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'CHARGEMENT DES ACCUSES FVA'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-ACCUSE UNTIL FS-ACCUSES = '10'
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACCUSES LUS          : ' WS-CPT-LUS
           DISPLAY 'ACCEPTES             : ' WS-CPT-ACCEPTES
           DISPLAY 'REJETES              : ' WS-CPT-REJETES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - ouverture des fichiers                        *

       10000-INIT.
           OPEN INPUT F-ACCUSES
           IF FS-ACCUSES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FVAACK : ' FS-ACCUSES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-REJETS
           IF FS-REJETS NOT = '00'
               OPEN OUTPUT F-REJETS
           END-IF
           IF FS-REJETS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FVAREJ : ' FS-REJETS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'ACCUSES DU FICHIER DES VEHICULES ASSURES - REJETS'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'STATUT    REFERENCE        T  VEHICULE   ASSURE'
               TO FS-RAPPORT-REC
           MOVE 'CODE' TO FS-RAPPORT-REC(62:4)
           WRITE FS-RAPPORT-REC
           .

      * Lecture d'un accuse                                           *

       20000-LIRE-ACCUSE.
           READ F-ACCUSES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-ACC-REC TO W-FVA
                   PERFORM 21000-TRAITER-ACCUSE
           END-READ
           .

       21000-TRAITER-ACCUSE.
           EVALUATE TRUE
               WHEN FV-ACK-ACCEPTE
                   ADD 1 TO WS-CPT-ACCEPTES
               WHEN FV-ACK-REJETE
                   MOVE W-FVA TO FS-REJ-REC
                   WRITE FS-REJ-REC
                   ADD 1 TO WS-CPT-REJETES
                   MOVE 'REJET' TO WS-LIGD-STATUT
                   PERFORM 22000-ECRIRE-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-CPT-ANOMALIES
                   MOVE 'ANOMALIE' TO WS-LIGD-STATUT
                   PERFORM 22000-ECRIRE-DETAIL
           END-EVALUATE
           .

       22000-ECRIRE-DETAIL.
           MOVE FV-REF-DATE     TO WS-LIGD-REF-DATE
           MOVE FV-REF-NUMERO   TO WS-LIGD-REF-NUMERO
           MOVE FV-TYPE         TO WS-LIGD-TYPE
           MOVE FV-MAT          TO WS-LIGD-MAT
           MOVE FV-SEQ-VEHICULE TO WS-LIGD-VEHIC
           MOVE FV-NOM-PRE      TO WS-LIGD-NOM
           MOVE FV-ACK-CODE     TO WS-LIGD-CODE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - totaux                                    *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DECLARATIONS ACCEPTEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ACCEPTES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DECLARATIONS REJETEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ACCUSES EN ANOMALIE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANOMALIES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-ACCUSES
           CLOSE F-REJETS
           CLOSE F-RAPPORT
           .
