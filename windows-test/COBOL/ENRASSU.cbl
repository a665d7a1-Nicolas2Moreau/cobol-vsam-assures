       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRASSU.

      * CHARGEMENT DES RETOURS DE L'ENQUETE DE SATISFACTION SINISTRE -*
      * Le prestataire renvoie une ligne par questionnaire repondu     *
      * (WORK/ENQRET.dat, cf WENQRET.cpy) sous la reference du         *
      * sinistre extrait par ENQASSU. Les notes (globale, rapidite du  *
      * reglement, qualite du reparateur - de 00 a 10) sont portees    *
      * sur le sinistre dans WORK/ENQSAT.dat (cf CENQSAT.cpy), qui     *
      * passe a l'etat 'R' ; une note a blanc est enregistree 99 (sans *
      * objet), seule la note globale est obligatoire.                 *
      * Sont listes en anomalie dans WORK/ENRASSU.lst, sans mise a     *
      * jour :                                                         *
      *   - la reference ou la date de reponse non numerique           *
      *   - une note hors 00-10 (ou la note globale absente)           *
      *   - le sinistre jamais propose a l'enquete                     *
      *   - le sinistre dont la reponse est deja enregistree           *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Retours du prestataire d'enquete
           SELECT F-RETOURS ASSIGN TO "WORK/ENQRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETOURS.

      * Sinistres proposes a l'enquete (cf ENQASSU)
           SELECT F-ENQSAT ASSIGN TO "WORK/ENQSAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ENQ-CLE
               FILE STATUS IS FS-ENQSAT.

      * Fichier de sortie - liste des retours en anomalie
           SELECT F-RAPPORT ASSIGN TO "WORK/ENRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RETOURS.
       01  FS-RET-REC               PIC X(40).

       FD  F-ENQSAT.
       01  FS-ENQ-REC.
           05 FS-ENQ-CLE           PIC X(10).
           05 FS-ENQ-DATA          PIC X(70).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WENQSAT.
           COPY WENQRET.

       01  FS-RETOURS                PIC XX.
       01  FS-ENQSAT                 PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Controle d'une note : valeur lue, note retenue, validite
       01  WS-NOTE-LUE                PIC X(2).
       01  WS-NOTE-LUE-NUM REDEFINES WS-NOTE-LUE PIC 99.
       01  WS-NOTE-RETENUE            PIC 99.
       01  WS-NOTE-VALIDE             PIC X.
           88 NOTE-VALIDE                 VALUE 'O'.

      * Notes retenues du retour courant
       01  WS-NOTES.
           05 WS-NOTE-GLOBALE        PIC 99.
           05 WS-NOTE-DELAI          PIC 99.
           05 WS-NOTE-REPARATEUR     PIC 99.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-CHARGES         PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(6) VALUE 0.

      * Ligne de detail (retours en anomalie)
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-SEQ             PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-DATE            PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-NOTES           PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(30).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RETOURS ENQUETE DE SATISFACTION SINISTRE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-RETOUR UNTIL FS-RETOURS = '10'
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'RETOURS LUS          : ' WS-CPT-LUS
           DISPLAY 'NOTES ENREGISTREES   : ' WS-CPT-CHARGES
           DISPLAY 'RETOURS EN ANOMALIE  : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - ouverture des fichiers                        *

       10000-INIT.
           OPEN INPUT F-RETOURS
           IF FS-RETOURS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQRET : ' FS-RETOURS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O F-ENQSAT
           IF FS-ENQSAT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQSAT : ' FS-ENQSAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'RETOURS ENQUETE DE SATISFACTION - ANOMALIES'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRE     REPONSE   NOTES     MOTIF'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Lecture d'un retour                                           *

       20000-LIRE-RETOUR.
           READ F-RETOURS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-RET-REC TO W-ENQRET
                   PERFORM 21000-TRAITER-RETOUR THRU FIN-21000
           END-READ
           .

      * Controles du retour puis report des notes sur le sinistre      *

       21000-TRAITER-RETOUR.
           IF RT-MAT NOT NUMERIC OR RT-SIN-SEQ NOT NUMERIC
               MOVE 'REFERENCE INVALIDE' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF
           IF RT-DATE-REPONSE NOT NUMERIC OR RT-DATE-REPONSE = ZERO
               MOVE 'DATE DE REPONSE INVALIDE' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF

      * Note globale obligatoire, les deux autres facultatives
           IF RT-NOTE-GLOBALE = SPACES
               MOVE 'NOTE GLOBALE ABSENTE' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF
           MOVE RT-NOTE-GLOBALE TO WS-NOTE-LUE
           PERFORM 22000-CONTROLER-NOTE
           IF NOT NOTE-VALIDE
               MOVE 'NOTE GLOBALE HORS 00-10' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF
           MOVE WS-NOTE-RETENUE TO WS-NOTE-GLOBALE

           MOVE RT-NOTE-DELAI TO WS-NOTE-LUE
           PERFORM 22000-CONTROLER-NOTE
           IF NOT NOTE-VALIDE
               MOVE 'NOTE RAPIDITE HORS 00-10' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF
           MOVE WS-NOTE-RETENUE TO WS-NOTE-DELAI

           MOVE RT-NOTE-REPARATEUR TO WS-NOTE-LUE
           PERFORM 22000-CONTROLER-NOTE
           IF NOT NOTE-VALIDE
               MOVE 'NOTE REPARATEUR HORS 00-10' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF
           MOVE WS-NOTE-RETENUE TO WS-NOTE-REPARATEUR

           MOVE RT-REFERENCE TO FS-ENQ-CLE
           READ F-ENQSAT
               INVALID KEY
                   MOVE 'SINISTRE NON ENQUETE' TO WS-LIGD-MOTIF
                   PERFORM 23000-SIGNALER-ANOMALIE
                   GO TO FIN-21000
           END-READ
           MOVE FS-ENQ-REC TO W-ENQSAT
           IF ENQ-REPONDUE
               MOVE 'REPONSE DEJA ENREGISTREE' TO WS-LIGD-MOTIF
               PERFORM 23000-SIGNALER-ANOMALIE
               GO TO FIN-21000
           END-IF

           SET ENQ-REPONDUE TO TRUE
           MOVE RT-DATE-REPONSE    TO ENQ-DATE-REPONSE
           MOVE WS-NOTE-GLOBALE    TO ENQ-NOTE-GLOBALE
           MOVE WS-NOTE-DELAI      TO ENQ-NOTE-DELAI
           MOVE WS-NOTE-REPARATEUR TO ENQ-NOTE-REPARATEUR
           MOVE W-ENQSAT TO FS-ENQ-REC
           REWRITE FS-ENQ-REC
               INVALID KEY
                   MOVE 'MISE A JOUR ENQSAT REFUSEE' TO WS-LIGD-MOTIF
                   PERFORM 23000-SIGNALER-ANOMALIE
                   GO TO FIN-21000
           END-REWRITE
           ADD 1 TO WS-CPT-CHARGES
           .
       FIN-21000.
           EXIT.

      * Note WS-NOTE-LUE : a blanc -> 99 (sans objet), sinon 00 a 10   *

       22000-CONTROLER-NOTE.
           MOVE 'O' TO WS-NOTE-VALIDE
           IF WS-NOTE-LUE = SPACES
               MOVE 99 TO WS-NOTE-RETENUE
           ELSE
               IF WS-NOTE-LUE NUMERIC AND WS-NOTE-LUE-NUM NOT > 10
                   MOVE WS-NOTE-LUE-NUM TO WS-NOTE-RETENUE
               ELSE
                   MOVE 'N' TO WS-NOTE-VALIDE
               END-IF
           END-IF
           .

       23000-SIGNALER-ANOMALIE.
           MOVE RT-MAT          TO WS-LIGD-MAT
           MOVE RT-SIN-SEQ      TO WS-LIGD-SEQ
           MOVE RT-DATE-REPONSE TO WS-LIGD-DATE
           MOVE SPACES TO WS-LIGD-NOTES
           STRING RT-NOTE-GLOBALE ' ' RT-NOTE-DELAI ' '
                  RT-NOTE-REPARATEUR
               DELIMITED BY SIZE INTO WS-LIGD-NOTES
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-CPT-ANOMALIES
           .

      * Fin de traitement - totaux                                    *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETOURS LUS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-LUS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'NOTES ENREGISTREES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CHARGES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETOURS EN ANOMALIE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANOMALIES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-RETOURS
           CLOSE F-ENQSAT
           CLOSE F-RAPPORT
           .
