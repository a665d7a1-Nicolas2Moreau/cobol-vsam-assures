       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGEST.

      * AFFECTATION DES SINISTRES AUX GESTIONNAIRES - Sous-programme   *
      * partage tenant le portefeuille des gestionnaires dans          *
      * WORK/USERS.dat (cf MAJUSERS) : un utilisateur de niveau 2 ou 3 *
      * ayant une region (FS-USR-REGION, '***' = toutes regions) est   *
      * gestionnaire sinistre ; FS-USR-DISPO ' ' disponible, 'A'       *
      * absent, 'P' parti ; FS-USR-NB-DOSSIERS compte ses sinistres    *
      * ouverts.                                                       *
      * Fonctions (LS-GES-FONCTION) :                                  *
      *   'A' : affecter un nouveau sinistre - region du CP du         *
      *         vehicule (WORK/REGIONS.dat), gestionnaire disponible   *
      *         de la region le moins charge (a charge egale, le       *
      *         premier identifiant, d'ou une rotation entre egaux),   *
      *         a defaut un gestionnaire '***', a defaut le moins      *
      *         charge de toutes les regions ; LS-GES-EXCLU n'est      *
      *         jamais retenu (reaffectation d'un absent) ; son        *
      *         compteur est incremente (SINASSU, CLMASSU, GESASSU)    *
      *   'P' : prise en charge par le gestionnaire LS-GES-USER        *
      *         (compteur + 1, reaffectation nominative)               *
      *   'L' : liberation par LS-GES-USER (compteur - 1, annulation   *
      *         ou reaffectation du sinistre)                          *
      *   'V' : verifier que LS-GES-USER est gestionnaire, sans mise   *
      *         a jour                                                 *
      *   'C' : recaler le compteur de LS-GES-USER sur LS-GES-NB       *
      *         (recomptage quotidien de GESASSU)                      *
      * Codes retour (LS-GES-RETOUR) :                                 *
      *   00 : OK - LS-GES-USER, LS-GES-REGION et LS-GES-NB rendus     *
      *   02 : aucun gestionnaire disponible - sinistre non affecte    *
      *   03 : LS-GES-USER inconnu ou non gestionnaire (ou absent/     *
      *        parti en 'P' et 'V')                                    *
      *   99 : fichier inaccessible / erreur de mise a jour            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-USERS ASSIGN TO "WORK/USERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-USR-ID
               FILE STATUS IS FS-USERS.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-USERS.
       01  FS-USR-REC.
           05 FS-USR-ID            PIC X(8).
           05 FS-USR-MDP           PIC X(8).
           05 FS-USR-NIVEAU        PIC 9(1).
           05 FS-USR-NOM           PIC X(20).
           05 FS-USR-REGION        PIC X(3).
           05 FS-USR-DISPO         PIC X(1).
           05 FS-USR-NB-DOSSIERS   PIC 9(5).
           05 FS-USR-RESTE         PIC X(4).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       WORKING-STORAGE SECTION.

       01  FS-USERS                PIC XX.
       01  FS-REGIONS              PIC XX.

       01  WS-CP-PREFIXE-NUM       PIC 99.
       01  WS-NB-DOSSIERS          PIC 9(5).
       01  WS-FIN-USERS            PIC X VALUE 'N'.
           88 FIN-USERS                VALUE 'O'.

      * Meilleurs candidats : dans la region, toutes regions ('***'),
      * et de toutes les regions (dernier recours)
       01  WS-CANDIDATS.
           05 WS-CAND-REGION       PIC X(8).
           05 WS-CAND-REGION-NB    PIC 9(5).
           05 WS-CAND-NATIONAL     PIC X(8).
           05 WS-CAND-NATIONAL-NB  PIC 9(5).
           05 WS-CAND-AUTRE        PIC X(8).
           05 WS-CAND-AUTRE-NB     PIC 9(5).

       LINKAGE SECTION.

       01  LS-GESTION.
           05 LS-GES-FONCTION      PIC X(1).
           05 LS-GES-CP            PIC 9(5).
           05 LS-GES-EXCLU         PIC X(8).
           05 LS-GES-USER          PIC X(8).
           05 LS-GES-REGION        PIC X(3).
           05 LS-GES-NB            PIC 9(5).
           05 LS-GES-RETOUR        PIC 99.
           05 FILLER               PIC X(8).

       PROCEDURE DIVISION USING LS-GESTION.

      * Programme principal                                           *

       MAIN-PGMGEST.
           MOVE 99 TO LS-GES-RETOUR
           OPEN I-O F-USERS
           IF FS-USERS NOT = '00'
               DISPLAY 'PGMGEST - USERS.dat INACCESSIBLE : ' FS-USERS
               GOBACK
           END-IF
           EVALUATE LS-GES-FONCTION
               WHEN 'A'
                   PERFORM AFFECTER-SINISTRE
               WHEN 'P'
               WHEN 'L'
               WHEN 'V'
               WHEN 'C'
                   PERFORM MAJ-GESTIONNAIRE
               WHEN OTHER
                   DISPLAY 'PGMGEST - FONCTION INCONNUE : '
                           LS-GES-FONCTION
           END-EVALUATE
           CLOSE F-USERS
           GOBACK.

      * Affectation d'un nouveau sinistre                              *

       AFFECTER-SINISTRE.
           PERFORM DETERMINER-REGION
           MOVE SPACES TO WS-CAND-REGION
           MOVE SPACES TO WS-CAND-NATIONAL
           MOVE SPACES TO WS-CAND-AUTRE
           MOVE 0 TO WS-CAND-REGION-NB
           MOVE 0 TO WS-CAND-NATIONAL-NB
           MOVE 0 TO WS-CAND-AUTRE-NB

           MOVE 'N' TO WS-FIN-USERS
           MOVE LOW-VALUES TO FS-USR-ID
           START F-USERS KEY IS >= FS-USR-ID
               INVALID KEY
                   SET FIN-USERS TO TRUE
           END-START
           PERFORM EXAMINER-UN-USER UNTIL FIN-USERS

           EVALUATE TRUE
               WHEN WS-CAND-REGION NOT = SPACES
                   MOVE WS-CAND-REGION TO LS-GES-USER
               WHEN WS-CAND-NATIONAL NOT = SPACES
                   MOVE WS-CAND-NATIONAL TO LS-GES-USER
               WHEN WS-CAND-AUTRE NOT = SPACES
                   MOVE WS-CAND-AUTRE TO LS-GES-USER
               WHEN OTHER
                   MOVE SPACES TO LS-GES-USER
                   MOVE 02 TO LS-GES-RETOUR
           END-EVALUATE
           IF LS-GES-USER NOT = SPACES
               MOVE 'P' TO LS-GES-FONCTION
               PERFORM MAJ-GESTIONNAIRE
               MOVE 'A' TO LS-GES-FONCTION
           END-IF
           .

       EXAMINER-UN-USER.
           READ F-USERS NEXT
               AT END
                   SET FIN-USERS TO TRUE
               NOT AT END
                   IF FS-USR-NIVEAU >= 2
                           AND FS-USR-REGION NOT = SPACES
                           AND FS-USR-DISPO = SPACE
                           AND FS-USR-ID NOT = LS-GES-EXCLU
                       PERFORM RETENIR-CANDIDAT
                   END-IF
           END-READ
           .

      * Le moins charge de chaque categorie (strictement moins : a     *
      * charge egale le premier lu reste retenu)                       *

       RETENIR-CANDIDAT.
           IF FS-USR-NB-DOSSIERS NUMERIC
               MOVE FS-USR-NB-DOSSIERS TO WS-NB-DOSSIERS
           ELSE
               MOVE 0 TO WS-NB-DOSSIERS
           END-IF
           IF FS-USR-REGION = LS-GES-REGION
               IF WS-CAND-REGION = SPACES
                       OR WS-NB-DOSSIERS < WS-CAND-REGION-NB
                   MOVE FS-USR-ID TO WS-CAND-REGION
                   MOVE WS-NB-DOSSIERS TO WS-CAND-REGION-NB
               END-IF
           END-IF
           IF FS-USR-REGION = '***'
               IF WS-CAND-NATIONAL = SPACES
                       OR WS-NB-DOSSIERS < WS-CAND-NATIONAL-NB
                   MOVE FS-USR-ID TO WS-CAND-NATIONAL
                   MOVE WS-NB-DOSSIERS TO WS-CAND-NATIONAL-NB
               END-IF
           END-IF
           IF WS-CAND-AUTRE = SPACES
                   OR WS-NB-DOSSIERS < WS-CAND-AUTRE-NB
               MOVE FS-USR-ID TO WS-CAND-AUTRE
               MOVE WS-NB-DOSSIERS TO WS-CAND-AUTRE-NB
           END-IF
           .

      * Region du prefixe CP - CP ou table absents : '???'             *

       DETERMINER-REGION.
           MOVE '???' TO LS-GES-REGION
           IF LS-GES-CP NUMERIC
                   AND LS-GES-CP > 0
               OPEN INPUT F-REGIONS
               IF FS-REGIONS = '00'
                   COMPUTE WS-CP-PREFIXE-NUM = LS-GES-CP / 1000
                   MOVE WS-CP-PREFIXE-NUM TO FS-REG-PREFIXE
                   READ F-REGIONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-REG-CODE TO LS-GES-REGION
                   END-READ
                   CLOSE F-REGIONS
               END-IF
           END-IF
           .

      * Prise en charge, liberation, verification ou recalage du       *
      * compteur d'un gestionnaire nomme                               *

       MAJ-GESTIONNAIRE.
           MOVE LS-GES-USER TO FS-USR-ID
           READ F-USERS
               INVALID KEY
                   MOVE 03 TO LS-GES-RETOUR
               NOT INVALID KEY
      * Un gestionnaire absent ou parti ne recoit plus de dossier
                   EVALUATE TRUE
                       WHEN FS-USR-NIVEAU < 2
                       WHEN FS-USR-REGION = SPACES
                           MOVE 03 TO LS-GES-RETOUR
                       WHEN (LS-GES-FONCTION = 'P' OR 'V')
                               AND FS-USR-DISPO NOT = SPACE
                           MOVE 03 TO LS-GES-RETOUR
                       WHEN OTHER
                           PERFORM COMPTER-DOSSIER
                   END-EVALUATE
           END-READ
           .

       COMPTER-DOSSIER.
           IF FS-USR-NB-DOSSIERS NOT NUMERIC
               MOVE 0 TO FS-USR-NB-DOSSIERS
           END-IF
           EVALUATE LS-GES-FONCTION
               WHEN 'P'
                   IF FS-USR-NB-DOSSIERS < 99999
                       ADD 1 TO FS-USR-NB-DOSSIERS
                   END-IF
               WHEN 'L'
                   IF FS-USR-NB-DOSSIERS > 0
                       SUBTRACT 1 FROM FS-USR-NB-DOSSIERS
                   END-IF
               WHEN 'C'
                   MOVE LS-GES-NB TO FS-USR-NB-DOSSIERS
           END-EVALUATE
           MOVE FS-USR-REGION TO LS-GES-REGION
           MOVE FS-USR-NB-DOSSIERS TO LS-GES-NB
           IF LS-GES-FONCTION = 'V'
               MOVE 00 TO LS-GES-RETOUR
           ELSE
               REWRITE FS-USR-REC
                   INVALID KEY
                       DISPLAY 'PGMGEST - ERREUR MISE A JOUR '
                               FS-USR-ID
                       MOVE 99 TO LS-GES-RETOUR
                   NOT INVALID KEY
                       MOVE 00 TO LS-GES-RETOUR
               END-REWRITE
           END-IF
           .
