       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGENC.

      * AGENCE GESTIONNAIRE - Sous-programme partage rendant l'agence  *
      * qui sert une police et sa direction regionale, d'apres le      *
      * referentiel WORK/AGENCES.dat (cf CAGENCE.cpy, charge par       *
      * LOADREGT, tenu par MAJREGTF) :                                 *
      *   - police rattachee dans WORK/AGCPOL.dat (cf CAGCPOL.cpy) :   *
      *     agence du rattachement (origine 'R')                       *
      *   - a defaut, agence de la region du code postal (prefixe de   *
      *     CP via WORK/REGIONS.dat, comme avant le referentiel -      *
      *     origine 'C')                                               *
      * Les fichiers sont charges/ouverts au premier appel puis        *
      * conserves pour les appels suivants ; referentiel absent = les  *
      * codes sont rendus sans fiche (retour 01).                      *
      * Fonctions (LS-AGN-FONCTION) :                                  *
      *   'P' : agence d'une police (LS-AGN-MAT, LS-AGN-CP)            *
      *   'A' : fiche d'une agence ou direction (LS-AGN-CODE) - pour   *
      *         une direction, LS-AGN-DIRECTION rend son propre code   *
      * Codes retour (LS-AGN-RETOUR) :                                 *
      *   00 : OK - fiche de l'agence et de sa direction renseignees   *
      *   01 : code absent du referentiel - LS-AGN-CODE rendu, fiche   *
      *        a blanc, direction '???'                                *
      *   02 : fonction inconnue                                       *
      *   03 : agence indeterminable (police non rattachee et prefixe  *
      *        de CP inconnu) - LS-AGN-CODE = '???'                    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-AGENCES ASSIGN TO "WORK/AGENCES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-AGN-CODE
               FILE STATUS IS FS-AGENCES.

           SELECT F-AGCPOL ASSIGN TO "WORK/AGCPOL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-APL-MAT
               FILE STATUS IS FS-AGCPOL.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-AGENCES.
       01  FS-AGN-REC.
           05 FS-AGN-CODE          PIC X(3).
           05 FS-AGN-DATA          PIC X(97).

       FD  F-AGCPOL.
       01  FS-APL-REC.
           05 FS-APL-MAT           PIC X(6).
           05 FS-APL-DATA          PIC X(34).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       WORKING-STORAGE SECTION.

       01  FS-AGENCES              PIC XX.
       01  FS-AGCPOL               PIC XX.
       01  FS-REGIONS              PIC XX.

      * Etat des fichiers (charges/ouverts au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-RATTACH-DISPONIBLE   PIC X VALUE 'N'.
           88 RATTACH-DISPONIBLE       VALUE 'O'.

           COPY WAGENCE.
           COPY WAGCPOL.

      * Referentiel des agences en memoire (enregistrements CAGENCE
      * entiers, recherche lineaire sur le code)
       01  WS-TABLE-AGENCES.
           05 WS-AGN-ENTREE        PIC X(100) OCCURS 200 TIMES.
       01  WS-NB-AGENCES           PIC 9(3) VALUE 0.
       01  WS-AGN-IDX              PIC 9(3).
       01  WS-AGN-CHERCHE          PIC X(3).
       01  WS-AGN-TROUVEE          PIC X VALUE 'N'.
           88 AGN-TROUVEE              VALUE 'O'.

      * Table des regions (prefixe CP -> code agence), chargee depuis
      * WORK/REGIONS.dat - prefixe absent de la table : code '???'
           COPY CREGION.
       01  WS-NB-REG-CHARGEES      PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE      PIC 99.
       01  WS-CP-PREFIXE-NUM       PIC 99.
       01  WS-CP-PREFIXE           PIC X(2).

       LINKAGE SECTION.

       01  LS-AGENCE.
           05 LS-AGN-FONCTION      PIC X(1).
           05 LS-AGN-MAT           PIC X(6).
           05 LS-AGN-CP            PIC 9(5).
           05 LS-AGN-CODE          PIC X(3).
           05 LS-AGN-ORIGINE       PIC X(1).
           05 LS-AGN-FICHE.
               10 LS-AGN-TYPE      PIC X(1).
               10 LS-AGN-NOM       PIC X(20).
               10 LS-AGN-RUE       PIC X(25).
               10 LS-AGN-CP-AGENCE PIC 9(5).
               10 LS-AGN-VILLE     PIC X(12).
               10 LS-AGN-RESPONSABLE PIC X(20).
               10 LS-AGN-STATUT    PIC X(1).
               10 LS-AGN-DIRECTION PIC X(3).
               10 LS-AGN-NOM-DIRECTION PIC X(20).
           05 LS-AGN-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-AGENCE.

      * Programme principal                                           *

       MAIN-PGMAGENC.
           MOVE 00 TO LS-AGN-RETOUR
           MOVE SPACES TO LS-AGN-FICHE
           MOVE 0 TO LS-AGN-CP-AGENCE
           IF PREMIER-APPEL
               PERFORM CHARGER-REFERENTIEL
           END-IF

           EVALUATE LS-AGN-FONCTION
               WHEN 'P'
                   PERFORM DETERMINER-AGENCE-POLICE
                   IF LS-AGN-CODE = '???'
                       MOVE '???' TO LS-AGN-DIRECTION
                       MOVE 03 TO LS-AGN-RETOUR
                   ELSE
                       PERFORM RENDRE-FICHE
                   END-IF
               WHEN 'A'
                   MOVE SPACE TO LS-AGN-ORIGINE
                   PERFORM RENDRE-FICHE
               WHEN OTHER
                   MOVE 02 TO LS-AGN-RETOUR
           END-EVALUATE
           GOBACK.

      * Chargement du referentiel et des regions, ouverture des        *
      * rattachements au premier appel                                 *

       CHARGER-REFERENTIEL.
           MOVE 'N' TO WS-PREMIER-APPEL
           OPEN INPUT F-AGENCES
           IF FS-AGENCES = '00'
               PERFORM LIRE-AGENCE UNTIL FS-AGENCES NOT = '00'
               CLOSE F-AGENCES
           ELSE
               DISPLAY 'PGMAGENC - REFERENTIEL DES AGENCES ABSENT '
                       '(WORK/AGENCES.dat)'
           END-IF

           OPEN INPUT F-REGIONS
           IF FS-REGIONS = '00'
               PERFORM LIRE-REGION UNTIL FS-REGIONS NOT = '00'
               CLOSE F-REGIONS
           ELSE
               DISPLAY 'PGMAGENC - REGIONS.dat ABSENT - AGENCE PAR '
                       'DEFAUT INCONNUE'
           END-IF

           OPEN INPUT F-AGCPOL
           IF FS-AGCPOL = '00'
               SET RATTACH-DISPONIBLE TO TRUE
           END-IF
           .

       LIRE-AGENCE.
           READ F-AGENCES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-AGENCES < 200
                       ADD 1 TO WS-NB-AGENCES
                       MOVE FS-AGN-REC TO WS-AGN-ENTREE(WS-NB-AGENCES)
                   END-IF
           END-READ
           .

       LIRE-REGION.
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

      * Agence d'une police : rattachement, a defaut region du CP      *

       DETERMINER-AGENCE-POLICE.
           MOVE '???' TO LS-AGN-CODE
           MOVE 'N' TO WS-AGN-TROUVEE
           IF RATTACH-DISPONIBLE
               MOVE LS-AGN-MAT TO FS-APL-MAT
               READ F-AGCPOL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-APL-REC TO W-AGCPOL
                       MOVE APL-AGENCE TO LS-AGN-CODE
                       MOVE 'R' TO LS-AGN-ORIGINE
                       SET AGN-TROUVEE TO TRUE
               END-READ
           END-IF
           IF NOT AGN-TROUVEE
               MOVE 'C' TO LS-AGN-ORIGINE
               COMPUTE WS-CP-PREFIXE-NUM = LS-AGN-CP / 1000
               MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
               PERFORM COMPARER-REGION
                   VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           END-IF
           .

       COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE) TO LS-AGN-CODE
           END-IF
           .

      * Fiche de l'agence LS-AGN-CODE et libelle de sa direction       *

       RENDRE-FICHE.
           MOVE LS-AGN-CODE TO WS-AGN-CHERCHE
           PERFORM CHERCHER-AGENCE
           IF NOT AGN-TROUVEE
               MOVE '???' TO LS-AGN-DIRECTION
               MOVE 01 TO LS-AGN-RETOUR
           ELSE
               MOVE AGN-TYPE        TO LS-AGN-TYPE
               MOVE AGN-NOM         TO LS-AGN-NOM
               MOVE AGN-RUE         TO LS-AGN-RUE
               MOVE AGN-CP          TO LS-AGN-CP-AGENCE
               MOVE AGN-VILLE       TO LS-AGN-VILLE
               MOVE AGN-RESPONSABLE TO LS-AGN-RESPONSABLE
               MOVE AGN-STATUT      TO LS-AGN-STATUT
               IF AGN-EST-DIRECTION
                   MOVE AGN-CODE TO LS-AGN-DIRECTION
                   MOVE AGN-NOM  TO LS-AGN-NOM-DIRECTION
               ELSE
                   MOVE AGN-DIRECTION TO LS-AGN-DIRECTION
                   MOVE AGN-DIRECTION TO WS-AGN-CHERCHE
                   PERFORM CHERCHER-AGENCE
                   IF AGN-TROUVEE
                       MOVE AGN-NOM TO LS-AGN-NOM-DIRECTION
                   END-IF
               END-IF
           END-IF
           .

      * Recherche lineaire de WS-AGN-CHERCHE dans le referentiel,      *
      * fiche trouvee rendue dans W-AGENCE                             *

       CHERCHER-AGENCE.
           MOVE 'N' TO WS-AGN-TROUVEE
           PERFORM COMPARER-AGENCE
               VARYING WS-AGN-IDX FROM 1 BY 1
               UNTIL WS-AGN-IDX > WS-NB-AGENCES OR AGN-TROUVEE
           .

       COMPARER-AGENCE.
           IF WS-AGN-ENTREE(WS-AGN-IDX)(1:3) = WS-AGN-CHERCHE
               MOVE WS-AGN-ENTREE(WS-AGN-IDX) TO W-AGENCE
               SET AGN-TROUVEE TO TRUE
           END-IF
           .
