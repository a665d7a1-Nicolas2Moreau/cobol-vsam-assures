       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSURV.

      * LISTE DE SURVEILLANCE ANTI-FRAUDE - Sous-programme partage de  *
      * filtrage contre WORK/SURVEIL.dat (cf CSURVEIL.cpy, tenue par   *
      * MAJSURV) : noms, adresses, reparateurs et tiers adverses       *
      * signales, avec le motif et la date d'inscription. Le fichier   *
      * est ouvert au premier appel puis conserve pour les appels      *
      * suivants ; liste absente = aucun filtrage (avertissement au    *
      * premier appel). Seules les entrees actives (SRV-ETAT blanc)    *
      * sont retenues, la comparaison porte sur la valeur exacte.      *
      * Fonctions (LS-SRV-FONCTION) :                                  *
      *   'N' : nom d'assure LS-SRV-VALEUR (20 premiers caracteres)    *
      *   'A' : adresse - rue (18) + code postal (5) dans LS-SRV-VALEUR*
      *   'R' : identifiant reparateur (4 premiers caracteres)         *
      *   'T' : nom de tiers adverse - entree 'T', a defaut le meme    *
      *         nom inscrit comme assure 'N'                           *
      * Codes retour (LS-SRV-RETOUR) :                                 *
      *   00 : valeur absente de la liste                              *
      *   01 : valeur surveillee - entree rendue dans LS-SRV-ENTREE    *
      *        (type, valeur, motif, date d'inscription)               *
      *   02 : fonction inconnue                                       *
      *   03 : liste de surveillance absente - pas de filtrage         *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SURVEIL ASSIGN TO "WORK/SURVEIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SRV-CLE
               FILE STATUS IS FS-SURVEIL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SURVEIL.
       01  FS-SRV-REC.
           05 FS-SRV-CLE.
               10 FS-SRV-TYPE      PIC X(1).
               10 FS-SRV-VALEUR    PIC X(30).
           05 FS-SRV-DATA          PIC X(69).

       WORKING-STORAGE SECTION.

       01  FS-SURVEIL              PIC XX.

      * Etat du fichier (ouvert au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-LISTE-DISPONIBLE     PIC X VALUE 'N'.
           88 LISTE-DISPONIBLE         VALUE 'O'.

           COPY WSURVEIL.

       LINKAGE SECTION.

       01  LS-SURVEILLANCE.
           05 LS-SRV-FONCTION      PIC X(1).
           05 LS-SRV-VALEUR        PIC X(30).
           05 LS-SRV-ENTREE.
               10 LS-SRV-TYPE      PIC X(1).
               10 LS-SRV-VALEUR-TROUVEE PIC X(30).
               10 LS-SRV-MOTIF     PIC X(30).
               10 LS-SRV-DATE-AJOUT PIC 9(8).
           05 LS-SRV-RETOUR        PIC 99.
           05 FILLER               PIC X(8).

       PROCEDURE DIVISION USING LS-SURVEILLANCE.

      * Programme principal                                           *

       MAIN-PGMSURV.
           MOVE 00 TO LS-SRV-RETOUR
           MOVE SPACES TO LS-SRV-ENTREE
           MOVE 0 TO LS-SRV-DATE-AJOUT
           IF PREMIER-APPEL
               PERFORM OUVRIR-LISTE
           END-IF
           IF NOT LISTE-DISPONIBLE
               MOVE 03 TO LS-SRV-RETOUR
               GOBACK
           END-IF

           EVALUATE LS-SRV-FONCTION
               WHEN 'N'
                   MOVE 'N' TO FS-SRV-TYPE
                   MOVE SPACES TO FS-SRV-VALEUR
                   MOVE LS-SRV-VALEUR(1:20) TO FS-SRV-VALEUR
                   PERFORM CHERCHER-ENTREE
               WHEN 'A'
                   MOVE 'A' TO FS-SRV-TYPE
                   MOVE SPACES TO FS-SRV-VALEUR
                   MOVE LS-SRV-VALEUR(1:23) TO FS-SRV-VALEUR
                   PERFORM CHERCHER-ENTREE
               WHEN 'R'
                   MOVE 'R' TO FS-SRV-TYPE
                   MOVE SPACES TO FS-SRV-VALEUR
                   MOVE LS-SRV-VALEUR(1:4) TO FS-SRV-VALEUR
                   PERFORM CHERCHER-ENTREE
               WHEN 'T'
                   MOVE 'T' TO FS-SRV-TYPE
                   MOVE SPACES TO FS-SRV-VALEUR
                   MOVE LS-SRV-VALEUR(1:20) TO FS-SRV-VALEUR
                   PERFORM CHERCHER-ENTREE
                   IF LS-SRV-RETOUR = 00
                       MOVE 'N' TO FS-SRV-TYPE
                       MOVE SPACES TO FS-SRV-VALEUR
                       MOVE LS-SRV-VALEUR(1:20) TO FS-SRV-VALEUR
                       PERFORM CHERCHER-ENTREE
                   END-IF
               WHEN OTHER
                   MOVE 02 TO LS-SRV-RETOUR
           END-EVALUATE
           GOBACK.

      * Ouverture de la liste au premier appel                         *

       OUVRIR-LISTE.
           MOVE 'N' TO WS-PREMIER-APPEL
           OPEN INPUT F-SURVEIL
           IF FS-SURVEIL = '00'
               SET LISTE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PGMSURV - LISTE DE SURVEILLANCE ABSENTE '
                       '(WORK/SURVEIL.dat) - PAS DE FILTRAGE'
           END-IF
           .

      * Lecture directe de l'entree, retenue si active                 *

       CHERCHER-ENTREE.
           IF FS-SRV-VALEUR NOT = SPACES
               READ F-SURVEIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-SRV-REC TO W-SURVEIL
                       IF SRV-ETAT OF W-SURVEIL = SPACE
                           MOVE 01 TO LS-SRV-RETOUR
                           MOVE SRV-TYPE OF W-SURVEIL TO LS-SRV-TYPE
                           MOVE SRV-VALEUR OF W-SURVEIL
                               TO LS-SRV-VALEUR-TROUVEE
                           MOVE SRV-MOTIF OF W-SURVEIL
                               TO LS-SRV-MOTIF
                           MOVE SRV-DATE-AJOUT OF W-SURVEIL
                               TO LS-SRV-DATE-AJOUT
                       END-IF
               END-READ
           END-IF
           .
