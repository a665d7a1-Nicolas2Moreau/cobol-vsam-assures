       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASTASSU.

      * RECEPTION QUOTIDIENNE DES APPELS D'ASSISTANCE - Le partenaire  *
      * d'assistance (remorquage, depannage, vehicule de remplacement, *
      * rapatriement) depose chaque jour les appels traites dans       *
      * WORK/ASSAPPEL.dat (cf WASSAPP.cpy). Chaque appel est controle  *
      * et enregistre dans WORK/ASSIST.dat (cf CASSIST.cpy, cree au    *
      * premier passage) avec le resultat du controle :                *
      *   - vehicule inconnu (ni dans ASSURES3 ni dans les images      *
      *     archivees HISTOASS)                          -> 'I'        *
      *   - vehicule non couvert a la date de l'appel (hors periode    *
      *     d'effet/echeance, ou supprime avant l'appel) -> 'N'        *
      *   - garantie ASS non souscrite a cette date (PGMGARAN 'V' ;    *
      *     vehicule sans garantie au fichier : pas de controle) -> 'G'*
      *   - sinon                                        -> 'A'        *
      * Un appel pour accident est rattache au sinistre actif du meme  *
      * vehicule survenu le jour de l'appel ou dans les 3 jours qui le *
      * precedent (le plus recent) ; a defaut il reste a rattacher et  *
      * ASRASSU reessaie au rapprochement mensuel.                     *
      * Les appels refuses et les accidents sans sinistre sont listes  *
      * dans WORK/ASTASSU.lst ; un appel illisible (zone numerique,    *
      * prestation ou cause inconnue) ou deja recu est liste en        *
      * anomalie et n'est pas enregistre.                              *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Appels du jour deposes par le partenaire d'assistance
           SELECT F-APPELS ASSIGN TO "WORK/ASSAPPEL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPELS.

      * Appels d'assistance recus - cree au premier passage
           SELECT F-ASSIST ASSIGN TO "WORK/ASSIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-AST-CLE
               FILE STATUS IS FS-ASSIST.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Images archivees des assures supprimes (cf MAJASSV2 46500)
           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

      * Fichier de sortie - compte rendu de la reception
           SELECT F-RAPPORT ASSIGN TO "WORK/ASTASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-APPELS.
       01  FS-APP-REC               PIC X(60).

       FD  F-ASSIST.
       01  FS-AST-REC.
           05 FS-AST-CLE           PIC X(12).
           05 FS-AST-DATA          PIC X(68).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WSINISTR.
           COPY WASSIST.
           COPY WASSAPP.

       01  FS-APPELS                 PIC XX.
       01  FS-ASSIST                 PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER         PIC X(8).
           05 WS-CODE-FONCTION       PIC 99.
           05 WS-CODE-RETOUR         PIC 99.
           05 WS-ENREG               PIC X(120).
           05 WS-FILLER              PIC X(28).

       01  WS-NOM-PGMVSAM            PIC X(8) VALUE 'PGMVSAM'.
       01  WS-NOM-PGMGARAN           PIC X(8) VALUE 'PGMGARAN'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN           PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE          PIC 99 VALUE 02.
           05 WS-FUNC-READ           PIC 99 VALUE 03.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

      * Zone d'appel PGMGARAN - verification 'V' de la garantie
       01  WS-COM-GARANTIE.
           05 WS-GAR-FONCTION       PIC X(1).
           05 WS-GAR-MAT            PIC 9(6).
           05 WS-GAR-SEQ            PIC 9(2).
           05 WS-GAR-FORMULE        PIC X(1).
           05 WS-GAR-PRIME          PIC 9(6)V99.
           05 WS-GAR-DATE           PIC 9(8).
           05 WS-GAR-CODE           PIC X(3).
           05 WS-GAR-MAT-NOUVEAU    PIC 9(6).
           05 WS-GAR-RETOUR         PIC 99.
           05 FILLER                PIC X(13).

       01  WS-DATE-SYSTEME            PIC 9(8).

      * Date de police (AAAAMMJJ, ou AAMMJJ non converti) ramenee sur
      * 8 chiffres - fenetre de siecle AA < 50 -> 20AA (cf CHRASSU)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-DATE-DEBUT-COUV         PIC 9(8).
       01  WS-DATE-FIN-COUV           PIC 9(8).

      * Images archivees (HISTOASS) : vehicule et date de suppression,
      * la derniere image d'un vehicule l'emporte
       01  WS-TAB-HISTO.
           05 WS-HST-ENTRY           OCCURS 2000 TIMES.
               10 WS-HST-IMAGE       PIC X(120).
               10 WS-HST-DATE-SUPPR  PIC 9(8).
       01  WS-NB-HST                  PIC 9(4) VALUE 0.
       01  WS-HST-IDX                 PIC 9(4).
       01  WS-HST-POS                 PIC 9(4) VALUE 0.

      * Rattachement au sinistre : ecart maximal en jours entre la
      * survenance du sinistre et l'appel
       01  WS-ECART-MAX               PIC 9(2) VALUE 3.
       01  WS-JOUR-APPEL              PIC 9(7).
       01  WS-JOUR-SINISTRE           PIC 9(7).
       01  WS-DATE-SIN-RETENUE        PIC 9(8).
       01  WS-FIN-SINISTRES           PIC X VALUE 'N'.
           88 FIN-SINISTRES               VALUE 'O'.

      * Appel courant
       01  WS-CLE-VEHICULE.
           05 WS-CLE-MAT             PIC 9(6).
           05 WS-CLE-SEQ             PIC 9(2).
       01  WS-VEHICULE-TROUVE         PIC X VALUE 'N'.
           88 VEHICULE-TROUVE             VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-ACCEPTES        PIC 9(6) VALUE 0.
           05 WS-CPT-NON-ASSURES     PIC 9(6) VALUE 0.
           05 WS-CPT-HORS-GARANTIE   PIC 9(6) VALUE 0.
           05 WS-CPT-INCONNUS        PIC 9(6) VALUE 0.
           05 WS-CPT-RATTACHES       PIC 9(6) VALUE 0.
           05 WS-CPT-A-RATTACHER     PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(6) VALUE 0.

      * Ligne de detail (appels refuses, a rattacher, en anomalie)
       01  WS-LIG-DETAIL.
           05 WS-LIGD-REFERENCE       PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-VEHIC           PIC X(2).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-DATE            PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-PRESTATION      PIC X(3).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-LIGD-COUT            PIC ZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(34).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(34).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RECEPTION DES APPELS D''ASSISTANCE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-APPEL UNTIL FS-APPELS = '10'
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'APPELS LUS           : ' WS-CPT-LUS
           DISPLAY 'ACCEPTES             : ' WS-CPT-ACCEPTES
           DISPLAY 'VEHICULE NON ASSURE  : ' WS-CPT-NON-ASSURES
           DISPLAY 'HORS GARANTIE ASS    : ' WS-CPT-HORS-GARANTIE
           DISPLAY 'VEHICULE INCONNU     : ' WS-CPT-INCONNUS
           DISPLAY 'RATTACHES A SINISTRE : ' WS-CPT-RATTACHES
           DISPLAY 'ACCIDENTS A RATTACHER: ' WS-CPT-A-RATTACHER
           DISPLAY 'APPELS EN ANOMALIE   : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - images archivees et ouverture des fichiers    *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           PERFORM 11000-CHARGER-HISTO

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-APPELS
           IF FS-APPELS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSAPPEL : ' FS-APPELS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Fichier cree au premier passage
           OPEN I-O F-ASSIST
           IF FS-ASSIST NOT = '00'
               OPEN OUTPUT F-ASSIST
               IF FS-ASSIST = '00'
                   CLOSE F-ASSIST
                   OPEN I-O F-ASSIST
               END-IF
           END-IF
           IF FS-ASSIST NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSIST : ' FS-ASSIST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'APPELS D''ASSISTANCE - REFUS ET ANOMALIES'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'RECEPTION DU ' WS-DATE-SYSTEME DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REFERENCE    VEHICULE  APPEL    PRE     COUT  MOTIF'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Images archivees (absent : aucune)                             *

       11000-CHARGER-HISTO.
           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM UNTIL FS-HST = '10'
                   READ F-HISTO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-HST < 2000
                               ADD 1 TO WS-NB-HST
                               MOVE FS-HST-ENREG
                                   TO WS-HST-IMAGE(WS-NB-HST)
                               MOVE FS-HST-DATE-SUPPR
                                   TO WS-HST-DATE-SUPPR(WS-NB-HST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           END-IF
           .

      * Ramener WS-CONV-DATE sur 8 chiffres                            *

       15000-DATE-SUR-8.
           IF WS-CONV-DATE > 0 AND WS-CONV-DATE NOT > 991231
               IF WS-CONV-DATE / 10000 < 50
                   ADD 20000000 TO WS-CONV-DATE
               ELSE
                   ADD 19000000 TO WS-CONV-DATE
               END-IF
           END-IF
           .

      * Lecture d'un appel                                            *

       20000-LIRE-APPEL.
           READ F-APPELS
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-APP-REC TO W-ASSAPP
                   PERFORM 21000-TRAITER-APPEL THRU FIN-21000
           END-READ
           .

      * Controles de l'appel puis enregistrement                       *

       21000-TRAITER-APPEL.
           IF AP-REFERENCE = SPACES
              OR AP-MAT NOT NUMERIC
              OR AP-SEQ-VEHICULE NOT NUMERIC
              OR AP-DATE-APPEL NOT NUMERIC
              OR AP-COUT NOT NUMERIC
               MOVE 'ANOMALIE - ZONE INVALIDE' TO WS-LIGD-MOTIF
               PERFORM 29000-LISTER-APPEL
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-21000
           END-IF
           IF AP-PRESTATION NOT = 'REM' AND NOT = 'DEP'
                             AND NOT = 'VRP' AND NOT = 'RAP'
               MOVE 'ANOMALIE - PRESTATION INCONNUE' TO WS-LIGD-MOTIF
               PERFORM 29000-LISTER-APPEL
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-21000
           END-IF
           IF AP-CAUSE NOT = 'A' AND NOT = 'P'
               MOVE 'ANOMALIE - CAUSE INCONNUE' TO WS-LIGD-MOTIF
               PERFORM 29000-LISTER-APPEL
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-21000
           END-IF

           MOVE AP-REFERENCE TO FS-AST-CLE
           READ F-ASSIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ANOMALIE - APPEL DEJA RECU' TO WS-LIGD-MOTIF
                   PERFORM 29000-LISTER-APPEL
                   ADD 1 TO WS-CPT-ANOMALIES
                   GO TO FIN-21000
           END-READ

           INITIALIZE W-ASSIST
           MOVE AP-REFERENCE     TO AS-REFERENCE
           MOVE AP-MAT           TO AS-MAT
           MOVE AP-SEQ-VEHICULE  TO AS-SEQ-VEHICULE
           MOVE AP-DATE-APPEL    TO AS-DATE-APPEL
           MOVE AP-PRESTATION    TO AS-PRESTATION
           MOVE AP-CAUSE         TO AS-CAUSE
           MOVE AP-COUT          TO AS-COUT
           MOVE WS-DATE-SYSTEME  TO AS-DATE-RECEPTION
           MOVE 0                TO AS-SIN-SEQ
           MOVE 0                TO AS-MOIS-FACTURE
           MOVE 0                TO AS-MONTANT-FACTURE

           PERFORM 22000-CONTROLER-COUVERTURE
           EVALUATE TRUE
               WHEN AS-ACCEPTE
                   ADD 1 TO WS-CPT-ACCEPTES
               WHEN AS-NON-ASSURE
                   ADD 1 TO WS-CPT-NON-ASSURES
                   MOVE 'REFUS - VEHICULE NON ASSURE' TO WS-LIGD-MOTIF
                   PERFORM 29000-LISTER-APPEL
               WHEN AS-HORS-GARANTIE
                   ADD 1 TO WS-CPT-HORS-GARANTIE
                   MOVE 'REFUS - SANS GARANTIE ASSISTANCE'
                       TO WS-LIGD-MOTIF
                   PERFORM 29000-LISTER-APPEL
               WHEN OTHER
                   ADD 1 TO WS-CPT-INCONNUS
                   MOVE 'REFUS - VEHICULE INCONNU' TO WS-LIGD-MOTIF
                   PERFORM 29000-LISTER-APPEL
           END-EVALUATE

           IF AS-ACCIDENT AND NOT AS-INCONNU
               PERFORM 23000-RATTACHER-SINISTRE
               IF AS-SIN-SEQ > 0
                   ADD 1 TO WS-CPT-RATTACHES
               ELSE
                   ADD 1 TO WS-CPT-A-RATTACHER
                   MOVE 'ACCIDENT SANS SINISTRE DECLARE'
                       TO WS-LIGD-MOTIF
                   PERFORM 29000-LISTER-APPEL
               END-IF
           END-IF

           MOVE W-ASSIST TO FS-AST-REC
           WRITE FS-AST-REC
               INVALID KEY
                   DISPLAY 'ASSIST - ECRITURE REFUSEE : ' FS-AST-CLE
           END-WRITE
           .
       FIN-21000.
           EXIT.

      * Vehicule couvert le jour de l'appel : ASSURES3, a defaut       *
      * derniere image archivee (couvert jusqu'a sa suppression), puis *
      * garantie assistance                                            *

       22000-CONTROLER-COUVERTURE.
           MOVE AS-MAT          TO WS-CLE-MAT
           MOVE AS-SEQ-VEHICULE TO WS-CLE-SEQ
           MOVE 'N' TO WS-VEHICULE-TROUVE
           MOVE WS-CLE-VEHICULE TO WS-ENREG(1:8)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               MOVE 'O' TO WS-VEHICULE-TROUVE
               MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
               PERFORM 15000-DATE-SUR-8
               MOVE WS-CONV-DATE TO WS-DATE-FIN-COUV
           ELSE
               MOVE 0 TO WS-HST-POS
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-NB-HST
                   IF WS-HST-IMAGE(WS-HST-IDX)(1:8) = WS-CLE-VEHICULE
                       MOVE WS-HST-IDX TO WS-HST-POS
                   END-IF
               END-PERFORM
               IF WS-HST-POS > 0
                   MOVE WS-HST-IMAGE(WS-HST-POS) TO W-ASSURE
                   MOVE 'O' TO WS-VEHICULE-TROUVE
                   MOVE WS-HST-DATE-SUPPR(WS-HST-POS)
                       TO WS-DATE-FIN-COUV
               END-IF
           END-IF

           IF NOT VEHICULE-TROUVE
               SET AS-INCONNU TO TRUE
           ELSE
               MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-CONV-DATE
               PERFORM 15000-DATE-SUR-8
               MOVE WS-CONV-DATE TO WS-DATE-DEBUT-COUV
               IF AS-DATE-APPEL < WS-DATE-DEBUT-COUV
                  OR AS-DATE-APPEL > WS-DATE-FIN-COUV
                   SET AS-NON-ASSURE TO TRUE
               ELSE
                   MOVE 'V'             TO WS-GAR-FONCTION
                   MOVE AS-MAT          TO WS-GAR-MAT
                   MOVE AS-SEQ-VEHICULE TO WS-GAR-SEQ
                   MOVE AS-DATE-APPEL   TO WS-GAR-DATE
                   MOVE 'ASS'           TO WS-GAR-CODE
                   CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
                   IF WS-GAR-RETOUR = 01
                       SET AS-HORS-GARANTIE TO TRUE
                   ELSE
                       SET AS-ACCEPTE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * Sinistre actif du vehicule survenu au plus WS-ECART-MAX jours  *
      * avant l'appel - le plus recent l'emporte                       *

       23000-RATTACHER-SINISTRE.
           MOVE 0 TO AS-SIN-SEQ
           MOVE 0 TO WS-DATE-SIN-RETENUE
           COMPUTE WS-JOUR-APPEL =
               FUNCTION INTEGER-OF-DATE(AS-DATE-APPEL)
           MOVE AS-MAT TO FS-SINISTRE-MAT
           MOVE 0      TO FS-SINISTRE-SEQ
           MOVE 'N' TO WS-FIN-SINISTRES
           START F-SINISTRE KEY IS >= FS-SINISTRE-KEY
               INVALID KEY
                   MOVE 'O' TO WS-FIN-SINISTRES
           END-START
           PERFORM 23100-EXAMINER-SINISTRE UNTIL FIN-SINISTRES
           .

       23100-EXAMINER-SINISTRE.
           READ F-SINISTRE NEXT
               AT END
                   MOVE 'O' TO WS-FIN-SINISTRES
               NOT AT END
                   IF FS-SINISTRE-MAT NOT = AS-MAT
                       MOVE 'O' TO WS-FIN-SINISTRES
                   ELSE
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       IF SIN-ETAT OF W-SINISTRE NOT = 'X'
                          AND SIN-SEQ-VEHICULE OF W-SINISTRE
                              = AS-SEQ-VEHICULE
                          AND SIN-DATE OF W-SINISTRE
                              NOT > AS-DATE-APPEL
                          AND SIN-DATE OF W-SINISTRE
                              > WS-DATE-SIN-RETENUE
                           COMPUTE WS-JOUR-SINISTRE =
                               FUNCTION INTEGER-OF-DATE
                                   (SIN-DATE OF W-SINISTRE)
                           IF WS-JOUR-APPEL - WS-JOUR-SINISTRE
                               NOT > WS-ECART-MAX
                               MOVE SIN-SEQ OF W-SINISTRE
                                   TO AS-SIN-SEQ
                               MOVE SIN-DATE OF W-SINISTRE
                                   TO WS-DATE-SIN-RETENUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      * Ligne de compte rendu pour l'appel W-ASSAPP                    *

       29000-LISTER-APPEL.
           MOVE AP-REFERENCE           TO WS-LIGD-REFERENCE
           MOVE FS-APP-REC(13:6)       TO WS-LIGD-MAT
           MOVE FS-APP-REC(19:2)       TO WS-LIGD-VEHIC
           MOVE FS-APP-REC(21:8)       TO WS-LIGD-DATE
           MOVE AP-PRESTATION          TO WS-LIGD-PRESTATION
           IF AP-COUT NUMERIC
               MOVE AP-COUT TO WS-LIGD-COUT
           ELSE
               MOVE 0 TO WS-LIGD-COUT
           END-IF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - totaux par resultat                        *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'APPELS ACCEPTES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ACCEPTES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'REFUSES - VEHICULE NON ASSURE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-NON-ASSURES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'REFUSES - SANS GARANTIE ASSISTANCE'
               TO WS-LIGT-LIBELLE
           MOVE WS-CPT-HORS-GARANTIE TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'REFUSES - VEHICULE INCONNU' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-INCONNUS TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'ACCIDENTS RATTACHES A UN SINISTRE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RATTACHES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'ACCIDENTS A RATTACHER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-A-RATTACHER TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'APPELS EN ANOMALIE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANOMALIES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           CLOSE F-APPELS
           CLOSE F-ASSIST
           CLOSE F-SINISTRE
           CLOSE F-RAPPORT
           .

       41000-ECRIRE-TOTAL.
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
