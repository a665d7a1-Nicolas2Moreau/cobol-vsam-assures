       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASRASSU.

      * RAPPROCHEMENT MENSUEL DE LA FACTURE D'ASSISTANCE - Chaque      *
      * ligne de la facture du partenaire (WORK/ASSFACT.dat, cf        *
      * WASSFAC.cpy) est rapprochee de l'appel recu au quotidien par   *
      * ASTASSU (WORK/ASSIST.dat, cf CASSIST.cpy) et classee :         *
      *   1 ACCEPTES      - vehicule couvert avec la garantie ASS :    *
      *                     retenu au montant facture, plafonne au     *
      *                     cout declare a l'appel (ecart signale)     *
      *   2 NON ASSURES   - vehicule non couvert a la date de l'appel  *
      *                     ou sans la garantie assistance             *
      *   3 INCONNUS      - vehicule inconnu de nos fichiers           *
      *   4 CONTESTES     - appel jamais declare au quotidien, ou deja *
      *                     facture un mois precedent                  *
      * Seuls les montants retenus des acceptes sont a payer. L'appel  *
      * facture est marque du mois (AS-MOIS-FACTURE) ; un appel pour   *
      * accident encore sans sinistre est de nouveau rapproche des     *
      * sinistres (meme regle qu'ASTASSU, le sinistre ayant pu etre    *
      * declare depuis). Edition triee par classe dans                 *
      * WORK/ASRASSU.lst avec les totaux factures et retenus.          *
      * PARM optionnel                                                 *
      *   MOIS=aaaamm -> mois facture (defaut : mois precedent)        *
      *   ex : PARM='MOIS=202609'                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Facture mensuelle du partenaire d'assistance
           SELECT F-FACTURE ASSIGN TO "WORK/ASSFACT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTURE.

      * Appels d'assistance recus (cf ASTASSU)
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

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/ASRASSU.SRT".

      * Fichier de sortie - rapprochement de la facture
           SELECT F-RAPPORT ASSIGN TO "WORK/ASRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FACTURE.
       01  FS-FAC-REC               PIC X(40).

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

       SD  F-TRI-WORK.
       01  SD-AST-REC.
           05 SD-AST-CLASSE        PIC 9.
           05 SD-AST-REFERENCE     PIC X(12).
           05 SD-AST-FACTURE       PIC 9(5)V99.
           05 SD-AST-RETENU        PIC 9(5)V99.
           05 SD-AST-LIGNE         PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WSINISTR.
           COPY WASSIST.
           COPY WASSFAC.

       01  FS-FACTURE                PIC XX.
       01  FS-ASSIST                 PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Mois rapproche et options du PARM
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYS-R REDEFINES WS-DATE-SYSTEME.
           05 WS-SYS-ANNEE           PIC 9(4).
           05 WS-SYS-MOIS            PIC 9(2).
           05 WS-SYS-JOUR            PIC 9(2).
       01  WS-MOIS-FACTURE            PIC 9(6) VALUE 0.
       01  WS-MOIS-FACTURE-R REDEFINES WS-MOIS-FACTURE.
           05 WS-ANNEE               PIC 9(4).
           05 WS-MOIS                PIC 9(2).

       01  WS-PARM-TRAVAIL            PIC X(60).

      * Rattachement au sinistre (meme regle qu'ASTASSU)
       01  WS-ECART-MAX               PIC 9(2) VALUE 3.
       01  WS-JOUR-APPEL              PIC 9(7).
       01  WS-JOUR-SINISTRE           PIC 9(7).
       01  WS-DATE-SIN-RETENUE        PIC 9(8).
       01  WS-FIN-SINISTRES           PIC X VALUE 'N'.
           88 FIN-SINISTRES               VALUE 'O'.

      * Ligne de facture courante
       01  WS-APPEL-TROUVE            PIC X VALUE 'N'.
           88 APPEL-TROUVE                VALUE 'O'.
       01  WS-CLASSE                  PIC 9.
       01  WS-MONTANT-RETENU          PIC 9(5)V99.

      * Edition triee
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                     VALUE 'O'.
       01  WS-CLASSE-PREC             PIC 9 VALUE 0.

      * Totaux par classe (1 a 4) et general
       01  WS-TAB-CLASSES.
           05 WS-CLA-ENTRY           OCCURS 4 TIMES.
               10 WS-CLA-NB          PIC 9(6).
               10 WS-CLA-FACTURE     PIC 9(9)V99.
               10 WS-CLA-RETENU      PIC 9(9)V99.
       01  WS-CLA-IDX                 PIC 9.
       01  WS-TOT-NB                  PIC 9(6) VALUE 0.
       01  WS-TOT-FACTURE             PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RETENU              PIC 9(9)V99 VALUE 0.

       01  WS-TAB-LIBELLES.
           05 FILLER                  PIC X(30)
               VALUE 'APPELS ACCEPTES'.
           05 FILLER                  PIC X(30)
               VALUE 'VEHICULES NON ASSURES'.
           05 FILLER                  PIC X(30)
               VALUE 'VEHICULES INCONNUS'.
           05 FILLER                  PIC X(30)
               VALUE 'APPELS CONTESTES'.
       01  WS-TAB-LIBELLES-R REDEFINES WS-TAB-LIBELLES.
           05 WS-LIB-CLASSE          PIC X(30) OCCURS 4 TIMES.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-RATTACHES       PIC 9(6) VALUE 0.
           05 WS-CPT-ECARTS          PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                  PIC X(38)
               VALUE 'RAPPROCHEMENT FACTURE ASSISTANCE MOIS '.
           05 WS-LIGT-MOIS            PIC 9(6).
       01  WS-LIG-CLASSE.
           05 FILLER                  PIC X(4) VALUE '--- '.
           05 WS-LIGC-LIBELLE         PIC X(30).
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(40)
               VALUE 'REFERENCE    VEHICULE  APPEL    PRE  SIN'.
           05 FILLER                  PIC X(40)
               VALUE '  FACTURE   RETENU  OBSERVATION'.
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
           05 WS-LIGD-SINISTRE        PIC X(4).
           05 WS-LIGD-FACTURE         PIC ZZZZZ9.99.
           05 WS-LIGD-RETENU          PIC ZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-OBSERVATION     PIC X(20).
       01  WS-LIG-SSTOT.
           05 FILLER                  PIC X(6) VALUE SPACES.
           05 WS-LIGS-LIBELLE         PIC X(28).
           05 WS-LIGS-NB              PIC ZZZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGS-FACTURE         PIC ZZZZZZZZ9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGS-RETENU          PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RAPPROCHEMENT FACTURE ASSISTANCE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI-WORK
               ASCENDING KEY SD-AST-CLASSE SD-AST-REFERENCE
               INPUT PROCEDURE IS 20000-RAPPROCHER-FACTURE
               OUTPUT PROCEDURE IS 30000-EDITER
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'LIGNES FACTUREES     : ' WS-CPT-LUS
           DISPLAY 'ACCEPTEES            : ' WS-CLA-NB(1)
           DISPLAY 'VEHICULES NON ASSURES: ' WS-CLA-NB(2)
           DISPLAY 'VEHICULES INCONNUS   : ' WS-CLA-NB(3)
           DISPLAY 'CONTESTEES           : ' WS-CLA-NB(4)
           DISPLAY 'ECARTS DE MONTANT    : ' WS-CPT-ECARTS
           DISPLAY 'RATTACHEES SINISTRE  : ' WS-CPT-RATTACHES
           DISPLAY '========================================'
           IF WS-CLA-NB(2) > 0 OR WS-CLA-NB(3) > 0
              OR WS-CLA-NB(4) > 0 OR WS-CPT-ECARTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, mois et ouverture des fichiers          *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           INITIALIZE WS-TAB-CLASSES

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               IF WS-PARM-TRAVAIL(1:5) = 'MOIS='
                   IF WS-PARM-TRAVAIL(6:6) IS NUMERIC
                       MOVE WS-PARM-TRAVAIL(6:6) TO WS-MOIS-FACTURE
                   ELSE
                       DISPLAY 'PARM MOIS= NON NUMERIQUE IGNORE'
                   END-IF
               END-IF
           END-IF
           IF WS-MOIS-FACTURE = 0
               IF WS-SYS-MOIS = 1
                   COMPUTE WS-ANNEE = WS-SYS-ANNEE - 1
                   MOVE 12 TO WS-MOIS
               ELSE
                   MOVE WS-SYS-ANNEE TO WS-ANNEE
                   COMPUTE WS-MOIS = WS-SYS-MOIS - 1
               END-IF
           END-IF
           IF WS-MOIS < 1 OR WS-MOIS > 12
               DISPLAY 'MOIS FACTURE INVALIDE : ' WS-MOIS-FACTURE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 'MOIS FACTURE : ' WS-MOIS-FACTURE

           OPEN INPUT F-FACTURE
           IF FS-FACTURE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSFACT : ' FS-FACTURE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O F-ASSIST
           IF FS-ASSIST NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSIST : ' FS-ASSIST
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

           MOVE WS-MOIS-FACTURE TO WS-LIGT-MOIS
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Procedure d'entree du tri : rapprochement ligne a ligne        *

       20000-RAPPROCHER-FACTURE.
           PERFORM 21000-LIRE-LIGNE UNTIL FS-FACTURE = '10'
           .

       21000-LIRE-LIGNE.
           READ F-FACTURE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-FAC-REC TO W-ASSFAC
                   PERFORM 22000-CLASSER-LIGNE THRU FIN-22000
                   PERFORM 22900-LIBERER-LIGNE
           END-READ
           .

       22000-CLASSER-LIGNE.
           MOVE 0 TO WS-MONTANT-RETENU
           IF FA-MONTANT NOT NUMERIC
               MOVE 0 TO FA-MONTANT
           END-IF
           MOVE FA-REFERENCE TO WS-LIGD-REFERENCE
           MOVE SPACES       TO WS-LIGD-MAT
           MOVE SPACES       TO WS-LIGD-VEHIC
           MOVE FS-FAC-REC(13:8) TO WS-LIGD-DATE
           MOVE FA-PRESTATION TO WS-LIGD-PRESTATION
           MOVE SPACES       TO WS-LIGD-SINISTRE
           MOVE SPACES       TO WS-LIGD-OBSERVATION

           MOVE 'N' TO WS-APPEL-TROUVE
           MOVE FA-REFERENCE TO FS-AST-CLE
           READ F-ASSIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO WS-APPEL-TROUVE
                   MOVE FS-AST-REC TO W-ASSIST
           END-READ

           IF NOT APPEL-TROUVE
               MOVE 4 TO WS-CLASSE
               MOVE 'APPEL NON DECLARE' TO WS-LIGD-OBSERVATION
               GO TO FIN-22000
           END-IF

           MOVE FS-AST-DATA(1:6) TO WS-LIGD-MAT
           MOVE FS-AST-DATA(7:2) TO WS-LIGD-VEHIC
           MOVE FS-AST-DATA(9:8) TO WS-LIGD-DATE
           MOVE AS-PRESTATION    TO WS-LIGD-PRESTATION

           IF AS-MOIS-FACTURE NOT = 0
              AND AS-MOIS-FACTURE NOT = WS-MOIS-FACTURE
               MOVE 4 TO WS-CLASSE
               MOVE SPACES TO WS-LIGD-OBSERVATION
               STRING 'DEJA FACTURE ' AS-MOIS-FACTURE
                   DELIMITED BY SIZE INTO WS-LIGD-OBSERVATION
               GO TO FIN-22000
           END-IF

           EVALUATE TRUE
               WHEN AS-ACCEPTE
                   MOVE 1 TO WS-CLASSE
                   IF AS-ACCIDENT AND AS-SIN-SEQ = 0
                       PERFORM 23000-RATTACHER-SINISTRE
                       IF AS-SIN-SEQ > 0
                           ADD 1 TO WS-CPT-RATTACHES
                       END-IF
                   END-IF
                   IF FA-MONTANT > AS-COUT
                       MOVE AS-COUT TO WS-MONTANT-RETENU
                       MOVE 'ECART / COUT DECLARE'
                           TO WS-LIGD-OBSERVATION
                       ADD 1 TO WS-CPT-ECARTS
                   ELSE
                       MOVE FA-MONTANT TO WS-MONTANT-RETENU
                   END-IF
                   IF AS-ACCIDENT
                       IF AS-SIN-SEQ > 0
                           MOVE AS-SIN-SEQ TO WS-LIGD-SINISTRE
                       ELSE
                           IF WS-LIGD-OBSERVATION = SPACES
                               MOVE 'ACCIDENT A RATTACHER'
                                   TO WS-LIGD-OBSERVATION
                           END-IF
                       END-IF
                   END-IF
               WHEN AS-NON-ASSURE
                   MOVE 2 TO WS-CLASSE
                   MOVE 'HORS PERIODE' TO WS-LIGD-OBSERVATION
               WHEN AS-HORS-GARANTIE
                   MOVE 2 TO WS-CLASSE
                   MOVE 'SANS GARANTIE ASS' TO WS-LIGD-OBSERVATION
               WHEN OTHER
                   MOVE 3 TO WS-CLASSE
           END-EVALUATE

           MOVE WS-MOIS-FACTURE TO AS-MOIS-FACTURE
           MOVE FA-MONTANT      TO AS-MONTANT-FACTURE
           MOVE W-ASSIST TO FS-AST-REC
           REWRITE FS-AST-REC
               INVALID KEY
                   DISPLAY 'ASSIST - MISE A JOUR REFUSEE : '
                       FS-AST-CLE
           END-REWRITE
           .
       FIN-22000.
           EXIT.

       22900-LIBERER-LIGNE.
           MOVE FA-MONTANT        TO WS-LIGD-FACTURE
           MOVE WS-MONTANT-RETENU TO WS-LIGD-RETENU
           MOVE WS-CLASSE         TO SD-AST-CLASSE
           MOVE FA-REFERENCE      TO SD-AST-REFERENCE
           MOVE FA-MONTANT        TO SD-AST-FACTURE
           MOVE WS-MONTANT-RETENU TO SD-AST-RETENU
           MOVE WS-LIG-DETAIL     TO SD-AST-LIGNE
           RELEASE SD-AST-REC
           .

      * Sinistre actif du vehicule survenu au plus WS-ECART-MAX jours  *
      * avant l'appel - le plus recent l'emporte (cf ASTASSU)          *

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

      * Procedure de sortie du tri : edition par classe avec           *
      * sous-totaux, puis total general                                *

       30000-EDITER.
           PERFORM 31000-RETOURNER-LIGNE
           PERFORM 32000-EDITER-LIGNE UNTIL FIN-TRI
           IF WS-CLASSE-PREC > 0
               PERFORM 33000-EDITER-SSTOT
           END-IF
           .

       31000-RETOURNER-LIGNE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-LIGNE.
           IF SD-AST-CLASSE NOT = WS-CLASSE-PREC
               IF WS-CLASSE-PREC > 0
                   PERFORM 33000-EDITER-SSTOT
               END-IF
               MOVE SD-AST-CLASSE TO WS-CLASSE-PREC
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-LIB-CLASSE(WS-CLASSE-PREC) TO WS-LIGC-LIBELLE
               MOVE WS-LIG-CLASSE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           MOVE SD-AST-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1              TO WS-CLA-NB(WS-CLASSE-PREC)
           ADD SD-AST-FACTURE TO WS-CLA-FACTURE(WS-CLASSE-PREC)
           ADD SD-AST-RETENU  TO WS-CLA-RETENU(WS-CLASSE-PREC)
           PERFORM 31000-RETOURNER-LIGNE
           .

       33000-EDITER-SSTOT.
           MOVE 'TOTAL DE LA CLASSE' TO WS-LIGS-LIBELLE
           MOVE WS-CLA-NB(WS-CLASSE-PREC)      TO WS-LIGS-NB
           MOVE WS-CLA-FACTURE(WS-CLASSE-PREC) TO WS-LIGS-FACTURE
           MOVE WS-CLA-RETENU(WS-CLASSE-PREC)  TO WS-LIGS-RETENU
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - recapitulatif : facture, retenu et a payer *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RECAPITULATIF' TO FS-RAPPORT-REC
           MOVE 'NOMBRE'  TO FS-RAPPORT-REC(35:6)
           MOVE 'FACTURE' TO FS-RAPPORT-REC(48:7)
           MOVE 'A PAYER' TO FS-RAPPORT-REC(62:7)
           WRITE FS-RAPPORT-REC
           PERFORM VARYING WS-CLA-IDX FROM 1 BY 1
               UNTIL WS-CLA-IDX > 4
               MOVE WS-LIB-CLASSE(WS-CLA-IDX)  TO WS-LIGS-LIBELLE
               MOVE WS-CLA-NB(WS-CLA-IDX)      TO WS-LIGS-NB
               MOVE WS-CLA-FACTURE(WS-CLA-IDX) TO WS-LIGS-FACTURE
               MOVE WS-CLA-RETENU(WS-CLA-IDX)  TO WS-LIGS-RETENU
               MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               ADD WS-CLA-NB(WS-CLA-IDX)      TO WS-TOT-NB
               ADD WS-CLA-FACTURE(WS-CLA-IDX) TO WS-TOT-FACTURE
               ADD WS-CLA-RETENU(WS-CLA-IDX)  TO WS-TOT-RETENU
           END-PERFORM
           MOVE 'TOTAL DE LA FACTURE' TO WS-LIGS-LIBELLE
           MOVE WS-TOT-NB      TO WS-LIGS-NB
           MOVE WS-TOT-FACTURE TO WS-LIGS-FACTURE
           MOVE WS-TOT-RETENU  TO WS-LIGS-RETENU
           MOVE WS-LIG-SSTOT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-FACTURE
           CLOSE F-ASSIST
           CLOSE F-SINISTRE
           CLOSE F-RAPPORT
           .
