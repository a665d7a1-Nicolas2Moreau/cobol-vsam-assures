       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURASSU.

      * REVUE ANTI-FRAUDE DES CORRESPONDANCES A LA LISTE DE            *
      * SURVEILLANCE - Les creations et transferts de police          *
      * (MAJASSV2) et les sinistres (SINASSU, CLMA) dont un nom, une  *
      * adresse, un reparateur ou une partie adverse figure sur la    *
      * liste de surveillance (WORK/SURVEIL.dat, PGMSURV) attendent   *
      * dans WORK/SURVATT.dat avec l'entree de la liste qui les a     *
      * arretes. Un mouvement de police y est retenu au lieu d'etre   *
      * applique ; un sinistre est enregistre mais marque en revue    *
      * (SIN-REVUE-FRAUDE 'R', hors bon a payer FACASSU). Ce          *
      * programme est l'etape de revue qui en decide :                *
      *   ACTION=LIST (defaut) - liste la file avec l'entree de la    *
      *     liste de surveillance (WORK/SURASSU.lst), sans rien       *
      *     toucher                                                   *
      *   ACTION=LIBERER - levee du soupcon : les mouvements de       *
      *     police sont recopies dans WORK/SURVREL.dat (a recharger   *
      *     en FMVTSE via le fichier de controle MVTLISTE de          *
      *     MAJASSV2, hors filtrage), les sinistres passent en        *
      *     SIN-REVUE-FRAUDE 'L' et redeviennent payables             *
      *   ACTION=REJETER - soupcon confirme : les mouvements de       *
      *     police sont ecartes dans WORK/SURVREJ.dat (trace pour le  *
      *     service fraude), les sinistres passent en                 *
      *     SIN-REVUE-FRAUDE 'C' et restent bloques au paiement       *
      * MAT=nnnnnn limite la decision a un seul matricule ; absent,   *
      * toute la file est concernee. Les entrees decidees sont        *
      * retirees de la file, les autres y sont reecrites telles       *
      * quelles (meme principe que SOUASSU).                          *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SURVATT ASSIGN TO "WORK/SURVATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVATT.

      * Liberations - EXTEND pour cumuler plusieurs decisions avant
      * le rechargement
           SELECT F-RELEASE ASSIGN TO "WORK/SURVREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEASE.

      * Mouvements ecartes apres confirmation du soupcon
           SELECT F-REJET ASSIGN TO "WORK/SURVREJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJET.

           SELECT F-RAPPORT ASSIGN TO "WORK/SURASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

       DATA DIVISION.
       FILE SECTION.

      * Entree de la file : origine (M mouvement de police, S
      * sinistre), date de mise en revue, critere filtre, mouvement
      * ou cle du sinistre, entree de la liste de surveillance
       FD  F-SURVATT.
       01  FS-SVA-REC.
           05 FS-SVA-ORIGINE        PIC X(1).
           05 FS-SVA-DATE           PIC 9(8).
           05 FS-SVA-CRITERE        PIC X(10).
           05 FS-SVA-MVT            PIC X(100).
           05 FS-SVA-SIN REDEFINES FS-SVA-MVT.
               10 FS-SVA-SIN-MAT    PIC 9(6).
               10 FS-SVA-SIN-SEQ    PIC 9(4).
               10 FS-SVA-SIN-NOM    PIC X(20).
               10 FILLER            PIC X(70).
           05 FS-SVA-ENTREE.
               10 FS-SVA-SRV-TYPE   PIC X(1).
               10 FS-SVA-SRV-VALEUR PIC X(30).
               10 FS-SVA-SRV-MOTIF  PIC X(30).
               10 FS-SVA-SRV-DATE   PIC 9(8).

       FD  F-RELEASE.
       01  FS-REL-REC               PIC X(100).

       FD  F-REJET.
       01  FS-REJ-REC               PIC X(100).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC           PIC X(80).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT   PIC 9(6).
               10 FS-SINISTRE-SEQ   PIC 9(4).
           05 FS-SINISTRE-DATA      PIC X(100).

       WORKING-STORAGE SECTION.

       01  FS-SURVATT                PIC XX.
       01  FS-RELEASE                PIC XX.
       01  FS-REJET                  PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-SINISTRE               PIC XX.

      * Decomposition du mouvement de police retenu
           COPY WFMVTSE.

      * Sinistre en revue
           COPY WSINISTR.

      * File chargee en memoire, reecrite en fin de run sans les
      * entrees decidees
       01  WS-TAB-SURVATT.
           05 WS-SVA-ENREG          PIC X(188) OCCURS 500 TIMES.
       01  WS-NB-SVA                 PIC 9(3) VALUE 0.
       01  WS-SVA-IDX                PIC 9(3).
       01  WS-SVA-DEBORDEMENT        PIC X VALUE 'N'.
           88 SVA-DEBORDEMENT            VALUE 'O'.
       01  WS-SVA-DECIDE             PIC X OCCURS 500 TIMES.

      * Action demandee (PARM ACTION=LIST|LIBERER|REJETER,MAT=nnnnnn)
       01  WS-PARM-ACTION            PIC X(7) VALUE 'LIST   '.
           88 ACTION-LIST                VALUE 'LIST   '.
           88 ACTION-LIBERER             VALUE 'LIBERER'.
           88 ACTION-REJETER             VALUE 'REJETER'.
       01  WS-PARM-MAT               PIC X(6) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-MAT-ENTREE             PIC X(6).
       01  WS-NOUVEL-ETAT            PIC X(1).
       01  WS-SINISTRE-OUVERT        PIC X VALUE 'N'.
           88 SINISTRE-OUVERT            VALUE 'O'.

       01  WS-COMPTEURS.
           05 WS-NB-MOUVEMENTS      PIC 9(6) VALUE 0.
           05 WS-NB-SINISTRES       PIC 9(6) VALUE 0.
           05 WS-NB-CONSERVES       PIC 9(6) VALUE 0.
           05 WS-NB-ANOMALIES       PIC 9(6) VALUE 0.

      * Lignes de revue : l'objet arrete, puis l'entree de la liste
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40) VALUE
               'O MATRIC SIN  NOM                  CRITE'.
           05 FILLER PIC X(40) VALUE
               'RE    MIS EN REVUE                      '.
       01  WS-LIG-OBJET.
           05 WS-LIGO-ORIGINE       PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGO-MAT           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGO-SIN           PIC X(4).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGO-NOM           PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGO-CRITERE       PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGO-DATE          PIC 9(8).
       01  WS-LIG-ENTREE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE 'LISTE  '.
           05 WS-LIGE-TYPE          PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGE-VALEUR        PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGE-MOTIF         PIC X(26).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGE-DATE          PIC 9(8).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'REVUE ANTI-FRAUDE (SURVATT)'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER
               VARYING WS-SVA-IDX FROM 1 BY 1
               UNTIL WS-SVA-IDX > WS-NB-SVA
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION               : ' WS-PARM-ACTION
           IF WS-PARM-MAT NOT = SPACES
               DISPLAY 'MATRICULE            : ' WS-PARM-MAT
           END-IF
           DISPLAY 'MOUVEMENTS TRAITES   : ' WS-NB-MOUVEMENTS
           DISPLAY 'SINISTRES TRAITES    : ' WS-NB-SINISTRES
           DISPLAY 'ENTREES EN ATTENTE   : ' WS-NB-CONSERVES
           DISPLAY 'ANOMALIES            : ' WS-NB-ANOMALIES
           DISPLAY '========================================'
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           PERFORM 10300-CHARGER-FILE
           IF SVA-DEBORDEMENT AND NOT ACTION-LIST
               DISPLAY 'FILE SURVATT TROP VOLUMINEUSE - DECIDER PAR '
                       'MATRICULE APRES REVUE (ACTION=LIST)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ACTION-LIST
                   OPEN OUTPUT F-RAPPORT
                   IF FS-RAPPORT NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE RAPPORT'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 'CORRESPONDANCES A LA LISTE DE SURVEILLANCE '
                       TO FS-RAPPORT-REC
                   MOVE '- EN ATTENTE DE REVUE' TO FS-RAPPORT-REC(44:21)
                   WRITE FS-RAPPORT-REC
                   MOVE SPACES TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
                   MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
               WHEN ACTION-LIBERER
                   OPEN EXTEND F-RELEASE
                   IF FS-RELEASE NOT = '00'
                       OPEN OUTPUT F-RELEASE
                   END-IF
                   IF FS-RELEASE NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE SURVREL'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 10400-OUVRIR-SINISTRE
               WHEN ACTION-REJETER
                   OPEN EXTEND F-REJET
                   IF FS-REJET NOT = '00'
                       OPEN OUTPUT F-REJET
                   END-IF
                   IF FS-REJET NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE SURVREJ'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 10400-OUVRIR-SINISTRE
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU '
                           'ACTION=LIST|LIBERER|REJETER[,MAT=nnnnnn]'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:7)
                       TO WS-PARM-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'MAT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-MAT
               END-IF
           END-PERFORM
           .

      * Charger la file de revue en memoire                            *

       10300-CHARGER-FILE.
           OPEN INPUT F-SURVATT
           IF FS-SURVATT NOT = '00'
               DISPLAY 'FILE DE REVUE VIDE OU ABSENTE (SURVATT)'
           ELSE
               PERFORM 10310-LIRE-ENTREE-FILE
                   UNTIL FS-SURVATT = '10'
               CLOSE F-SURVATT
           END-IF
           .

       10310-LIRE-ENTREE-FILE.
           READ F-SURVATT
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-SVA < 500
                       ADD 1 TO WS-NB-SVA
                       MOVE FS-SVA-REC TO WS-SVA-ENREG(WS-NB-SVA)
                       MOVE 'N' TO WS-SVA-DECIDE(WS-NB-SVA)
                   ELSE
                       SET SVA-DEBORDEMENT TO TRUE
                   END-IF
           END-READ
           .

      * Sinistres a marquer (decision LIBERER/REJETER) - sans fichier  *
      * SINISTRE, les entrees sinistre restent dans la file            *

       10400-OUVRIR-SINISTRE.
           OPEN I-O F-SINISTRE
           IF FS-SINISTRE = '00'
               SET SINISTRE-OUVERT TO TRUE
           ELSE
               DISPLAY 'SINISTRE INACCESSIBLE : ' FS-SINISTRE
                       ' - SINISTRES LAISSES EN REVUE'
           END-IF
           .

      * Traitement d'une entree de la file                            *

       20000-TRAITER.
           MOVE WS-SVA-ENREG(WS-SVA-IDX) TO FS-SVA-REC
           IF FS-SVA-ORIGINE = 'S'
               MOVE FS-SVA-SIN-MAT TO WS-MAT-ENTREE
           ELSE
               MOVE FS-SVA-MVT TO W-FMVTSE
               MOVE F-MAT TO WS-MAT-ENTREE
           END-IF
           IF WS-PARM-MAT = SPACES OR WS-PARM-MAT = WS-MAT-ENTREE
               EVALUATE TRUE
                   WHEN ACTION-LIST
                       PERFORM 21000-LISTER-ENTREE
                   WHEN ACTION-LIBERER
                       MOVE 'L' TO WS-NOUVEL-ETAT
                       PERFORM 22000-DECIDER-ENTREE
                   WHEN ACTION-REJETER
                       MOVE 'C' TO WS-NOUVEL-ETAT
                       PERFORM 22000-DECIDER-ENTREE
               END-EVALUATE
           END-IF
           .

       21000-LISTER-ENTREE.
           MOVE FS-SVA-ORIGINE        TO WS-LIGO-ORIGINE
           MOVE WS-MAT-ENTREE         TO WS-LIGO-MAT
           IF FS-SVA-ORIGINE = 'S'
               ADD 1 TO WS-NB-SINISTRES
               MOVE FS-SVA-SIN-SEQ    TO WS-LIGO-SIN
               MOVE FS-SVA-SIN-NOM    TO WS-LIGO-NOM
           ELSE
               ADD 1 TO WS-NB-MOUVEMENTS
               MOVE F-CODE            TO WS-LIGO-SIN
               MOVE F-NOM-PRE         TO WS-LIGO-NOM
           END-IF
           MOVE FS-SVA-CRITERE        TO WS-LIGO-CRITERE
           MOVE FS-SVA-DATE           TO WS-LIGO-DATE
           MOVE WS-LIG-OBJET TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE FS-SVA-SRV-TYPE       TO WS-LIGE-TYPE
           MOVE FS-SVA-SRV-VALEUR     TO WS-LIGE-VALEUR
           MOVE FS-SVA-SRV-MOTIF      TO WS-LIGE-MOTIF
           MOVE FS-SVA-SRV-DATE       TO WS-LIGE-DATE
           MOVE WS-LIG-ENTREE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decision : mouvement de police libere ou ecarte, sinistre      *
      * marque ; une entree sinistre non marquee reste dans la file    *

       22000-DECIDER-ENTREE.
           IF FS-SVA-ORIGINE = 'S'
               PERFORM 22100-MARQUER-SINISTRE
           ELSE
               ADD 1 TO WS-NB-MOUVEMENTS
               IF ACTION-LIBERER
                   MOVE FS-SVA-MVT TO FS-REL-REC
                   WRITE FS-REL-REC
               ELSE
                   MOVE FS-SVA-MVT TO FS-REJ-REC
                   WRITE FS-REJ-REC
               END-IF
               MOVE 'O' TO WS-SVA-DECIDE(WS-SVA-IDX)
           END-IF
           .

       22100-MARQUER-SINISTRE.
           IF NOT SINISTRE-OUVERT
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               MOVE FS-SVA-SIN-MAT TO FS-SINISTRE-MAT
               MOVE FS-SVA-SIN-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       DISPLAY 'ANOMALIE - SINISTRE INTROUVABLE '
                               FS-SVA-SIN-MAT '/' FS-SVA-SIN-SEQ
                       ADD 1 TO WS-NB-ANOMALIES
                   NOT INVALID KEY
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       MOVE WS-NOUVEL-ETAT
                           TO SIN-REVUE-FRAUDE OF W-SINISTRE
                       MOVE W-SINISTRE TO FS-SINISTRE-REC
                       REWRITE FS-SINISTRE-REC
                       IF FS-SINISTRE = '00'
                           ADD 1 TO WS-NB-SINISTRES
                           MOVE 'O' TO WS-SVA-DECIDE(WS-SVA-IDX)
                       ELSE
                           DISPLAY 'ANOMALIE - ECHEC MISE A JOUR '
                                   'SINISTRE ' FS-SVA-SIN-MAT '/'
                                   FS-SVA-SIN-SEQ ' : ' FS-SINISTRE
                           ADD 1 TO WS-NB-ANOMALIES
                       END-IF
               END-READ
           END-IF
           .

      * Fin de traitement - LIBERER et REJETER reecrivent la file sans *
      * les entrees decidees, LIST la laisse intacte                   *

       30000-FIN.
           EVALUATE TRUE
               WHEN ACTION-LIST
                   CLOSE F-RAPPORT
                   MOVE WS-NB-SVA TO WS-NB-CONSERVES
               WHEN ACTION-LIBERER
                   CLOSE F-RELEASE
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'LIBERATIONS DANS WORK/SURVREL.dat '
                           '- A RECHARGER EN FMVTSE (cf MVTLISTE)'
               WHEN ACTION-REJETER
                   CLOSE F-REJET
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'MOUVEMENTS ECARTES DANS WORK/SURVREJ.dat'
           END-EVALUATE
           IF SINISTRE-OUVERT
               CLOSE F-SINISTRE
           END-IF
           .

       31000-REECRIRE-FILE.
           OPEN OUTPUT F-SURVATT
           PERFORM 31100-REECRIRE-ENTREE
               VARYING WS-SVA-IDX FROM 1 BY 1
               UNTIL WS-SVA-IDX > WS-NB-SVA
           CLOSE F-SURVATT
           .

       31100-REECRIRE-ENTREE.
           IF WS-SVA-DECIDE(WS-SVA-IDX) NOT = 'O'
               MOVE WS-SVA-ENREG(WS-SVA-IDX) TO FS-SVA-REC
               WRITE FS-SVA-REC
               ADD 1 TO WS-NB-CONSERVES
           END-IF
           .
