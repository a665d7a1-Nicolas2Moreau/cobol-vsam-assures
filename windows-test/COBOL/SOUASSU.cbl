       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOUASSU.

      * DECISION DU SOUSCRIPTEUR SUR LES AFFAIRES NOUVELLES ORIENTEES -*
      * Les creations 'C' tombees sous une regle d'acceptation        *
      * (DATA/SOUSCRIP) attendent dans WORK/SOUSATT.dat avec le       *
      * numero de la regle ; ce programme est l'etape souscripteur    *
      * qui en decide :                                               *
      *   ACTION=LIST (defaut) - liste la file pour revue avec le     *
      *     libelle de la regle (WORK/SOUASSU.lst), sans rien toucher *
      *   ACTION=ACCEPT - accepte : les mouvements sont recopies dans *
      *     WORK/SOUSREL.dat (a recharger en FMVTSE via le fichier de *
      *     controle MVTLISTE de MAJASSV2, hors regles) et retires de *
      *     la file                                                   *
      *   ACTION=REFUSE - refuse : une lettre de refus est editee     *
      *     pour chaque mouvement (WORK/SOUREFUS.lst) et il est       *
      *     retire de la file ; chaque lettre est inscrite au         *
      *     registre des courriers (PGMCORR, type RSO) avec son texte *
      *     - une lettre vers une adresse en retour NPAI y est        *
      *     retenue (canal N) et signalee                             *
      * MAT=nnnnnn limite la decision a un seul matricule ; absent,   *
      * toute la file est concernee. Les entrees non visees sont      *
      * reecrites telles quelles dans la file.                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SOUSATT ASSIGN TO "WORK/SOUSATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOUSATT.

      * Acceptations - EXTEND pour cumuler plusieurs decisions avant
      * le rechargement
           SELECT F-RELEASE ASSIGN TO "WORK/SOUSREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEASE.

           SELECT F-COURRIER ASSIGN TO "WORK/SOUREFUS.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURRIER.

           SELECT F-RAPPORT ASSIGN TO "WORK/SOUASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT F-REGLES-SOUS ASSIGN TO "DATA/SOUSCRIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RGS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SOUSATT.
       01  FS-SOU-REC.
           05 FS-SOU-MVT            PIC X(100).
           05 FS-SOU-REGLE          PIC 9(3).
           05 FS-SOU-DATE           PIC 9(8).

       FD  F-RELEASE.
       01  FS-REL-REC               PIC X(100).

       FD  F-COURRIER.
       01  FS-COURRIER-REC          PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC           PIC X(80).

       FD  F-REGLES-SOUS.
       01  FS-RGS-REC.
           05 FS-RGS-NUMERO         PIC 9(3).
           05 FILLER                PIC X(1).
           05 FS-RGS-PREFIXE        PIC X(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-TYPE-V         PIC X(1).
           05 FILLER                PIC X(1).
           05 FS-RGS-BM             PIC X(1).
           05 FILLER                PIC X(1).
           05 FS-RGS-TAUX-MIN       PIC 9(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-NB-RESP        PIC 9(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-LIBELLE        PIC X(30).

       WORKING-STORAGE SECTION.

       01  FS-SOUSATT                PIC XX.
       01  FS-RELEASE                PIC XX.
       01  FS-COURRIER               PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-RGS                    PIC XX.

      * Decomposition du mouvement oriente
           COPY WFMVTSE.

      * Regles d'acceptation, pour editer le libelle de la regle
           COPY CSOUSCR.
       01  WS-NB-SRG-CHARGEES        PIC 99 VALUE 0.
       01  WS-SRG-IDX                PIC 99.
       01  WS-SRG-LIBELLE-TROUVE     PIC X(30).

      * File chargee en memoire, reecrite en fin de run sans les
      * entrees decidees
       01  WS-TAB-SOUSATT.
           05 WS-SAT-REC            PIC X(111) OCCURS 500 TIMES.
       01  WS-NB-SAT                 PIC 9(3) VALUE 0.
       01  WS-SAT-IDX                PIC 9(3).
       01  WS-SAT-DEBORDEMENT        PIC X VALUE 'N'.
           88 SAT-DEBORDEMENT            VALUE 'O'.
       01  WS-SAT-DECIDE             PIC X OCCURS 500 TIMES.

      * Action demandee (PARM ACTION=LIST|ACCEPT|REFUSE,MAT=nnnnnn)
       01  WS-PARM-ACTION            PIC X(7) VALUE 'LIST   '.
           88 ACTION-LIST                VALUE 'LIST   '.
           88 ACTION-ACCEPT              VALUE 'ACCEPT '.
           88 ACTION-REFUSE              VALUE 'REFUSE '.
       01  WS-PARM-MAT               PIC X(6) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-NB-MOUVEMENTS          PIC 9(6) VALUE 0.
       01  WS-NB-CONSERVES           PIC 9(6) VALUE 0.

      * Registre des courriers (sous-programme partage PGMCORR)
       01  WS-NOM-PGMCORR            PIC X(8) VALUE 'PGMCORR'.
       01  WS-COM-CORR.
           05 WS-COR-FONCTION        PIC X(1).
           05 WS-COR-MAT             PIC X(6).
           05 WS-COR-NUM             PIC 9(5).
           05 WS-COR-TYPE-DOC        PIC X(3).
           05 WS-COR-PROGRAMME       PIC X(8).
           05 WS-COR-CANAL           PIC X(1).
           05 WS-COR-REFERENCE       PIC X(12).
           05 WS-COR-ADRESSE.
               10 WS-COR-NOM-PRE     PIC X(20).
               10 WS-COR-RUE         PIC X(18).
               10 WS-COR-CP          PIC 9(5).
               10 WS-COR-VILLE       PIC X(12).
           05 WS-COR-EMAIL           PIC X(30).
           05 WS-COR-LIGNE           PIC X(80).
           05 WS-COR-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).
       01  WS-COR-ARCHIVEE           PIC X VALUE 'N'.
           88 COR-ARCHIVEE               VALUE 'O'.

      * Ligne de revue
       01  WS-LIG-REVUE.
           05 WS-LIGR-MAT           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGR-NOM           PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGR-CP            PIC 9(5).
           05 FILLER                PIC X(7) VALUE ' REGLE '.
           05 WS-LIGR-REGLE         PIC 9(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGR-LIBELLE       PIC X(30).

      * Corps de la lettre de refus (meme presentation que LETASSU)
       01  WS-LIG-SEPARATION         PIC X(80) VALUE ALL '-'.
       01  WS-LIG-ADR-NOM.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-NOM            PIC X(20).
       01  WS-LIG-ADR-RUE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-RUE            PIC X(18).
       01  WS-LIG-ADR-VILLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-CP             PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ADR-VILLE          PIC X(12).
       01  WS-LIG-OBJET              PIC X(80) VALUE
           'OBJET : VOTRE DEMANDE DE SOUSCRIPTION'.
       01  WS-LIG-REFERENCE.
           05 FILLER                PIC X(23) VALUE
               'REFERENCE A RAPPELER : '.
           05 WS-REF-MAT            PIC X(6).
       01  WS-LIG-CORPS1             PIC X(80) VALUE
           'NOUS AVONS ETUDIE VOTRE DEMANDE AVEC ATTENTION.'.
       01  WS-LIG-CORPS2             PIC X(80) VALUE
           'NOUS NE POUVONS PAS Y DONNER UNE SUITE FAVORABLE.'.
       01  WS-LIG-EDITION.
           05 FILLER                PIC X(12) VALUE 'EDITE LE :  '.
           05 WS-EDI-DATE           PIC 9(8).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'DECISION SOUSCRIPTEUR (SOUSATT)'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER
               VARYING WS-SAT-IDX FROM 1 BY 1
               UNTIL WS-SAT-IDX > WS-NB-SAT
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION               : ' WS-PARM-ACTION
           IF WS-PARM-MAT NOT = SPACES
               DISPLAY 'MATRICULE            : ' WS-PARM-MAT
           END-IF
           DISPLAY 'MOUVEMENTS TRAITES   : ' WS-NB-MOUVEMENTS
           DISPLAY 'MOUVEMENTS EN ATTENTE: ' WS-NB-CONSERVES
           DISPLAY '========================================'
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           PERFORM 10200-CHARGER-REGLES
           PERFORM 10300-CHARGER-FILE
           IF SAT-DEBORDEMENT AND NOT ACTION-LIST
               DISPLAY 'FILE SOUSATT TROP VOLUMINEUSE - DECIDER PAR '
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
                   MOVE 'CREATIONS EN ATTENTE DE DECISION SOUSCRIPTEUR'
                       TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
               WHEN ACTION-ACCEPT
                   OPEN EXTEND F-RELEASE
                   IF FS-RELEASE NOT = '00'
                       OPEN OUTPUT F-RELEASE
                   END-IF
                   IF FS-RELEASE NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE SOUSREL'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN ACTION-REFUSE
                   OPEN EXTEND F-COURRIER
                   IF FS-COURRIER NOT = '00'
                       OPEN OUTPUT F-COURRIER
                   END-IF
                   IF FS-COURRIER NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE SOUREFUS'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU '
                           'ACTION=LIST|ACCEPT|REFUSE[,MAT=nnnnnn]'
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

      * Libelles des regles (fichier absent : libelle a blanc)        *

       10200-CHARGER-REGLES.
           OPEN INPUT F-REGLES-SOUS
           IF FS-RGS = '00'
               PERFORM 10210-LIRE-REGLE
                   UNTIL FS-RGS = '10'
               CLOSE F-REGLES-SOUS
           END-IF
           .

       10210-LIRE-REGLE.
           READ F-REGLES-SOUS
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-SRG-CHARGEES < 50
                       ADD 1 TO WS-NB-SRG-CHARGEES
                       MOVE FS-RGS-NUMERO
                           TO WS-SRG-NUMERO(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-LIBELLE
                           TO WS-SRG-LIBELLE(WS-NB-SRG-CHARGEES)
                   END-IF
           END-READ
           .

      * Charger la file d'orientation en memoire                       *

       10300-CHARGER-FILE.
           OPEN INPUT F-SOUSATT
           IF FS-SOUSATT NOT = '00'
               DISPLAY 'FILE SOUSCRIPTEUR VIDE OU ABSENTE (SOUSATT)'
           ELSE
               PERFORM 10310-LIRE-ENTREE-FILE
                   UNTIL FS-SOUSATT = '10'
               CLOSE F-SOUSATT
           END-IF
           .

       10310-LIRE-ENTREE-FILE.
           READ F-SOUSATT
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-SAT < 500
                       ADD 1 TO WS-NB-SAT
                       MOVE FS-SOU-REC TO WS-SAT-REC(WS-NB-SAT)
                       MOVE 'N' TO WS-SAT-DECIDE(WS-NB-SAT)
                   ELSE
                       SET SAT-DEBORDEMENT TO TRUE
                   END-IF
           END-READ
           .

      * Traitement d'une entree de la file                            *

       20000-TRAITER.
           MOVE WS-SAT-REC(WS-SAT-IDX) TO FS-SOU-REC
           MOVE FS-SOU-MVT TO W-FMVTSE
           IF WS-PARM-MAT = SPACES OR WS-PARM-MAT = F-MAT
               ADD 1 TO WS-NB-MOUVEMENTS
               EVALUATE TRUE
                   WHEN ACTION-LIST
                       PERFORM 21000-LISTER-MOUVEMENT
                   WHEN ACTION-ACCEPT
                       MOVE FS-SOU-MVT TO FS-REL-REC
                       WRITE FS-REL-REC
                       MOVE 'O' TO WS-SAT-DECIDE(WS-SAT-IDX)
                   WHEN ACTION-REFUSE
                       PERFORM 22000-EDITER-REFUS
                       MOVE 'O' TO WS-SAT-DECIDE(WS-SAT-IDX)
               END-EVALUATE
           END-IF
           .

       21000-LISTER-MOUVEMENT.
           MOVE SPACES TO WS-SRG-LIBELLE-TROUVE
           PERFORM 21100-CHERCHER-LIBELLE
               VARYING WS-SRG-IDX FROM 1 BY 1
               UNTIL WS-SRG-IDX > WS-NB-SRG-CHARGEES
           MOVE F-MAT                 TO WS-LIGR-MAT
           MOVE F-NOM-PRE             TO WS-LIGR-NOM
           MOVE F-CP                  TO WS-LIGR-CP
           MOVE FS-SOU-REGLE          TO WS-LIGR-REGLE
           MOVE WS-SRG-LIBELLE-TROUVE TO WS-LIGR-LIBELLE
           MOVE WS-LIG-REVUE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       21100-CHERCHER-LIBELLE.
           IF WS-SRG-NUMERO(WS-SRG-IDX) = FS-SOU-REGLE
               MOVE WS-SRG-LIBELLE(WS-SRG-IDX) TO WS-SRG-LIBELLE-TROUVE
           END-IF
           .

      * Lettre de refus - adresse prise sur le mouvement, le client   *
      * n'ayant pas encore d'enregistrement ASSURES3                   *

       22000-EDITER-REFUS.
           PERFORM 22100-OUVRIR-ARCHIVE
           MOVE WS-LIG-SEPARATION TO FS-COURRIER-REC
           WRITE FS-COURRIER-REC

           MOVE F-NOM-PRE TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE F-RUE TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE F-CP TO WS-ADR-CP
           MOVE F-VILLE TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE WS-LIG-OBJET TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE F-MAT TO WS-REF-MAT
           MOVE WS-LIG-REFERENCE TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS1 TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS2 TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           MOVE WS-DATE-JOUR TO WS-EDI-DATE
           MOVE WS-LIG-EDITION TO FS-COURRIER-REC
           PERFORM 22200-ECRIRE-LIGNE
           PERFORM 22300-FERMER-ARCHIVE
           .

      * Inscription de la lettre au registre des courriers : type     *
      * RSO, reference matricule, adresse du mouvement, courrier      *
      * postal - registre indisponible = lettre editee non archivee   *

       22100-OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-COM-CORR
           MOVE 'O' TO WS-COR-FONCTION
           MOVE F-MAT TO WS-COR-MAT
           MOVE 'RSO' TO WS-COR-TYPE-DOC
           MOVE 'SOUASSU' TO WS-COR-PROGRAMME
           MOVE 'C' TO WS-COR-CANAL
           MOVE F-MAT TO WS-COR-REFERENCE
           MOVE F-NOM-PRE TO WS-COR-NOM-PRE
           MOVE F-RUE TO WS-COR-RUE
           MOVE F-CP TO WS-COR-CP
           MOVE F-VILLE TO WS-COR-VILLE
           CALL WS-NOM-PGMCORR USING WS-COM-CORR
           IF WS-COR-RETOUR = 00
               SET COR-ARCHIVEE TO TRUE
               IF WS-COR-CANAL = 'N'
                   DISPLAY 'LETTRE RETENUE NPAI : ' F-MAT
               END-IF
           ELSE
               MOVE 'N' TO WS-COR-ARCHIVEE
               DISPLAY 'LETTRE NON ARCHIVEE : ' F-MAT
                       ' RETOUR PGMCORR ' WS-COR-RETOUR
           END-IF
           .

      * Ligne de la lettre : edition et conservation du texte          *

       22200-ECRIRE-LIGNE.
           WRITE FS-COURRIER-REC
           IF COR-ARCHIVEE
               MOVE 'L' TO WS-COR-FONCTION
               MOVE FS-COURRIER-REC TO WS-COR-LIGNE
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

       22300-FERMER-ARCHIVE.
           IF COR-ARCHIVEE
               MOVE 'F' TO WS-COR-FONCTION
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

      * Fin de traitement - ACCEPT et REFUSE reecrivent la file sans   *
      * les entrees decidees, LIST la laisse intacte                   *

       30000-FIN.
           EVALUATE TRUE
               WHEN ACTION-LIST
                   CLOSE F-RAPPORT
                   MOVE WS-NB-SAT TO WS-NB-CONSERVES
               WHEN ACTION-ACCEPT
                   CLOSE F-RELEASE
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'ACCEPTATIONS DANS WORK/SOUSREL.dat '
                           '- A RECHARGER EN FMVTSE (cf MVTLISTE)'
               WHEN ACTION-REFUSE
                   CLOSE F-COURRIER
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'LETTRES DE REFUS DANS WORK/SOUREFUS.lst'
           END-EVALUATE
           .

       31000-REECRIRE-FILE.
           OPEN OUTPUT F-SOUSATT
           PERFORM 31100-REECRIRE-ENTREE
               VARYING WS-SAT-IDX FROM 1 BY 1
               UNTIL WS-SAT-IDX > WS-NB-SAT
           CLOSE F-SOUSATT
           .

       31100-REECRIRE-ENTREE.
           IF WS-SAT-DECIDE(WS-SAT-IDX) NOT = 'O'
               MOVE WS-SAT-REC(WS-SAT-IDX) TO FS-SOU-REC
               WRITE FS-SOU-REC
               ADD 1 TO WS-NB-CONSERVES
           END-IF
           .
