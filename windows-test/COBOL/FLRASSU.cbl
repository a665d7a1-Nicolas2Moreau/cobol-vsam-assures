       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLRASSU.

      * RENOUVELLEMENT DES FLOTTES SUR LA SINISTRALITE DU COMPTE -     *
      * Les vehicules d'une flotte (matricules rattaches dans          *
      * WORK/FLOTTES.dat, cf FLOASSU) ne suivent plus le pas           *
      * bonus/malus individuel de RENOUVBM : la flotte est tarifee sur *
      * son ratio sinistres/primes des ANNEES= dernieres annees        *
      * (defaut 3) :                                                   *
      *   - primes acquises : prime annualisee de chaque vehicule      *
      *     (PRIME-A4 ramenee a l'annee selon DUREE-A4) au prorata des *
      *     jours couverts dans la periode - vehicules en portefeuille *
      *     (ASSURES3) et vehicules supprimes (HISTOASS/HSTARCH)       *
      *     jusqu'a leur date de suppression ; entree en portefeuille  *
      *     = effet du terme moins ANCIENNETE-A4 annees                *
      *   - sinistres : SINISTRE et archive SINARCH survenus dans la   *
      *     periode (annules exclus), au montant a charge              *
      *     SIN-MONTANT-NET                                            *
      * La tranche de ratio de la grille DATA/FLOGRILL (cf CFLGRILL)   *
      * donne le code et le taux bonus/malus appliques a TOUS les      *
      * vehicules de la flotte arrivant a echeance, a la place de la   *
      * progression individuelle ; PRIMCALC recalcule ensuite la prime *
      * sur ce taux comme pour tout renouvellement. Une flotte sans    *
      * prime acquise sur la periode reste a la progression            *
      * individuelle.                                                  *
      * PARM (cle=valeur separees par une virgule, optionnel) :        *
      *   ACTION=PROPOSER (defaut) - proposition de renouvellement par *
      *     flotte dans WORK/FLRASSU.lst, pour le charge de compte :   *
      *     vehicules a echeance dans les ECHEANCE= jours (defaut 30), *
      *     taux actuel et taux propose - rien n'est mis a jour        *
      *   ACTION=VALIDER - applique le taux de flotte aux vehicules    *
      *     dont l'echeance est atteinte, remet NB-SINISTRE-A4 a zero  *
      *     et marque l'echeance dans WORK/RENOUVBM.dat : RENOUVBM,    *
      *     lance ensuite, saute ces echeances, et un second passage   *
      *     de VALIDER ne les reprend pas                              *
      *   ANNEES=n - profondeur de la periode d'observation            *
      * A lancer AVANT RENOUVBM/PRIMCALC dans l'enchainement de        *
      * renouvellement, apres validation des propositions.             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Rattachements matricule -> flotte (cf FLOASSU)
           SELECT F-FLOTTES ASSIGN TO "WORK/FLOTTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTTES.

      * Grille d'ajustement (chargee en memoire au demarrage, cf
      * CFLGRILL.cpy)
           SELECT F-FLOGRILL ASSIGN TO "DATA/FLOGRILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOGRILL.

      * Images des vehicules supprimes (memes layouts que DOSASSU)
           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

           SELECT F-HISTO-ARCH ASSIGN TO HSTARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HSA.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Archive des sinistres clos (optionnelle) - images plates
      * CSINISTR, meme convention qu'EVTASSU
           SELECT F-SINARCH ASSIGN TO SINARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-SINARCH.

      * Marquage des echeances deja progressees (fichier de RENOUVBM,
      * cle mat+seq) - une echeance marquee n'est plus progressee
           SELECT F-MARQUE ASSIGN TO "WORK/RENOUVBM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MARQ-CLE
               FILE STATUS IS FS-MARQUE.

      * Fichier de travail du SORT des propositions par flotte
           SELECT F-TRI-WORK ASSIGN TO "WORK/FLRASSU.SRT".

           SELECT F-RAPPORT ASSIGN TO "WORK/FLRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FLOTTES.
       01  FS-FLO-REC.
           05 FS-FLO-ID            PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-MAT           PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-LIBELLE       PIC X(20).

       FD  F-FLOGRILL.
       01  FS-FLG-REC.
           05 FS-FLG-CODE          PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-FLG-RATIO-MAX     PIC 9(3).
           05 FILLER               PIC X(1).
           05 FS-FLG-BM            PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-FLG-TAUX          PIC 9(2).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

       FD  F-HISTO-ARCH.
       01  FS-HSA-REC.
           05 FS-HSA-ENREG          PIC X(120).
           05 FS-HSA-DATE-SUPPR     PIC 9(8).
           05 FS-HSA-BATCH-ID       PIC X(6).
           05 FS-HSA-RESTE          PIC X(9).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-SINARCH.
       01  FS-SINARCH-REC          PIC X(110).

       FD  F-MARQUE.
       01  FS-MARQ-REC.
           05 FS-MARQ-CLE.
               10 FS-MARQ-MAT        PIC 9(6).
               10 FS-MARQ-VEHIC      PIC 9(2).
           05 FS-MARQ-ECHEANCE       PIC 9(8).

       SD  F-TRI-WORK.
       01  SD-FLR-REC.
           05 SD-FLR-CUM-POS       PIC 9(2).
           05 SD-FLR-MAT           PIC 9(6).
           05 SD-FLR-VEHIC         PIC 9(2).
           05 SD-FLR-NOM           PIC X(20).
           05 SD-FLR-ECHEANCE      PIC 9(8).
           05 SD-FLR-BM-AVANT      PIC X(1).
           05 SD-FLR-TAUX-AVANT    PIC 9(2).
           05 SD-FLR-BM-APRES      PIC X(1).
           05 SD-FLR-TAUX-APRES    PIC 9(2).
           05 SD-FLR-PRIME         PIC 9(6)V99.
           05 SD-FLR-STATUT        PIC X(11).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

       01  FS-FLOTTES                PIC XX.
       01  FS-FLOGRILL               PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-HSA                    PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-SINARCH                PIC XX.
       01  FS-MARQUE                 PIC XX.
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
           05 WS-FUNC-REWRITE        PIC 99 VALUE 04.
           05 WS-FUNC-START          PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT       PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

       01  WS-FIN-ASSURES            PIC X VALUE 'N'.
           88 FIN-ASSURES                VALUE 'O'.
       01  WS-MARQUE-DISPONIBLE      PIC X VALUE 'N'.
           88 MARQUE-DISPONIBLE          VALUE 'O'.
       01  WS-MARQUE-TROUVEE         PIC X VALUE 'N'.
           88 MARQUE-TROUVEE             VALUE 'O'.
       01  WS-MARQUE-EXISTE          PIC X VALUE 'N'.
           88 MARQUE-EXISTE              VALUE 'O'.

      * Zones extraites du PARM
       01  WS-PARM-ACTION            PIC X(8) VALUE 'PROPOSER'.
           88 ACTION-PROPOSER            VALUE 'PROPOSER'.
           88 ACTION-VALIDER             VALUE 'VALIDER '.
       01  WS-PARM-ANNEES            PIC 9 VALUE 3.
       01  WS-PARM-ECHEANCE          PIC 9(3) VALUE 030.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Date du run, periode d'observation et horizon d'echeance
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-DEBUT              PIC 9(8).
       01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
           05 WS-DDB-AAAA            PIC 9(4).
           05 WS-DDB-MM              PIC 99.
           05 WS-DDB-JJ              PIC 99.
       01  WS-DATE-HORIZON            PIC 9(8).
       01  WS-DATE-LIMITE             PIC 9(8).
       01  WS-JUL-DEBUT               PIC 9(7).
       01  WS-JUL-FIN                 PIC 9(7).

      * Normalisation des dates (AAMMJJ non converti -> fenetre de
      * siecle AA < 50 -> 20AA, meme convention que PRIMCALC)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-SIECLE             PIC 99.

      * Grille d'ajustement
           COPY CFLGRILL.
       01  WS-NB-FLG-CHARGES         PIC 99 VALUE 0.
       01  WS-FLG-IDX                PIC 99.
       01  WS-FLG-POS                PIC 99.

      * Rattachements charges en memoire (meme table que FLOASSU) et
      * poste de cumul de la flotte de chaque rattachement
       01  WS-TAB-FLOTTES.
           05 WS-FLO-ENTREE OCCURS 500 TIMES.
               10 WS-FLO-ID          PIC X(6).
               10 WS-FLO-MAT         PIC X(6).
               10 WS-FLO-LIBELLE     PIC X(20).
               10 WS-FLO-CUM-POS     PIC 99.
       01  WS-NB-FLO                 PIC 9(3) VALUE 0.
       01  WS-IDX-FLO                PIC 9(3).
       01  WS-FLO-POS                PIC 9(3).
       01  WS-MAT-CHERCHE            PIC X(6).

      * Cumuls et ajustement par flotte
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTREE OCCURS 50 TIMES.
               10 WS-CUM-ID          PIC X(6).
               10 WS-CUM-LIBELLE     PIC X(20).
               10 WS-CUM-NB-VEHIC    PIC 9(4).
               10 WS-CUM-PRIME-ACQ   PIC 9(9)V99.
               10 WS-CUM-NB-SIN      PIC 9(5).
               10 WS-CUM-COUT-SIN    PIC 9(9)V99.
               10 WS-CUM-RATIO       PIC 9(3).
               10 WS-CUM-TRANCHE     PIC X(1).
               10 WS-CUM-BM          PIC X(1).
               10 WS-CUM-TAUX        PIC 9(2).
       01  WS-NB-CUM                 PIC 99 VALUE 0.
       01  WS-IDX-CUM                PIC 99.
       01  WS-CUM-POS                PIC 99.
       01  WS-RATIO-CALCULE          PIC 9(7).

      * Image de vehicule en cours d'examen
       01  WS-IMG-SUPPRIMEE           PIC X VALUE 'N'.
           88 IMG-SUPPRIMEE              VALUE 'O'.
       01  WS-IMG-DATE-SUPPR          PIC 9(8).
       01  WS-IMG-ENTREE              PIC 9(8).
       01  WS-IMG-ENTREE-R REDEFINES WS-IMG-ENTREE.
           05 WS-ENT-AAAA            PIC 9(4).
           05 WS-ENT-MM              PIC 99.
           05 WS-ENT-JJ              PIC 99.
       01  WS-IMG-JUL-DEB             PIC 9(7).
       01  WS-IMG-JUL-FIN             PIC 9(7).
       01  WS-IMG-JOURS               PIC S9(7).
       01  WS-PRIME-ANNUELLE          PIC 9(7)V99.
       01  WS-PRIME-ACQUISE           PIC 9(7)V99.
       01  WS-SIN-JUL                 PIC 9(7).

      * Vehicule a echeance
       01  WS-ECHEANCE                PIC 9(8).
       01  WS-STATUT                  PIC X(11).

      * Edition par flotte
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-RUP-CUM-POS             PIC 99.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-VEHICULES       PIC 9(6) VALUE 0.
           05 WS-CPT-VEH-FLOTTE      PIC 9(6) VALUE 0.
           05 WS-CPT-ECHEANCES       PIC 9(6) VALUE 0.
           05 WS-CPT-APPLIQUES       PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-FAITES     PIC 9(6) VALUE 0.
           05 WS-CPT-INDIVIDUELS     PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-RETENUS     PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE         PIC X(40).
           05 FILLER                PIC X(4) VALUE ' DU '.
           05 WS-LIGT-DATE          PIC 9(8).
       01  WS-LIG-FLOTTE.
           05 FILLER                PIC X(7) VALUE 'FLOTTE '.
           05 WS-LGF-ID             PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGF-LIBELLE        PIC X(20).
           05 FILLER                PIC X(17)
               VALUE '  SINISTRALITE DU'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGF-DEBUT          PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LGF-FIN            PIC 9(8).
       01  WS-LIG-PRIMES.
           05 FILLER                PIC X(20)
               VALUE '  PRIMES ACQUISES   '.
           05 WS-LGP-PRIME          PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(13) VALUE '   VEHICULES '.
           05 WS-LGP-NB-VEHIC       PIC ZZZ9.
       01  WS-LIG-SINISTRES.
           05 FILLER                PIC X(20)
               VALUE '  SINISTRES         '.
           05 WS-LGS-COUT           PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(13) VALUE '   NOMBRE    '.
           05 WS-LGS-NB-SIN         PIC ZZZZ9.
       01  WS-LIG-RATIO.
           05 FILLER                PIC X(20)
               VALUE '  RATIO S/P         '.
           05 WS-LGR-RATIO          PIC ZZ9.
           05 FILLER                PIC X(14) VALUE ' %   TRANCHE '.
           05 WS-LGR-TRANCHE        PIC X(1).
           05 FILLER                PIC X(17)
               VALUE '  TAUX DE FLOTTE '.
           05 WS-LGR-BM             PIC X(1).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LGR-TAUX           PIC Z9.
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(39)
               VALUE '  MATRIC VE NOM                  ECHEAN'.
           05 FILLER                PIC X(39)
               VALUE 'CE  ACTU    PROP     PRIME STATUT'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGD-MAT            PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-VEHIC          PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-NOM            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-ECHEANCE       PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGD-BM-AVANT       PIC X(1).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LGD-TAUX-AVANT     PIC 99.
           05 FILLER                PIC X(4) VALUE ' -> '.
           05 WS-LGD-BM-APRES       PIC X(1).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LGD-TAUX-APRES     PIC 99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PRIME          PIC ZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-STATUT         PIC X(11).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RENOUVELLEMENT DES FLOTTES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CUMULER-PRIMES
           PERFORM 30000-CUMULER-SINISTRES
           PERFORM 35000-DETERMINER-AJUSTEMENT
               VARYING WS-IDX-CUM FROM 1 BY 1
               UNTIL WS-IDX-CUM > WS-NB-CUM
           PERFORM 40000-TRAITER-ECHEANCES
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION                   : ' WS-PARM-ACTION
           DISPLAY 'PERIODE D''OBSERVATION    : ' WS-DATE-DEBUT
                   ' - ' WS-DATE-SYSTEME
           DISPLAY 'FLOTTES                  : ' WS-NB-CUM
           DISPLAY 'VEHICULES LUS            : ' WS-CPT-VEHICULES
           DISPLAY '  DONT VEHICULES DE FLOTTE: ' WS-CPT-VEH-FLOTTE
           DISPLAY 'SINISTRES RETENUS        : ' WS-CPT-SIN-RETENUS
           DISPLAY 'ECHEANCES DE FLOTTE      : ' WS-CPT-ECHEANCES
           DISPLAY '  TAUX DE FLOTTE APPLIQUE: ' WS-CPT-APPLIQUES
           DISPLAY '  DEJA TRAITEES          : ' WS-CPT-DEJA-FAITES
           DISPLAY '  PROGRESSION INDIVIDUELLE: ' WS-CPT-INDIVIDUELS
           DISPLAY 'ANOMALIES                : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, periode, grille, flottes et fichiers    *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF NOT ACTION-PROPOSER AND NOT ACTION-VALIDER
               DISPLAY 'PARM INVALIDE - ACTION=PROPOSER|VALIDER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-ANNEES = 0
               MOVE 3 TO WS-PARM-ANNEES
           END-IF

      * Periode : meme jour ANNEES= ans plus tot jusqu'a la date du
      * run incluse
           MOVE WS-DATE-SYSTEME TO WS-DATE-DEBUT
           SUBTRACT WS-PARM-ANNEES FROM WS-DDB-AAAA
           IF WS-DDB-MM = 2 AND WS-DDB-JJ > 28
               MOVE 28 TO WS-DDB-JJ
           END-IF
           COMPUTE WS-JUL-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
           COMPUTE WS-JUL-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME) + 1

      * Echeances retenues : atteintes (VALIDER, comme RENOUVBM) ou
      * dans l'horizon de proposition
           COMPUTE WS-DATE-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME)
               + WS-PARM-ECHEANCE)
           IF ACTION-VALIDER
               MOVE WS-DATE-SYSTEME TO WS-DATE-LIMITE
           ELSE
               MOVE WS-DATE-HORIZON TO WS-DATE-LIMITE
           END-IF

           PERFORM 10200-CHARGER-GRILLE
           IF WS-NB-FLG-CHARGES = 0
               DISPLAY 'GRILLE DATA/FLOGRILL ABSENTE OU VIDE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 11000-CHARGER-FLOTTES
           IF WS-NB-CUM = 0
               DISPLAY 'AUCUNE FLOTTE DEFINIE (WORK/FLOTTES.dat)'
               GOBACK
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Marquage des echeances - cree au besoin en VALIDER (meme
      * technique que RENOUVBM), simplement consulte en PROPOSER
           IF ACTION-VALIDER
               OPEN I-O F-MARQUE
               IF FS-MARQUE NOT = '00'
                   OPEN OUTPUT F-MARQUE
                   IF FS-MARQUE NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE WORK/RENOUVBM.dat'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE F-MARQUE
                   OPEN I-O F-MARQUE
               END-IF
               SET MARQUE-DISPONIBLE TO TRUE
           ELSE
               OPEN INPUT F-MARQUE
               IF FS-MARQUE = '00'
                   SET MARQUE-DISPONIBLE TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ACTION-VALIDER
               MOVE 'RENOUVELLEMENT DES FLOTTES - VALIDATION'
                   TO WS-LIGT-TEXTE
           ELSE
               MOVE 'RENOUVELLEMENT DES FLOTTES - PROPOSITION'
                   TO WS-LIGT-TEXTE
           END-IF
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'ECHEANCES JUSQU''AU ' WS-DATE-LIMITE
               DELIMITED BY SIZE INTO FS-RAPPORT-REC
           END-STRING
           WRITE FS-RAPPORT-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:8)
                       TO WS-PARM-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ANNEES='
                       AND WS-PARM-TOK(WS-PARM-IDX)(8:1) NUMERIC
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:1)
                       TO WS-PARM-ANNEES
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:9) = 'ECHEANCE='
                       AND WS-PARM-TOK(WS-PARM-IDX)(10:3) NUMERIC
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(10:3)
                       TO WS-PARM-ECHEANCE
               END-IF
           END-PERFORM
           .

      * Chargement de la grille depuis DATA/FLOGRILL                   *

       10200-CHARGER-GRILLE.
           OPEN INPUT F-FLOGRILL
           IF FS-FLOGRILL = '00'
               PERFORM 10210-LIRE-TRANCHE
                   UNTIL FS-FLOGRILL = '10'
               CLOSE F-FLOGRILL
           END-IF
           .

       10210-LIRE-TRANCHE.
           READ F-FLOGRILL
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-FLG-CHARGES < 20
                       ADD 1 TO WS-NB-FLG-CHARGES
                       MOVE FS-FLG-CODE
                           TO WS-FLG-CODE(WS-NB-FLG-CHARGES)
                       MOVE FS-FLG-RATIO-MAX
                           TO WS-FLG-RATIO-MAX(WS-NB-FLG-CHARGES)
                       MOVE FS-FLG-BM
                           TO WS-FLG-BM(WS-NB-FLG-CHARGES)
                       MOVE FS-FLG-TAUX
                           TO WS-FLG-TAUX(WS-NB-FLG-CHARGES)
                   END-IF
           END-READ
           .

      * Chargement des rattachements et creation d'un poste de cumul   *
      * par flotte distincte                                           *

       11000-CHARGER-FLOTTES.
           OPEN INPUT F-FLOTTES
           IF FS-FLOTTES = '00'
               PERFORM 11100-LIRE-RATTACHEMENT
                   UNTIL FS-FLOTTES = '10'
               CLOSE F-FLOTTES
           END-IF
           .

       11100-LIRE-RATTACHEMENT.
           READ F-FLOTTES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-FLO < 500
                       ADD 1 TO WS-NB-FLO
                       MOVE FS-FLO-ID      TO WS-FLO-ID(WS-NB-FLO)
                       MOVE FS-FLO-MAT     TO WS-FLO-MAT(WS-NB-FLO)
                       MOVE FS-FLO-LIBELLE
                           TO WS-FLO-LIBELLE(WS-NB-FLO)
                       PERFORM 11200-POSTE-DE-CUMUL
                       MOVE WS-CUM-POS TO WS-FLO-CUM-POS(WS-NB-FLO)
                   END-IF
           END-READ
           .

       11200-POSTE-DE-CUMUL.
           MOVE 0 TO WS-CUM-POS
           PERFORM 11210-COMPARER-FLOTTE
               VARYING WS-IDX-CUM FROM 1 BY 1
               UNTIL WS-IDX-CUM > WS-NB-CUM
                   OR WS-CUM-POS > 0
           IF WS-CUM-POS = 0 AND WS-NB-CUM < 50
               ADD 1 TO WS-NB-CUM
               MOVE WS-NB-CUM TO WS-CUM-POS
               INITIALIZE WS-CUM-ENTREE(WS-CUM-POS)
               MOVE FS-FLO-ID      TO WS-CUM-ID(WS-CUM-POS)
               MOVE FS-FLO-LIBELLE TO WS-CUM-LIBELLE(WS-CUM-POS)
           END-IF
           .

       11210-COMPARER-FLOTTE.
           IF WS-CUM-ID(WS-IDX-CUM) = FS-FLO-ID
               MOVE WS-IDX-CUM TO WS-CUM-POS
           END-IF
           .

      * Flotte d'un matricule (WS-MAT-CHERCHE) -> WS-CUM-POS, zero si  *
      * le matricule n'est rattache a aucune flotte                    *

       12000-FLOTTE-DU-MATRICULE.
           MOVE 0 TO WS-FLO-POS
           MOVE 0 TO WS-CUM-POS
           PERFORM 12100-COMPARER-MATRICULE
               VARYING WS-IDX-FLO FROM 1 BY 1
               UNTIL WS-IDX-FLO > WS-NB-FLO
                   OR WS-FLO-POS > 0
           IF WS-FLO-POS > 0
               MOVE WS-FLO-CUM-POS(WS-FLO-POS) TO WS-CUM-POS
           END-IF
           .

       12100-COMPARER-MATRICULE.
           IF WS-FLO-MAT(WS-IDX-FLO) = WS-MAT-CHERCHE
               MOVE WS-IDX-FLO TO WS-FLO-POS
           END-IF
           .

      * Date en AAAAMMJJ - une valeur encore en AAMMJJ (archives non   *
      * converties par DATASSU) passe par la fenetre de siecle         *
      * AA < 50 -> 20AA                                                *

       15000-NORMALISER-DATE.
           IF WS-CONV-DATE > 0 AND WS-CONV-DATE NOT > 991231
               IF WS-CONV-DATE / 10000 < 50
                   MOVE 20 TO WS-CONV-SIECLE
               ELSE
                   MOVE 19 TO WS-CONV-SIECLE
               END-IF
               COMPUTE WS-CONV-DATE =
                   (WS-CONV-SIECLE * 1000000) + WS-CONV-DATE
           END-IF
           .

      * Primes acquises des vehicules de flotte sur la periode :       *
      * images supprimees puis portefeuille                            *

       20000-CUMULER-PRIMES.
           SET IMG-SUPPRIMEE TO TRUE
           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM 21000-LIRE-UNE-IMAGE-HST
                   UNTIL FS-HST = '10'
               CLOSE F-HISTO
           END-IF
           OPEN INPUT F-HISTO-ARCH
           IF FS-HSA = '00'
               PERFORM 22000-LIRE-UNE-IMAGE-HSA
                   UNTIL FS-HSA = '10'
               CLOSE F-HISTO-ARCH
           END-IF

           MOVE 'N' TO WS-IMG-SUPPRIMEE
           MOVE 0 TO WS-IMG-DATE-SUPPR
           MOVE SPACES TO WS-ENREG
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           MOVE 'N' TO WS-FIN-ASSURES
           PERFORM 23000-LIRE-UN-ASSURE UNTIL FIN-ASSURES
           .

       21000-LIRE-UNE-IMAGE-HST.
           READ F-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-HST-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HST-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 25000-CUMULER-IMAGE
                       THRU FIN-25000-CUMULER-IMAGE
           END-READ
           .

       22000-LIRE-UNE-IMAGE-HSA.
           READ F-HISTO-ARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-HSA-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HSA-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 25000-CUMULER-IMAGE
                       THRU FIN-25000-CUMULER-IMAGE
           END-READ
           .

       23000-LIRE-UN-ASSURE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               ADD 1 TO WS-CPT-VEHICULES
               MOVE WS-ENREG TO WS-ASSURE-CASSURES
               PERFORM 25000-CUMULER-IMAGE
                   THRU FIN-25000-CUMULER-IMAGE
           ELSE
               SET FIN-ASSURES TO TRUE
           END-IF
           .

      * Prime acquise par un vehicule de flotte : prime annualisee au  *
      * prorata des jours couverts dans la periode (de l'entree en     *
      * portefeuille a la suppression ou a la date du run)             *

       25000-CUMULER-IMAGE.
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-MAT-CHERCHE
           PERFORM 12000-FLOTTE-DU-MATRICULE
           IF WS-CUM-POS = 0
               GO TO FIN-25000-CUMULER-IMAGE
           END-IF
           IF NOT IMG-SUPPRIMEE
               ADD 1 TO WS-CPT-VEH-FLOTTE
               ADD 1 TO WS-CUM-NB-VEHIC(WS-CUM-POS)
           END-IF

           MOVE WS-JUL-DEBUT TO WS-IMG-JUL-DEB
           MOVE DATE-EFFET-A4 IN WS-ASSURE-CASSURES TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           IF WS-CONV-DATE > 0
               MOVE WS-CONV-DATE TO WS-IMG-ENTREE
               SUBTRACT ANCIENNETE-A4 IN WS-ASSURE-CASSURES
                   FROM WS-ENT-AAAA
               IF WS-ENT-MM = 2 AND WS-ENT-JJ > 28
                   MOVE 28 TO WS-ENT-JJ
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IMG-ENTREE) NOT = 0
                   DISPLAY 'ANOMALIE - DATE D''EFFET INVALIDE '
                           MAT-A4 IN WS-ASSURE-CASSURES '/'
                           SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
                   ADD 1 TO WS-CPT-ANOMALIES
                   GO TO FIN-25000-CUMULER-IMAGE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-IMG-ENTREE)
                       > WS-JUL-DEBUT
                   COMPUTE WS-IMG-JUL-DEB =
                       FUNCTION INTEGER-OF-DATE(WS-IMG-ENTREE)
               END-IF
           END-IF

           MOVE WS-JUL-FIN TO WS-IMG-JUL-FIN
           IF IMG-SUPPRIMEE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-IMG-DATE-SUPPR)
                       NOT = 0
                   DISPLAY 'ANOMALIE - DATE DE SUPPRESSION INVALIDE '
                           MAT-A4 IN WS-ASSURE-CASSURES '/'
                           SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
                   ADD 1 TO WS-CPT-ANOMALIES
                   GO TO FIN-25000-CUMULER-IMAGE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
                       < WS-JUL-FIN
                   COMPUTE WS-IMG-JUL-FIN =
                       FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
               END-IF
           END-IF
           COMPUTE WS-IMG-JOURS = WS-IMG-JUL-FIN - WS-IMG-JUL-DEB
           IF WS-IMG-JOURS NOT > 0
               GO TO FIN-25000-CUMULER-IMAGE
           END-IF

      * PRIME-A4 est la prime du terme ('S' 6 mois, 'T' 3 mois)
           EVALUATE DUREE-A4 IN WS-ASSURE-CASSURES
               WHEN 'S'
                   COMPUTE WS-PRIME-ANNUELLE =
                       PRIME-A4 IN WS-ASSURE-CASSURES * 2
               WHEN 'T'
                   COMPUTE WS-PRIME-ANNUELLE =
                       PRIME-A4 IN WS-ASSURE-CASSURES * 4
               WHEN OTHER
                   MOVE PRIME-A4 IN WS-ASSURE-CASSURES
                       TO WS-PRIME-ANNUELLE
           END-EVALUATE
           COMPUTE WS-PRIME-ACQUISE ROUNDED =
               WS-PRIME-ANNUELLE * WS-IMG-JOURS / 365
           ADD WS-PRIME-ACQUISE TO WS-CUM-PRIME-ACQ(WS-CUM-POS)
           .
       FIN-25000-CUMULER-IMAGE.
           EXIT.

      * Sinistres des matricules de flotte sur la periode : SINISTRE   *
      * puis archive SINARCH                                           *

       30000-CUMULER-SINISTRES.
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               PERFORM 31000-LIRE-UN-SINISTRE
                   UNTIL FS-SINISTRE = '10'
               CLOSE F-SINISTRE
           ELSE
               DISPLAY 'SINISTRE ABSENT - AUCUN SINISTRE CUMULE'
           END-IF
           OPEN INPUT F-SINARCH
           IF FS-SINARCH = '00'
               PERFORM 32000-LIRE-UNE-ARCHIVE
                   UNTIL FS-SINARCH = '10'
               CLOSE F-SINARCH
           END-IF
           .

       31000-LIRE-UN-SINISTRE.
           READ F-SINISTRE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   PERFORM 33000-CUMULER-UN-SINISTRE
                       THRU FIN-33000-CUMULER-UN-SINISTRE
           END-READ
           .

       32000-LIRE-UNE-ARCHIVE.
           READ F-SINARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINARCH-REC TO W-SINISTRE
                   PERFORM 33000-CUMULER-UN-SINISTRE
                       THRU FIN-33000-CUMULER-UN-SINISTRE
           END-READ
           .

       33000-CUMULER-UN-SINISTRE.
           IF SIN-ETAT = 'X'
               GO TO FIN-33000-CUMULER-UN-SINISTRE
           END-IF
           MOVE SIN-MAT TO WS-MAT-CHERCHE
           PERFORM 12000-FLOTTE-DU-MATRICULE
           IF WS-CUM-POS = 0
               GO TO FIN-33000-CUMULER-UN-SINISTRE
           END-IF
           MOVE SIN-DATE TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE) NOT = 0
               DISPLAY 'ANOMALIE - DATE DE SINISTRE INVALIDE '
                       SIN-MAT '/' SIN-SEQ
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-33000-CUMULER-UN-SINISTRE
           END-IF
           COMPUTE WS-SIN-JUL = FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
           IF WS-SIN-JUL < WS-JUL-DEBUT OR WS-SIN-JUL NOT < WS-JUL-FIN
               GO TO FIN-33000-CUMULER-UN-SINISTRE
           END-IF
           ADD 1 TO WS-CPT-SIN-RETENUS
           ADD 1 TO WS-CUM-NB-SIN(WS-CUM-POS)
           ADD SIN-MONTANT-NET TO WS-CUM-COUT-SIN(WS-CUM-POS)
           .
       FIN-33000-CUMULER-UN-SINISTRE.
           EXIT.

      * Ratio sinistres/primes de la flotte et tranche de la grille -  *
      * sans prime acquise, pas de taux de flotte (tranche blanche)    *

       35000-DETERMINER-AJUSTEMENT.
           MOVE 0 TO WS-CUM-RATIO(WS-IDX-CUM)
           MOVE SPACE TO WS-CUM-TRANCHE(WS-IDX-CUM)
           IF WS-CUM-PRIME-ACQ(WS-IDX-CUM) > 0
               COMPUTE WS-RATIO-CALCULE ROUNDED =
                   WS-CUM-COUT-SIN(WS-IDX-CUM) * 100
                   / WS-CUM-PRIME-ACQ(WS-IDX-CUM)
               IF WS-RATIO-CALCULE > 999
                   MOVE 999 TO WS-CUM-RATIO(WS-IDX-CUM)
               ELSE
                   MOVE WS-RATIO-CALCULE TO WS-CUM-RATIO(WS-IDX-CUM)
               END-IF
               MOVE 0 TO WS-FLG-POS
               PERFORM 35100-COMPARER-TRANCHE
                   VARYING WS-FLG-IDX FROM 1 BY 1
                   UNTIL WS-FLG-IDX > WS-NB-FLG-CHARGES
                       OR WS-FLG-POS > 0
               IF WS-FLG-POS = 0
                   MOVE WS-NB-FLG-CHARGES TO WS-FLG-POS
               END-IF
               MOVE WS-FLG-CODE(WS-FLG-POS)
                   TO WS-CUM-TRANCHE(WS-IDX-CUM)
               MOVE WS-FLG-BM(WS-FLG-POS)   TO WS-CUM-BM(WS-IDX-CUM)
               MOVE WS-FLG-TAUX(WS-FLG-POS) TO WS-CUM-TAUX(WS-IDX-CUM)
           END-IF
           .

       35100-COMPARER-TRANCHE.
           IF WS-CUM-RATIO(WS-IDX-CUM)
                   NOT > WS-FLG-RATIO-MAX(WS-FLG-IDX)
               MOVE WS-FLG-IDX TO WS-FLG-POS
           END-IF
           .

      * Vehicules de flotte a echeance : taux propose ou applique,     *
      * puis edition triee par flotte                                  *

       40000-TRAITER-ECHEANCES.
           SORT F-TRI-WORK
               ASCENDING KEY SD-FLR-CUM-POS SD-FLR-MAT SD-FLR-VEHIC
               INPUT PROCEDURE IS 41000-SELECTIONNER-ECHEANCES
               OUTPUT PROCEDURE IS 45000-EDITER-PROPOSITIONS
           .

       41000-SELECTIONNER-ECHEANCES.
           MOVE SPACES TO WS-ENREG
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           MOVE 'N' TO WS-FIN-ASSURES
           PERFORM 41100-EXAMINER-VEHICULE UNTIL FIN-ASSURES
           .

       41100-EXAMINER-VEHICULE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               PERFORM 42000-TRAITER-ECHEANCE
                   THRU FIN-42000-TRAITER-ECHEANCE
           ELSE
               SET FIN-ASSURES TO TRUE
           END-IF
           .

       42000-TRAITER-ECHEANCE.
           MOVE MAT-X4 OF W-ASSURE TO WS-MAT-CHERCHE
           PERFORM 12000-FLOTTE-DU-MATRICULE
           IF WS-CUM-POS = 0
               GO TO FIN-42000-TRAITER-ECHEANCE
           END-IF
           MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           MOVE WS-CONV-DATE TO WS-ECHEANCE
           IF WS-ECHEANCE = 0 OR WS-ECHEANCE > WS-DATE-LIMITE
               GO TO FIN-42000-TRAITER-ECHEANCE
           END-IF
           ADD 1 TO WS-CPT-ECHEANCES

           MOVE WS-CUM-POS                 TO SD-FLR-CUM-POS
           MOVE MAT-A4 OF W-ASSURE         TO SD-FLR-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO SD-FLR-VEHIC
           MOVE NOM-PRE-A4 OF W-ASSURE     TO SD-FLR-NOM
           MOVE WS-ECHEANCE                TO SD-FLR-ECHEANCE
           MOVE BM-A4 OF W-ASSURE          TO SD-FLR-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE        TO SD-FLR-TAUX-AVANT
           MOVE PRIME-A4 OF W-ASSURE       TO SD-FLR-PRIME

           PERFORM 42100-VERIFIER-MARQUE
           EVALUATE TRUE
               WHEN WS-CUM-TRANCHE(WS-CUM-POS) = SPACE
                   MOVE BM-A4 OF W-ASSURE   TO SD-FLR-BM-APRES
                   MOVE TAUX-A4 OF W-ASSURE TO SD-FLR-TAUX-APRES
                   MOVE 'INDIVIDUEL' TO WS-STATUT
                   ADD 1 TO WS-CPT-INDIVIDUELS
               WHEN MARQUE-TROUVEE
                   MOVE BM-A4 OF W-ASSURE   TO SD-FLR-BM-APRES
                   MOVE TAUX-A4 OF W-ASSURE TO SD-FLR-TAUX-APRES
                   MOVE 'DEJA TRAITE' TO WS-STATUT
                   ADD 1 TO WS-CPT-DEJA-FAITES
               WHEN ACTION-VALIDER
                   MOVE WS-CUM-BM(WS-CUM-POS)   TO SD-FLR-BM-APRES
                   MOVE WS-CUM-TAUX(WS-CUM-POS) TO SD-FLR-TAUX-APRES
                   PERFORM 43000-APPLIQUER-TAUX-FLOTTE
               WHEN OTHER
                   MOVE WS-CUM-BM(WS-CUM-POS)   TO SD-FLR-BM-APRES
                   MOVE WS-CUM-TAUX(WS-CUM-POS) TO SD-FLR-TAUX-APRES
                   MOVE 'A VALIDER' TO WS-STATUT
           END-EVALUATE
           MOVE WS-STATUT TO SD-FLR-STATUT
           RELEASE SD-FLR-REC
           .
       FIN-42000-TRAITER-ECHEANCE.
           EXIT.

      * Echeance deja progressee (par RENOUVBM ou par une validation   *
      * precedente) ?                                                  *

       42100-VERIFIER-MARQUE.
           MOVE 'N' TO WS-MARQUE-TROUVEE
           MOVE 'N' TO WS-MARQUE-EXISTE
           IF MARQUE-DISPONIBLE
               MOVE MAT-A4 OF W-ASSURE          TO FS-MARQ-MAT
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO FS-MARQ-VEHIC
               READ F-MARQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MARQUE-EXISTE TO TRUE
                       IF FS-MARQ-ECHEANCE = DATE-EXPIR-A4 OF W-ASSURE
                           SET MARQUE-TROUVEE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      * Taux de flotte a la place de la progression individuelle :     *
      * mise a jour d'ASSURES3 puis marquage de l'echeance (meme       *
      * enregistrement que RENOUVBM/23000)                             *

       43000-APPLIQUER-TAUX-FLOTTE.
           MOVE WS-CUM-BM(WS-CUM-POS)   TO BM-A4 OF W-ASSURE
           MOVE WS-CUM-TAUX(WS-CUM-POS) TO TAUX-A4 OF W-ASSURE
           MOVE 0 TO NB-SINISTRE-A4 OF W-ASSURE
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE W-ASSURE TO WS-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ANOMALIE - ECHEC MAJ TAUX DE FLOTTE MATRICULE '
                       MAT-A4 OF W-ASSURE
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'ECHEC MAJ' TO WS-STATUT
           ELSE
               ADD 1 TO WS-CPT-APPLIQUES
               MOVE 'APPLIQUE' TO WS-STATUT
               MOVE MAT-A4 OF W-ASSURE          TO FS-MARQ-MAT
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO FS-MARQ-VEHIC
               MOVE DATE-EXPIR-A4 OF W-ASSURE   TO FS-MARQ-ECHEANCE
               IF NOT MARQUE-EXISTE
                   WRITE FS-MARQ-REC
                       INVALID KEY
                           DISPLAY 'ERREUR CREATION MARQUE - '
                                   'MATRICULE ' MAT-A4 OF W-ASSURE
                   END-WRITE
               ELSE
                   REWRITE FS-MARQ-REC
                       INVALID KEY
                           DISPLAY 'ERREUR MODIFICATION MARQUE - '
                                   'MATRICULE ' MAT-A4 OF W-ASSURE
                   END-REWRITE
               END-IF
           END-IF
           .

      * Proposition par flotte : sinistralite, tranche et vehicules    *
      * a echeance                                                     *

       45000-EDITER-PROPOSITIONS.
           PERFORM 45100-RETOURNER-ECHEANCE
           PERFORM 46000-EDITER-UNE-FLOTTE
               UNTIL FIN-TRI
           .

       45100-RETOURNER-ECHEANCE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       46000-EDITER-UNE-FLOTTE.
           MOVE SD-FLR-CUM-POS TO WS-RUP-CUM-POS
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CUM-ID(WS-RUP-CUM-POS)      TO WS-LGF-ID
           MOVE WS-CUM-LIBELLE(WS-RUP-CUM-POS) TO WS-LGF-LIBELLE
           MOVE WS-DATE-DEBUT                  TO WS-LGF-DEBUT
           MOVE WS-DATE-SYSTEME                TO WS-LGF-FIN
           MOVE WS-LIG-FLOTTE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CUM-PRIME-ACQ(WS-RUP-CUM-POS) TO WS-LGP-PRIME
           MOVE WS-CUM-NB-VEHIC(WS-RUP-CUM-POS)  TO WS-LGP-NB-VEHIC
           MOVE WS-LIG-PRIMES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CUM-COUT-SIN(WS-RUP-CUM-POS) TO WS-LGS-COUT
           MOVE WS-CUM-NB-SIN(WS-RUP-CUM-POS)   TO WS-LGS-NB-SIN
           MOVE WS-LIG-SINISTRES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           IF WS-CUM-TRANCHE(WS-RUP-CUM-POS) = SPACE
               MOVE '  PAS DE PRIME ACQUISE - PROGRESSION INDIVIDUELLE'
                   TO FS-RAPPORT-REC
           ELSE
               MOVE WS-CUM-RATIO(WS-RUP-CUM-POS)   TO WS-LGR-RATIO
               MOVE WS-CUM-TRANCHE(WS-RUP-CUM-POS) TO WS-LGR-TRANCHE
               MOVE WS-CUM-BM(WS-RUP-CUM-POS)      TO WS-LGR-BM
               MOVE WS-CUM-TAUX(WS-RUP-CUM-POS)    TO WS-LGR-TAUX
               MOVE WS-LIG-RATIO TO FS-RAPPORT-REC
           END-IF
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 46100-EDITER-UN-VEHICULE
               UNTIL FIN-TRI OR SD-FLR-CUM-POS NOT = WS-RUP-CUM-POS
           .

       46100-EDITER-UN-VEHICULE.
           MOVE SD-FLR-MAT        TO WS-LGD-MAT
           MOVE SD-FLR-VEHIC      TO WS-LGD-VEHIC
           MOVE SD-FLR-NOM        TO WS-LGD-NOM
           MOVE SD-FLR-ECHEANCE   TO WS-LGD-ECHEANCE
           MOVE SD-FLR-BM-AVANT   TO WS-LGD-BM-AVANT
           MOVE SD-FLR-TAUX-AVANT TO WS-LGD-TAUX-AVANT
           MOVE SD-FLR-BM-APRES   TO WS-LGD-BM-APRES
           MOVE SD-FLR-TAUX-APRES TO WS-LGD-TAUX-APRES
           MOVE SD-FLR-PRIME      TO WS-LGD-PRIME
           MOVE SD-FLR-STATUT     TO WS-LGD-STATUT
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 45100-RETOURNER-ECHEANCE
           .

      * Fin de traitement                                              *

       50000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF MARQUE-DISPONIBLE
               CLOSE F-MARQUE
           END-IF
           CLOSE F-RAPPORT
           .
