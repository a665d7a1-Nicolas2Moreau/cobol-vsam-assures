       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAASSU.

      * COASSURANCE DES GRANDS COMPTES - Certains contrats de flotte   *
      * ou d'entreprise sont coassures : nous encaissons 100% de la    *
      * prime et reglons 100% des sinistres, puis reglons chaque       *
      * trimestre avec les coassureurs leur part. Le tableau de        *
      * coassurance WORK/COASSUR.dat (cf CCOASS.cpy) rattache a une    *
      * flotte (cf FLOASSU) ou a un matricule ses partenaires, leur    *
      * part en % et l'aperiteur ; notre part est le complement a 100. *
      * PARM (cle=valeur separees par une virgule) :                   *
      *   ACTION=ADD,TYPE=F|M,CPT=xxxxxx,CIE=xxxxxx,PART=nn.nn,        *
      *          APER=O|N,NOM=...                                      *
      *       ajoute un partenaire au compte - refuse si le total des  *
      *       parts atteint 100 ou si le compte a deja un aperiteur    *
      *   ACTION=REMOVE,TYPE=F|M,CPT=xxxxxx,CIE=xxxxxx                 *
      *       retire le partenaire du compte                           *
      *   ACTION=ETAT (defaut)                                         *
      *       liste des comptes coassures dans WORK/COAASSU.lst        *
      *   ACTION=RELEVE[,TRIM=AAAAT]                                   *
      *       releve trimestriel par coassureur dans WORK/COAASSU.lst  *
      *       (defaut : trimestre precedant la date du run). Primes    *
      *       acquises a 100% du compte sur le trimestre (meme methode *
      *       que FLRASSU : prime annualisee au prorata des jours      *
      *       couverts, ASSURES3 + HISTOASS/HSTARCH) et sinistres      *
      *       SINISTRE + SINARCH survenus dans le trimestre (annules   *
      *       exclus, montant SIN-MONTANT-NET), repartis par part :    *
      *         - compte dont nous sommes aperiteur (role P) : nous    *
      *           devons au partenaire sa part de prime moins sa part  *
      *           de sinistres                                         *
      *         - compte dont le partenaire est aperiteur (role N) :   *
      *           il nous doit notre part de prime moins notre part de *
      *           sinistres                                            *
      *       Solde positif = a payer au coassureur, negatif = a       *
      *       recevoir de lui. Un compte dont les parts sont           *
      *       incoherentes est signale et exclu du releve (RC 8).      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-COASSUR ASSIGN TO "WORK/COASSUR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COASSUR.

      * Rattachements matricule -> flotte (cf FLOASSU)
           SELECT F-FLOTTES ASSIGN TO "WORK/FLOTTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTTES.

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

           SELECT F-RAPPORT ASSIGN TO "WORK/COAASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-COASSUR.
       01  FS-COA-REC.
           COPY CCOASS.

       FD  F-FLOTTES.
       01  FS-FLO-REC.
           05 FS-FLO-ID            PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-MAT           PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-LIBELLE       PIC X(20).

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

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

       01  FS-COASSUR                PIC XX.
       01  FS-FLOTTES                PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-HSA                    PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-SINARCH                PIC XX.
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
           05 WS-FUNC-START          PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT       PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

       01  WS-FIN-ASSURES            PIC X VALUE 'N'.
           88 FIN-ASSURES                VALUE 'O'.

      * Zones extraites du PARM
       01  WS-PARM-ACTION            PIC X(6) VALUE 'ETAT  '.
           88 ACTION-ETAT                VALUE 'ETAT  '.
           88 ACTION-ADD                 VALUE 'ADD   '.
           88 ACTION-REMOVE              VALUE 'REMOVE'.
           88 ACTION-RELEVE              VALUE 'RELEVE'.
       01  WS-PARM-TYPE              PIC X VALUE SPACE.
           88 PARM-TYPE-VALIDE           VALUE 'F' 'M'.
       01  WS-PARM-COMPTE            PIC X(6) VALUE SPACES.
       01  WS-PARM-CIE               PIC X(6) VALUE SPACES.
       01  WS-PARM-NOM               PIC X(20) VALUE SPACES.
       01  WS-PARM-PART              PIC 9(3)V99 VALUE 0.
       01  WS-PARM-APER              PIC X VALUE 'N'.
           88 PARM-APERITEUR             VALUE 'O'.
       01  WS-PARM-TRIM              PIC X(5) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(100).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(24) OCCURS 7 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Trimestre du releve et bornes en jours juliens (fin exclue)
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-SYS-AAAA            PIC 9(4).
           05 WS-SYS-MM              PIC 99.
           05 WS-SYS-JJ              PIC 99.
       01  WS-TRIM-AAAA               PIC 9(4).
       01  WS-TRIM-Q                  PIC 9.
       01  WS-DATE-DEBUT              PIC 9(8).
       01  WS-DATE-FIN                PIC 9(8).
       01  WS-JUL-DEBUT               PIC 9(7).
       01  WS-JUL-FIN                 PIC 9(7).

      * Normalisation des dates (AAMMJJ non converti -> fenetre de
      * siecle AA < 50 -> 20AA, meme convention que PRIMCALC)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-SIECLE             PIC 99.

      * Lignes du tableau de coassurance chargees en memoire
       01  WS-TAB-COASS.
           05 WS-COA-ENTREE OCCURS 300 TIMES.
               10 WS-COA-TYPE        PIC X.
               10 WS-COA-COMPTE      PIC X(6).
               10 WS-COA-CIE         PIC X(6).
               10 WS-COA-NOM         PIC X(20).
               10 WS-COA-PART        PIC 9(3)V99.
               10 WS-COA-APER        PIC X.
               10 WS-COA-CTE-POS     PIC 9(3).
       01  WS-NB-COA                 PIC 9(3) VALUE 0.
       01  WS-IDX-COA                PIC 9(3).
       01  WS-COA-POS                PIC 9(3).

      * Comptes coassures distincts : notre part, aperiteur, cumuls
      * a 100% du trimestre
       01  WS-TAB-COMPTES.
           05 WS-CTE-ENTREE OCCURS 100 TIMES.
               10 WS-CTE-TYPE        PIC X.
               10 WS-CTE-COMPTE      PIC X(6).
               10 WS-CTE-SOMME-PARTS PIC 9(4)V99.
               10 WS-CTE-PART-NOUS   PIC 9(3)V99.
               10 WS-CTE-NB-APER     PIC 9(3).
               10 WS-CTE-APERITEUR   PIC X(6).
               10 WS-CTE-VALIDE      PIC X.
                   88 CTE-VALIDE         VALUE 'O'.
               10 WS-CTE-NB-VEHIC    PIC 9(4).
               10 WS-CTE-PRIME-ACQ   PIC 9(9)V99.
               10 WS-CTE-NB-SIN      PIC 9(5).
               10 WS-CTE-COUT-SIN    PIC 9(9)V99.
       01  WS-NB-CTE                 PIC 9(3) VALUE 0.
       01  WS-IDX-CTE                PIC 9(3).
       01  WS-CTE-POS                PIC 9(3).

      * Coassureurs distincts et totaux de leur releve
       01  WS-TAB-CIES.
           05 WS-CIE-ENTREE OCCURS 50 TIMES.
               10 WS-CIE-CODE        PIC X(6).
               10 WS-CIE-NOM         PIC X(20).
               10 WS-CIE-TOT-PRIME   PIC S9(9)V99.
               10 WS-CIE-TOT-SIN     PIC S9(9)V99.
               10 WS-CIE-SOLDE       PIC S9(9)V99.
       01  WS-NB-CIE                 PIC 99 VALUE 0.
       01  WS-IDX-CIE                PIC 99.
       01  WS-CIE-POS                PIC 99.

      * Rattachements matricule -> flotte
       01  WS-TAB-FLOTTES.
           05 WS-FLO-ENTREE OCCURS 500 TIMES.
               10 WS-FLO-ID          PIC X(6).
               10 WS-FLO-MAT         PIC X(6).
       01  WS-NB-FLO                 PIC 9(3) VALUE 0.
       01  WS-IDX-FLO                PIC 9(3).
       01  WS-FLO-POS                PIC 9(3).
       01  WS-MAT-CHERCHE            PIC X(6).

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

      * Repartition d'une ligne de coassurance
       01  WS-ROLE                    PIC X.
       01  WS-PART-LIGNE              PIC 9(3)V99.
       01  WS-PART-PRIME              PIC S9(9)V99.
       01  WS-PART-SIN                PIC S9(9)V99.
       01  WS-SOLDE-LIGNE             PIC S9(9)V99.
       01  WS-TOT-NOUS-PRIME          PIC S9(9)V99 VALUE 0.
       01  WS-TOT-NOUS-SIN            PIC S9(9)V99 VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-VEHICULES       PIC 9(6) VALUE 0.
           05 WS-CPT-VEH-COASS       PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-RETENUS     PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE         PIC X(40).
           05 FILLER                PIC X(4) VALUE ' DU '.
           05 WS-LIGT-DEBUT         PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LIGT-FIN           PIC 9(8).
       01  WS-LIG-COMPTE.
           05 FILLER                PIC X(7) VALUE 'COMPTE '.
           05 WS-LGC-TYPE           PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGC-COMPTE         PIC X(6).
           05 FILLER                PIC X(13) VALUE '  NOTRE PART '.
           05 WS-LGC-PART-NOUS      PIC ZZ9.99.
           05 FILLER                PIC X(13) VALUE ' %  APERITEUR'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGC-APERITEUR      PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGC-STATUT         PIC X(12).
       01  WS-LIG-PARTENAIRE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LGP-CIE            PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGP-NOM            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGP-PART           PIC ZZ9.99.
           05 FILLER                PIC X(2) VALUE ' %'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGP-APER           PIC X(9).
       01  WS-LIG-CIE.
           05 FILLER                PIC X(11) VALUE 'COASSUREUR '.
           05 WS-LGE-CIE            PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGE-NOM            PIC X(20).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(40)
               VALUE 'R CPT    PART %  PRIMES 100% PART PRIMES'.
           05 FILLER                PIC X(38)
               VALUE '    SIN. 100%   PART SIN.        SOLDE'.
       01  WS-LIG-DETAIL.
           05 WS-LGD-ROLE           PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-TYPE           PIC X(1).
           05 WS-LGD-COMPTE         PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PART           PIC ZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PRIME          PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PART-PRIME     PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-SIN            PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PART-SIN       PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-SOLDE          PIC -ZZZZZZZ9.99.
       01  WS-LIG-TOTAL.
           05 FILLER                PIC X(29)
               VALUE '  TOTAL DU COASSUREUR        '.
           05 WS-LGX-PRIME          PIC -ZZZZZZZ9.99.
           05 FILLER                PIC X(13) VALUE SPACES.
           05 WS-LGX-SIN            PIC -ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGX-SOLDE          PIC -ZZZZZZZ9.99.
       01  WS-LIG-SENS.
           05 FILLER                PIC X(8) VALUE '  SOLDE '.
           05 WS-LGS-SENS           PIC X(30).
       01  WS-LIG-NOUS.
           05 FILLER                PIC X(29)
               VALUE 'PART CONSERVEE - PRIMES      '.
           05 WS-LGN-PRIME          PIC -ZZZZZZZ9.99.
           05 FILLER                PIC X(13) VALUE '   SINISTRES '.
           05 WS-LGN-SIN            PIC -ZZZZZZZ9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'COASSURANCE DES GRANDS COMPTES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM 20000-AJOUTER-PARTENAIRE
                       THRU FIN-20000-AJOUTER-PARTENAIRE
               WHEN ACTION-REMOVE
                   PERFORM 30000-RETIRER-PARTENAIRE
                       THRU FIN-30000-RETIRER-PARTENAIRE
               WHEN ACTION-ETAT
                   PERFORM 40000-EDITER-TABLEAU
                       THRU FIN-40000-EDITER-TABLEAU
               WHEN ACTION-RELEVE
                   PERFORM 50000-RELEVE-TRIMESTRIEL
                       THRU FIN-50000-RELEVE-TRIMESTRIEL
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - '
                           'ACTION=ADD|REMOVE|ETAT|RELEVE'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM et chargement du tableau de coassurance *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           PERFORM 11000-CHARGER-COASSURANCE
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 7
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:6)
                       TO WS-PARM-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'TYPE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:1)
                       TO WS-PARM-TYPE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'CPT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-COMPTE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'CIE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-CIE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'NOM='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:20)
                       TO WS-PARM-NOM
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'PART='
                   COMPUTE WS-PARM-PART =
                       FUNCTION NUMVAL(WS-PARM-TOK(WS-PARM-IDX)(6:6))
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'APER='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:1)
                       TO WS-PARM-APER
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'TRIM='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:5)
                       TO WS-PARM-TRIM
               END-IF
           END-PERFORM
           .

      * Chargement des lignes de coassurance, creation d'un poste par  *
      * compte et par coassureur distincts, controle des parts         *

       11000-CHARGER-COASSURANCE.
           OPEN INPUT F-COASSUR
           IF FS-COASSUR = '00'
               PERFORM 11100-LIRE-LIGNE
                   UNTIL FS-COASSUR = '10'
               CLOSE F-COASSUR
           END-IF
           PERFORM 11300-CONTROLER-COMPTE
               VARYING WS-IDX-CTE FROM 1 BY 1
               UNTIL WS-IDX-CTE > WS-NB-CTE
           .

       11100-LIRE-LIGNE.
           READ F-COASSUR
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-COA < 300
                       ADD 1 TO WS-NB-COA
                       MOVE COA-TYPE-COMPTE TO WS-COA-TYPE(WS-NB-COA)
                       MOVE COA-COMPTE      TO WS-COA-COMPTE(WS-NB-COA)
                       MOVE COA-CIE         TO WS-COA-CIE(WS-NB-COA)
                       MOVE COA-NOM-CIE     TO WS-COA-NOM(WS-NB-COA)
                       MOVE COA-PART        TO WS-COA-PART(WS-NB-COA)
                       MOVE COA-APERITEUR   TO WS-COA-APER(WS-NB-COA)
                       PERFORM 11200-POSTE-COMPTE
                       MOVE WS-CTE-POS TO WS-COA-CTE-POS(WS-NB-COA)
                       PERFORM 11400-POSTE-CIE
                   END-IF
           END-READ
           .

       11200-POSTE-COMPTE.
           MOVE COA-TYPE-COMPTE TO WS-PARM-TYPE
           MOVE COA-COMPTE TO WS-PARM-COMPTE
           PERFORM 11210-CHERCHER-COMPTE
           IF WS-CTE-POS = 0 AND WS-NB-CTE < 100
               ADD 1 TO WS-NB-CTE
               MOVE WS-NB-CTE TO WS-CTE-POS
               INITIALIZE WS-CTE-ENTREE(WS-CTE-POS)
               MOVE COA-TYPE-COMPTE TO WS-CTE-TYPE(WS-CTE-POS)
               MOVE COA-COMPTE      TO WS-CTE-COMPTE(WS-CTE-POS)
           END-IF
           IF WS-CTE-POS > 0
               ADD COA-PART TO WS-CTE-SOMME-PARTS(WS-CTE-POS)
               IF COA-EST-APERITEUR
                   ADD 1 TO WS-CTE-NB-APER(WS-CTE-POS)
                   MOVE COA-CIE TO WS-CTE-APERITEUR(WS-CTE-POS)
               END-IF
           END-IF
           .

      * Compte (WS-PARM-TYPE, WS-PARM-COMPTE) -> WS-CTE-POS, zero si  *
      * le compte n'a aucun partenaire                                 *

       11210-CHERCHER-COMPTE.
           MOVE 0 TO WS-CTE-POS
           PERFORM 11220-COMPARER-COMPTE
               VARYING WS-IDX-CTE FROM 1 BY 1
               UNTIL WS-IDX-CTE > WS-NB-CTE
                   OR WS-CTE-POS > 0
           .

       11220-COMPARER-COMPTE.
           IF WS-CTE-TYPE(WS-IDX-CTE) = WS-PARM-TYPE
                   AND WS-CTE-COMPTE(WS-IDX-CTE) = WS-PARM-COMPTE
               MOVE WS-IDX-CTE TO WS-CTE-POS
           END-IF
           .

      * Parts d'un compte : les partenaires doivent nous laisser une  *
      * part et un seul d'entre eux au plus peut etre aperiteur        *

       11300-CONTROLER-COMPTE.
           MOVE 'O' TO WS-CTE-VALIDE(WS-IDX-CTE)
           IF WS-CTE-SOMME-PARTS(WS-IDX-CTE) NOT < 100
               DISPLAY 'ANOMALIE - PARTS DES PARTENAIRES >= 100% '
                       'COMPTE ' WS-CTE-TYPE(WS-IDX-CTE) ' '
                       WS-CTE-COMPTE(WS-IDX-CTE)
               MOVE 'N' TO WS-CTE-VALIDE(WS-IDX-CTE)
               MOVE 0 TO WS-CTE-PART-NOUS(WS-IDX-CTE)
           ELSE
               COMPUTE WS-CTE-PART-NOUS(WS-IDX-CTE) =
                   100 - WS-CTE-SOMME-PARTS(WS-IDX-CTE)
           END-IF
           IF WS-CTE-NB-APER(WS-IDX-CTE) > 1
               DISPLAY 'ANOMALIE - PLUSIEURS APERITEURS '
                       'COMPTE ' WS-CTE-TYPE(WS-IDX-CTE) ' '
                       WS-CTE-COMPTE(WS-IDX-CTE)
               MOVE 'N' TO WS-CTE-VALIDE(WS-IDX-CTE)
           END-IF
           IF NOT CTE-VALIDE(WS-IDX-CTE)
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

       11400-POSTE-CIE.
           MOVE 0 TO WS-CIE-POS
           PERFORM 11410-COMPARER-CIE
               VARYING WS-IDX-CIE FROM 1 BY 1
               UNTIL WS-IDX-CIE > WS-NB-CIE
                   OR WS-CIE-POS > 0
           IF WS-CIE-POS = 0 AND WS-NB-CIE < 50
               ADD 1 TO WS-NB-CIE
               MOVE WS-NB-CIE TO WS-CIE-POS
               INITIALIZE WS-CIE-ENTREE(WS-CIE-POS)
               MOVE COA-CIE     TO WS-CIE-CODE(WS-CIE-POS)
               MOVE COA-NOM-CIE TO WS-CIE-NOM(WS-CIE-POS)
           END-IF
           .

       11410-COMPARER-CIE.
           IF WS-CIE-CODE(WS-IDX-CIE) = COA-CIE
               MOVE WS-IDX-CIE TO WS-CIE-POS
           END-IF
           .

      * Ligne (WS-PARM-TYPE, WS-PARM-COMPTE, WS-PARM-CIE) ->          *
      * WS-COA-POS, zero si absente                                    *

       12000-CHERCHER-LIGNE.
           MOVE 0 TO WS-COA-POS
           PERFORM 12100-COMPARER-LIGNE
               VARYING WS-IDX-COA FROM 1 BY 1
               UNTIL WS-IDX-COA > WS-NB-COA
                   OR WS-COA-POS > 0
           .

       12100-COMPARER-LIGNE.
           IF WS-COA-TYPE(WS-IDX-COA) = WS-PARM-TYPE
                   AND WS-COA-COMPTE(WS-IDX-COA) = WS-PARM-COMPTE
                   AND WS-COA-CIE(WS-IDX-COA) = WS-PARM-CIE
               MOVE WS-IDX-COA TO WS-COA-POS
           END-IF
           .

      * ACTION=ADD : ajout d'un partenaire en fin de tableau           *

       20000-AJOUTER-PARTENAIRE.
           IF NOT PARM-TYPE-VALIDE OR WS-PARM-COMPTE = SPACES
                   OR WS-PARM-CIE = SPACES
               DISPLAY 'TYPE=F|M, CPT= ET CIE= OBLIGATOIRES'
               MOVE 16 TO RETURN-CODE
               GO TO FIN-20000-AJOUTER-PARTENAIRE
           END-IF
           IF WS-PARM-PART = 0 OR WS-PARM-PART NOT < 100
               DISPLAY 'PART= INVALIDE (0 < PART < 100, EX 20.00)'
               MOVE 16 TO RETURN-CODE
               GO TO FIN-20000-AJOUTER-PARTENAIRE
           END-IF
           IF WS-PARM-APER NOT = 'O' AND WS-PARM-APER NOT = 'N'
               DISPLAY 'APER= INVALIDE (O|N)'
               MOVE 16 TO RETURN-CODE
               GO TO FIN-20000-AJOUTER-PARTENAIRE
           END-IF

           PERFORM 12000-CHERCHER-LIGNE
           IF WS-COA-POS > 0
               DISPLAY 'PARTENAIRE DEJA PRESENT SUR LE COMPTE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-20000-AJOUTER-PARTENAIRE
           END-IF

      * Les parts et l'aperiteur du compte doivent rester coherents
           PERFORM 11210-CHERCHER-COMPTE
           IF WS-CTE-POS > 0
               IF WS-CTE-SOMME-PARTS(WS-CTE-POS) + WS-PARM-PART
                       NOT < 100
                   DISPLAY 'PARTS DES PARTENAIRES PORTEES A 100% OU '
                           'PLUS - REFUSE'
                   MOVE 8 TO RETURN-CODE
                   GO TO FIN-20000-AJOUTER-PARTENAIRE
               END-IF
               IF PARM-APERITEUR AND WS-CTE-NB-APER(WS-CTE-POS) > 0
                   DISPLAY 'LE COMPTE A DEJA UN APERITEUR : '
                           WS-CTE-APERITEUR(WS-CTE-POS)
                   MOVE 8 TO RETURN-CODE
                   GO TO FIN-20000-AJOUTER-PARTENAIRE
               END-IF
           END-IF

           OPEN EXTEND F-COASSUR
           IF FS-COASSUR NOT = '00'
               OPEN OUTPUT F-COASSUR
           END-IF
           IF FS-COASSUR NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COASSUR : ' FS-COASSUR
               MOVE 16 TO RETURN-CODE
               GO TO FIN-20000-AJOUTER-PARTENAIRE
           END-IF
           MOVE SPACES TO FS-COA-REC
           MOVE WS-PARM-TYPE   TO COA-TYPE-COMPTE
           MOVE WS-PARM-COMPTE TO COA-COMPTE
           MOVE WS-PARM-CIE    TO COA-CIE
           MOVE WS-PARM-NOM    TO COA-NOM-CIE
           MOVE WS-PARM-PART   TO COA-PART
           MOVE WS-PARM-APER   TO COA-APERITEUR
           WRITE FS-COA-REC
           CLOSE F-COASSUR
           DISPLAY 'COASSUREUR ' WS-PARM-CIE ' AJOUTE AU COMPTE '
                   WS-PARM-TYPE ' ' WS-PARM-COMPTE
           .
       FIN-20000-AJOUTER-PARTENAIRE.
           EXIT.

      * ACTION=REMOVE : reecrire le tableau sans la ligne visee       *

       30000-RETIRER-PARTENAIRE.
           PERFORM 12000-CHERCHER-LIGNE
           IF WS-COA-POS = 0
               DISPLAY 'PARTENAIRE INCONNU SUR LE COMPTE'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-30000-RETIRER-PARTENAIRE
           END-IF

           OPEN OUTPUT F-COASSUR
           IF FS-COASSUR NOT = '00'
               DISPLAY 'ERREUR REECRITURE COASSUR : ' FS-COASSUR
               MOVE 16 TO RETURN-CODE
               GO TO FIN-30000-RETIRER-PARTENAIRE
           END-IF
           PERFORM 31000-REECRIRE-LIGNE
               VARYING WS-IDX-COA FROM 1 BY 1
               UNTIL WS-IDX-COA > WS-NB-COA
           CLOSE F-COASSUR
           DISPLAY 'COASSUREUR ' WS-PARM-CIE ' RETIRE DU COMPTE '
                   WS-PARM-TYPE ' ' WS-PARM-COMPTE
           .
       FIN-30000-RETIRER-PARTENAIRE.
           EXIT.

       31000-REECRIRE-LIGNE.
           IF WS-IDX-COA NOT = WS-COA-POS
               MOVE SPACES TO FS-COA-REC
               MOVE WS-COA-TYPE(WS-IDX-COA)   TO COA-TYPE-COMPTE
               MOVE WS-COA-COMPTE(WS-IDX-COA) TO COA-COMPTE
               MOVE WS-COA-CIE(WS-IDX-COA)    TO COA-CIE
               MOVE WS-COA-NOM(WS-IDX-COA)    TO COA-NOM-CIE
               MOVE WS-COA-PART(WS-IDX-COA)   TO COA-PART
               MOVE WS-COA-APER(WS-IDX-COA)   TO COA-APERITEUR
               WRITE FS-COA-REC
           END-IF
           .

      * ACTION=ETAT : par compte, notre part, l'aperiteur et les      *
      * partenaires                                                    *

       40000-EDITER-TABLEAU.
           IF WS-NB-CTE = 0
               DISPLAY 'AUCUN COMPTE COASSURE (WORK/COASSUR.dat)'
               GO TO FIN-40000-EDITER-TABLEAU
           END-IF
           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GO TO FIN-40000-EDITER-TABLEAU
           END-IF
           MOVE 'TABLEAU DE COASSURANCE' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 41000-EDITER-UN-COMPTE
               VARYING WS-IDX-CTE FROM 1 BY 1
               UNTIL WS-IDX-CTE > WS-NB-CTE
           CLOSE F-RAPPORT
           DISPLAY 'COMPTES COASSURES : ' WS-NB-CTE
           DISPLAY 'COASSUREURS       : ' WS-NB-CIE
           IF WS-CPT-ANOMALIES > 0
               DISPLAY 'COMPTES EN ANOMALIE : ' WS-CPT-ANOMALIES
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       FIN-40000-EDITER-TABLEAU.
           EXIT.

       41000-EDITER-UN-COMPTE.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CTE-TYPE(WS-IDX-CTE)      TO WS-LGC-TYPE
           MOVE WS-CTE-COMPTE(WS-IDX-CTE)    TO WS-LGC-COMPTE
           MOVE WS-CTE-PART-NOUS(WS-IDX-CTE) TO WS-LGC-PART-NOUS
           IF WS-CTE-NB-APER(WS-IDX-CTE) = 0
               MOVE 'NOUS' TO WS-LGC-APERITEUR
           ELSE
               MOVE WS-CTE-APERITEUR(WS-IDX-CTE) TO WS-LGC-APERITEUR
           END-IF
           IF CTE-VALIDE(WS-IDX-CTE)
               MOVE SPACES TO WS-LGC-STATUT
           ELSE
               MOVE '** ANOMALIE' TO WS-LGC-STATUT
           END-IF
           MOVE WS-LIG-COMPTE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 41100-EDITER-PARTENAIRE
               VARYING WS-IDX-COA FROM 1 BY 1
               UNTIL WS-IDX-COA > WS-NB-COA
           .

       41100-EDITER-PARTENAIRE.
           IF WS-COA-CTE-POS(WS-IDX-COA) = WS-IDX-CTE
               MOVE WS-COA-CIE(WS-IDX-COA)  TO WS-LGP-CIE
               MOVE WS-COA-NOM(WS-IDX-COA)  TO WS-LGP-NOM
               MOVE WS-COA-PART(WS-IDX-COA) TO WS-LGP-PART
               IF WS-COA-APER(WS-IDX-COA) = 'O'
                   MOVE 'APERITEUR' TO WS-LGP-APER
               ELSE
                   MOVE SPACES TO WS-LGP-APER
               END-IF
               MOVE WS-LIG-PARTENAIRE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           .

      * ACTION=RELEVE : cumuls a 100% du trimestre par compte puis    *
      * releve de chaque coassureur                                    *

       50000-RELEVE-TRIMESTRIEL.
           IF WS-NB-CTE = 0
               DISPLAY 'AUCUN COMPTE COASSURE (WORK/COASSUR.dat)'
               GO TO FIN-50000-RELEVE-TRIMESTRIEL
           END-IF
           PERFORM 51000-DETERMINER-TRIMESTRE
               THRU FIN-51000-DETERMINER-TRIMESTRE
           IF RETURN-CODE = 16
               GO TO FIN-50000-RELEVE-TRIMESTRIEL
           END-IF
           PERFORM 52000-CHARGER-FLOTTES

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GO TO FIN-50000-RELEVE-TRIMESTRIEL
           END-IF
           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GO TO FIN-50000-RELEVE-TRIMESTRIEL
           END-IF

           PERFORM 60000-CUMULER-PRIMES
           PERFORM 70000-CUMULER-SINISTRES

           MOVE 'RELEVE DE COASSURANCE - TRIMESTRE'
               TO WS-LIGT-TEXTE
           MOVE WS-PARM-TRIM TO WS-LIGT-TEXTE(35:5)
           MOVE WS-DATE-DEBUT TO WS-LIGT-DEBUT
           MOVE WS-DATE-FIN TO WS-LIGT-FIN
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'R : P PART DU PARTENAIRE (NOUS APERITEUR) - '
               TO FS-RAPPORT-REC
           MOVE 'N NOTRE PART (PARTENAIRE APERITEUR)'
               TO FS-RAPPORT-REC(45:35)
           WRITE FS-RAPPORT-REC
           PERFORM 80000-EDITER-RELEVE-CIE
               VARYING WS-IDX-CIE FROM 1 BY 1
               UNTIL WS-IDX-CIE > WS-NB-CIE
           PERFORM 85000-EDITER-PART-CONSERVEE

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           CLOSE F-RAPPORT

           DISPLAY 'TRIMESTRE                : ' WS-PARM-TRIM
                   ' (' WS-DATE-DEBUT ' - ' WS-DATE-FIN ')'
           DISPLAY 'COMPTES COASSURES        : ' WS-NB-CTE
           DISPLAY 'COASSUREURS              : ' WS-NB-CIE
           DISPLAY 'VEHICULES LUS            : ' WS-CPT-VEHICULES
           DISPLAY '  DONT COMPTES COASSURES : ' WS-CPT-VEH-COASS
           DISPLAY 'SINISTRES RETENUS        : ' WS-CPT-SIN-RETENUS
           DISPLAY 'ANOMALIES                : ' WS-CPT-ANOMALIES
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       FIN-50000-RELEVE-TRIMESTRIEL.
           EXIT.

      * Trimestre TRIM=AAAAT, a defaut celui qui precede la date du   *
      * run ; bornes du 1er jour du trimestre au 1er jour du suivant   *

       51000-DETERMINER-TRIMESTRE.
           IF WS-PARM-TRIM = SPACES
               MOVE WS-SYS-AAAA TO WS-TRIM-AAAA
               COMPUTE WS-TRIM-Q = (WS-SYS-MM + 2) / 3
               IF WS-TRIM-Q = 1
                   MOVE 4 TO WS-TRIM-Q
                   SUBTRACT 1 FROM WS-TRIM-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-TRIM-Q
               END-IF
               MOVE WS-TRIM-AAAA TO WS-PARM-TRIM(1:4)
               MOVE WS-TRIM-Q TO WS-PARM-TRIM(5:1)
           ELSE
               IF WS-PARM-TRIM NOT NUMERIC
                       OR WS-PARM-TRIM(5:1) < '1'
                       OR WS-PARM-TRIM(5:1) > '4'
                   DISPLAY 'PARM INVALIDE - TRIM=AAAAT (T = 1 A 4)'
                   MOVE 16 TO RETURN-CODE
                   GO TO FIN-51000-DETERMINER-TRIMESTRE
               END-IF
               MOVE WS-PARM-TRIM(1:4) TO WS-TRIM-AAAA
               MOVE WS-PARM-TRIM(5:1) TO WS-TRIM-Q
           END-IF
           COMPUTE WS-DATE-DEBUT = (WS-TRIM-AAAA * 10000)
               + (((WS-TRIM-Q - 1) * 3) + 1) * 100 + 1
           IF WS-TRIM-Q = 4
               COMPUTE WS-DATE-FIN = ((WS-TRIM-AAAA + 1) * 10000)
                   + 101
           ELSE
               COMPUTE WS-DATE-FIN = (WS-TRIM-AAAA * 10000)
                   + ((WS-TRIM-Q * 3) + 1) * 100 + 1
           END-IF
           COMPUTE WS-JUL-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
           COMPUTE WS-JUL-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN)
      * Date de fin editee : dernier jour du trimestre
           COMPUTE WS-DATE-FIN =
               FUNCTION DATE-OF-INTEGER(WS-JUL-FIN - 1)
           .
       FIN-51000-DETERMINER-TRIMESTRE.
           EXIT.

       52000-CHARGER-FLOTTES.
           OPEN INPUT F-FLOTTES
           IF FS-FLOTTES = '00'
               PERFORM 52100-LIRE-RATTACHEMENT
                   UNTIL FS-FLOTTES = '10'
               CLOSE F-FLOTTES
           END-IF
           .

       52100-LIRE-RATTACHEMENT.
           READ F-FLOTTES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-FLO < 500
                       ADD 1 TO WS-NB-FLO
                       MOVE FS-FLO-ID  TO WS-FLO-ID(WS-NB-FLO)
                       MOVE FS-FLO-MAT TO WS-FLO-MAT(WS-NB-FLO)
                   END-IF
           END-READ
           .

      * Compte coassure d'un matricule (WS-MAT-CHERCHE) -> WS-CTE-POS *
      * : le matricule declare en propre, a defaut sa flotte ; zero si *
      * non coassure ou compte en anomalie                             *

       53000-COMPTE-DU-MATRICULE.
           MOVE 'M' TO WS-PARM-TYPE
           MOVE WS-MAT-CHERCHE TO WS-PARM-COMPTE
           PERFORM 11210-CHERCHER-COMPTE
           IF WS-CTE-POS = 0
               MOVE 0 TO WS-FLO-POS
               PERFORM 53100-COMPARER-MATRICULE
                   VARYING WS-IDX-FLO FROM 1 BY 1
                   UNTIL WS-IDX-FLO > WS-NB-FLO
                       OR WS-FLO-POS > 0
               IF WS-FLO-POS > 0
                   MOVE 'F' TO WS-PARM-TYPE
                   MOVE WS-FLO-ID(WS-FLO-POS) TO WS-PARM-COMPTE
                   PERFORM 11210-CHERCHER-COMPTE
               END-IF
           END-IF
           IF WS-CTE-POS > 0
               IF NOT CTE-VALIDE(WS-CTE-POS)
                   MOVE 0 TO WS-CTE-POS
               END-IF
           END-IF
           .

       53100-COMPARER-MATRICULE.
           IF WS-FLO-MAT(WS-IDX-FLO) = WS-MAT-CHERCHE
               MOVE WS-IDX-FLO TO WS-FLO-POS
           END-IF
           .

      * Date en AAAAMMJJ - une valeur encore en AAMMJJ (archives non   *
      * converties par DATASSU) passe par la fenetre de siecle         *
      * AA < 50 -> 20AA                                                *

       55000-NORMALISER-DATE.
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

      * Primes acquises du trimestre : images supprimees puis          *
      * portefeuille                                                   *

       60000-CUMULER-PRIMES.
           SET IMG-SUPPRIMEE TO TRUE
           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM 61000-LIRE-UNE-IMAGE-HST
                   UNTIL FS-HST = '10'
               CLOSE F-HISTO
           END-IF
           OPEN INPUT F-HISTO-ARCH
           IF FS-HSA = '00'
               PERFORM 62000-LIRE-UNE-IMAGE-HSA
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
           PERFORM 63000-LIRE-UN-ASSURE UNTIL FIN-ASSURES
           .

       61000-LIRE-UNE-IMAGE-HST.
           READ F-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-HST-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HST-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 65000-CUMULER-IMAGE
                       THRU FIN-65000-CUMULER-IMAGE
           END-READ
           .

       62000-LIRE-UNE-IMAGE-HSA.
           READ F-HISTO-ARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-HSA-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HSA-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 65000-CUMULER-IMAGE
                       THRU FIN-65000-CUMULER-IMAGE
           END-READ
           .

       63000-LIRE-UN-ASSURE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               ADD 1 TO WS-CPT-VEHICULES
               MOVE WS-ENREG TO WS-ASSURE-CASSURES
               PERFORM 65000-CUMULER-IMAGE
                   THRU FIN-65000-CUMULER-IMAGE
           ELSE
               SET FIN-ASSURES TO TRUE
           END-IF
           .

      * Prime acquise par un vehicule d'un compte coassure : prime     *
      * annualisee au prorata des jours couverts dans le trimestre     *
      * (de l'entree en portefeuille a la suppression eventuelle)      *

       65000-CUMULER-IMAGE.
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-MAT-CHERCHE
           PERFORM 53000-COMPTE-DU-MATRICULE
           IF WS-CTE-POS = 0
               GO TO FIN-65000-CUMULER-IMAGE
           END-IF
           IF NOT IMG-SUPPRIMEE
               ADD 1 TO WS-CPT-VEH-COASS
               ADD 1 TO WS-CTE-NB-VEHIC(WS-CTE-POS)
           END-IF

           MOVE WS-JUL-DEBUT TO WS-IMG-JUL-DEB
           MOVE DATE-EFFET-A4 IN WS-ASSURE-CASSURES TO WS-CONV-DATE
           PERFORM 55000-NORMALISER-DATE
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
                   GO TO FIN-65000-CUMULER-IMAGE
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
                   GO TO FIN-65000-CUMULER-IMAGE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
                       < WS-JUL-FIN
                   COMPUTE WS-IMG-JUL-FIN =
                       FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
               END-IF
           END-IF
           COMPUTE WS-IMG-JOURS = WS-IMG-JUL-FIN - WS-IMG-JUL-DEB
           IF WS-IMG-JOURS NOT > 0
               GO TO FIN-65000-CUMULER-IMAGE
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
           ADD WS-PRIME-ACQUISE TO WS-CTE-PRIME-ACQ(WS-CTE-POS)
           .
       FIN-65000-CUMULER-IMAGE.
           EXIT.

      * Sinistres des comptes coassures survenus dans le trimestre :   *
      * SINISTRE puis archive SINARCH                                  *

       70000-CUMULER-SINISTRES.
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               PERFORM 71000-LIRE-UN-SINISTRE
                   UNTIL FS-SINISTRE = '10'
               CLOSE F-SINISTRE
           ELSE
               DISPLAY 'SINISTRE ABSENT - AUCUN SINISTRE CUMULE'
           END-IF
           OPEN INPUT F-SINARCH
           IF FS-SINARCH = '00'
               PERFORM 72000-LIRE-UNE-ARCHIVE
                   UNTIL FS-SINARCH = '10'
               CLOSE F-SINARCH
           END-IF
           .

       71000-LIRE-UN-SINISTRE.
           READ F-SINISTRE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   PERFORM 73000-CUMULER-UN-SINISTRE
                       THRU FIN-73000-CUMULER-UN-SINISTRE
           END-READ
           .

       72000-LIRE-UNE-ARCHIVE.
           READ F-SINARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINARCH-REC TO W-SINISTRE
                   PERFORM 73000-CUMULER-UN-SINISTRE
                       THRU FIN-73000-CUMULER-UN-SINISTRE
           END-READ
           .

       73000-CUMULER-UN-SINISTRE.
           IF SIN-ETAT = 'X'
               GO TO FIN-73000-CUMULER-UN-SINISTRE
           END-IF
           MOVE SIN-MAT TO WS-MAT-CHERCHE
           PERFORM 53000-COMPTE-DU-MATRICULE
           IF WS-CTE-POS = 0
               GO TO FIN-73000-CUMULER-UN-SINISTRE
           END-IF
           MOVE SIN-DATE TO WS-CONV-DATE
           PERFORM 55000-NORMALISER-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE) NOT = 0
               DISPLAY 'ANOMALIE - DATE DE SINISTRE INVALIDE '
                       SIN-MAT '/' SIN-SEQ
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-73000-CUMULER-UN-SINISTRE
           END-IF
           COMPUTE WS-SIN-JUL = FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
           IF WS-SIN-JUL < WS-JUL-DEBUT OR WS-SIN-JUL NOT < WS-JUL-FIN
               GO TO FIN-73000-CUMULER-UN-SINISTRE
           END-IF
           ADD 1 TO WS-CPT-SIN-RETENUS
           ADD 1 TO WS-CTE-NB-SIN(WS-CTE-POS)
           ADD SIN-MONTANT-NET TO WS-CTE-COUT-SIN(WS-CTE-POS)
           .
       FIN-73000-CUMULER-UN-SINISTRE.
           EXIT.

      * Releve d'un coassureur : ses lignes de coassurance, total et  *
      * sens du solde                                                  *

       80000-EDITER-RELEVE-CIE.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CIE-CODE(WS-IDX-CIE) TO WS-LGE-CIE
           MOVE WS-CIE-NOM(WS-IDX-CIE)  TO WS-LGE-NOM
           MOVE WS-LIG-CIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 81000-REPARTIR-LIGNE
               THRU FIN-81000-REPARTIR-LIGNE
               VARYING WS-IDX-COA FROM 1 BY 1
               UNTIL WS-IDX-COA > WS-NB-COA

           MOVE WS-CIE-TOT-PRIME(WS-IDX-CIE) TO WS-LGX-PRIME
           MOVE WS-CIE-TOT-SIN(WS-IDX-CIE)   TO WS-LGX-SIN
           MOVE WS-CIE-SOLDE(WS-IDX-CIE)     TO WS-LGX-SOLDE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           EVALUATE TRUE
               WHEN WS-CIE-SOLDE(WS-IDX-CIE) > 0
                   MOVE 'A PAYER AU COASSUREUR' TO WS-LGS-SENS
               WHEN WS-CIE-SOLDE(WS-IDX-CIE) < 0
                   MOVE 'A RECEVOIR DU COASSUREUR' TO WS-LGS-SENS
               WHEN OTHER
                   MOVE 'NUL' TO WS-LGS-SENS
           END-EVALUATE
           MOVE WS-LIG-SENS TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Une ligne de coassurance du coassureur courant :               *
      *   - nous aperiteur : part du partenaire, solde a lui payer     *
      *   - partenaire aperiteur : notre part, solde a recevoir        *
      *   - autre partenaire aperiteur : pas de flux avec celui-ci     *

       81000-REPARTIR-LIGNE.
           IF WS-COA-CIE(WS-IDX-COA) NOT = WS-CIE-CODE(WS-IDX-CIE)
               GO TO FIN-81000-REPARTIR-LIGNE
           END-IF
           MOVE WS-COA-CTE-POS(WS-IDX-COA) TO WS-CTE-POS
           IF WS-CTE-POS = 0
               GO TO FIN-81000-REPARTIR-LIGNE
           END-IF
           IF NOT CTE-VALIDE(WS-CTE-POS)
               GO TO FIN-81000-REPARTIR-LIGNE
           END-IF
           EVALUATE TRUE
               WHEN WS-CTE-NB-APER(WS-CTE-POS) = 0
                   MOVE 'P' TO WS-ROLE
                   MOVE WS-COA-PART(WS-IDX-COA) TO WS-PART-LIGNE
               WHEN WS-COA-APER(WS-IDX-COA) = 'O'
                   MOVE 'N' TO WS-ROLE
                   MOVE WS-CTE-PART-NOUS(WS-CTE-POS) TO WS-PART-LIGNE
               WHEN OTHER
                   GO TO FIN-81000-REPARTIR-LIGNE
           END-EVALUATE

           COMPUTE WS-PART-PRIME ROUNDED =
               WS-CTE-PRIME-ACQ(WS-CTE-POS) * WS-PART-LIGNE / 100
           COMPUTE WS-PART-SIN ROUNDED =
               WS-CTE-COUT-SIN(WS-CTE-POS) * WS-PART-LIGNE / 100
           IF WS-ROLE = 'P'
               COMPUTE WS-SOLDE-LIGNE = WS-PART-PRIME - WS-PART-SIN
           ELSE
               COMPUTE WS-SOLDE-LIGNE = WS-PART-SIN - WS-PART-PRIME
           END-IF
           ADD WS-PART-PRIME  TO WS-CIE-TOT-PRIME(WS-IDX-CIE)
           ADD WS-PART-SIN    TO WS-CIE-TOT-SIN(WS-IDX-CIE)
           ADD WS-SOLDE-LIGNE TO WS-CIE-SOLDE(WS-IDX-CIE)

           MOVE WS-ROLE                      TO WS-LGD-ROLE
           MOVE WS-CTE-TYPE(WS-CTE-POS)      TO WS-LGD-TYPE
           MOVE WS-CTE-COMPTE(WS-CTE-POS)    TO WS-LGD-COMPTE
           MOVE WS-PART-LIGNE                TO WS-LGD-PART
           MOVE WS-CTE-PRIME-ACQ(WS-CTE-POS) TO WS-LGD-PRIME
           MOVE WS-PART-PRIME                TO WS-LGD-PART-PRIME
           MOVE WS-CTE-COUT-SIN(WS-CTE-POS)  TO WS-LGD-SIN
           MOVE WS-PART-SIN                  TO WS-LGD-PART-SIN
           MOVE WS-SOLDE-LIGNE               TO WS-LGD-SOLDE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
       FIN-81000-REPARTIR-LIGNE.
           EXIT.

      * Recapitulatif : notre part conservee sur l'ensemble des        *
      * comptes coassures du trimestre                                 *

       85000-EDITER-PART-CONSERVEE.
           PERFORM 85100-CUMULER-PART-NOUS
               VARYING WS-IDX-CTE FROM 1 BY 1
               UNTIL WS-IDX-CTE > WS-NB-CTE
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-TOT-NOUS-PRIME TO WS-LGN-PRIME
           MOVE WS-TOT-NOUS-SIN   TO WS-LGN-SIN
           MOVE WS-LIG-NOUS TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       85100-CUMULER-PART-NOUS.
           IF CTE-VALIDE(WS-IDX-CTE)
               COMPUTE WS-PART-PRIME ROUNDED =
                   WS-CTE-PRIME-ACQ(WS-IDX-CTE)
                   * WS-CTE-PART-NOUS(WS-IDX-CTE) / 100
               COMPUTE WS-PART-SIN ROUNDED =
                   WS-CTE-COUT-SIN(WS-IDX-CTE)
                   * WS-CTE-PART-NOUS(WS-IDX-CTE) / 100
               ADD WS-PART-PRIME TO WS-TOT-NOUS-PRIME
               ADD WS-PART-SIN   TO WS-TOT-NOUS-SIN
           END-IF
           .
