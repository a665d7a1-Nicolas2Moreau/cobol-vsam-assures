       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRQASSU.

      * FREQUENCE ET COUT MOYEN DES SINISTRES PAR SEGMENT TARIFAIRE -  *
      * Etude actuarielle sur une periode d'observation : l'exposition *
      * de chaque vehicule (MAT-A4 + SEQ-VEHICULE-A4) est mesuree en   *
      * annees-vehicule au prorata des jours couverts dans la periode, *
      * de sorte qu'un vehicule entre ou sorti en cours de periode ne  *
      * compte plus pour un vehicule entier :                          *
      *   - vehicules en portefeuille (ASSURES3) : couverts depuis     *
      *     leur entree en portefeuille, date d'effet du terme moins   *
      *     ANCIENNETE-A4 annees (une annee par reconduction)          *
      *   - vehicules supprimes (images HISTOASS puis archive          *
      *     HSTARCH) : couverts de leur entree jusqu'a la date de      *
      *     suppression de l'image                                     *
      * Les sinistres de SINISTRE et de l'archive SINARCH survenus     *
      * dans la periode (SIN-DATE, annules exclus) sont rattaches a    *
      * l'image du vehicule couvrant leur date ; leur cout est le      *
      * montant a charge SIN-MONTANT-NET.                              *
      * Segment : prefixe CP, TYPE-V-A4 et tranche bonus/malus (code   *
      * BM-A4 + tranche de TAUX-A4 de dix points, comme BMASSU).       *
      * Sorties :                                                      *
      *   WORK/FRQASSU.lst  - par segment : annees-vehicule, nombre de *
      *                       sinistres, frequence (sinistres pour 100 *
      *                       annees-vehicule), cout moyen, prime pure *
      *                       (cout par annee-vehicule) ; sous-total   *
      *                       par prefixe CP et total general          *
      *   WORK/FRQASSU.csv  - extrait plat par image de vehicule (une  *
      *                       ligne d'en-tete, zones separees par une  *
      *                       virgule, meme convention que READDATA)   *
      * PARM optionnel : DEBUT=aaaammjj,FIN=aaaammjj -> periode        *
      * d'observation, bornes incluses (defaut : les douze mois        *
      * precedant le mois du run)                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Vehicules en portefeuille
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

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

      * Extrait plat pour les outils des actuaires
           SELECT F-EXTRAIT ASSIGN TO "WORK/FRQASSU.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRAIT.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/FRQASSU.SRT".

           SELECT F-RAPPORT ASSIGN TO "WORK/FRQASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

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

       FD  F-EXTRAIT.
       01  FS-EXTRAIT-REC          PIC X(100).

       SD  F-TRI-WORK.
       01  SD-FRQ-REC.
           05 SD-FRQ-SEGMENT.
               10 SD-FRQ-CP        PIC X(2).
               10 SD-FRQ-TYPE-V    PIC X(1).
               10 SD-FRQ-BANDE     PIC X(6).
           05 SD-FRQ-JOURS         PIC 9(5).
           05 SD-FRQ-NB-SIN        PIC 9(4).
           05 SD-FRQ-COUT          PIC 9(9)V99.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-ASSURES                PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-HSA                    PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-SINARCH                PIC XX.
       01  FS-EXTRAIT                PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

      * Periode d'observation (bornes incluses) et jours juliens -
      * la fin julienne est exclusive (lendemain de la date de fin)
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-DATE-DEBUT              PIC 9(8).
       01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
           05 WS-DDB-AAAA            PIC 9(4).
           05 WS-DDB-MM              PIC 99.
           05 WS-DDB-JJ              PIC 99.
       01  WS-DATE-FIN                PIC 9(8).
       01  WS-JUL-DEBUT               PIC 9(7).
       01  WS-JUL-FIN                 PIC 9(7).

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.
       01  WS-PARM-OK                 PIC X VALUE 'O'.
           88 PARM-OK                    VALUE 'O'.

      * Normalisation des dates (AAMMJJ non converti -> fenetre de
      * siecle AA < 50 -> 20AA, meme convention que PRIMCALC)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-SIECLE             PIC 99.

      * Image de vehicule en cours d'examen
       01  WS-IMG-ORIGINE             PIC X VALUE SPACE.
           88 IMG-EN-PORTEFEUILLE        VALUE 'P'.
           88 IMG-SUPPRIMEE              VALUE 'S'.
       01  WS-IMG-DATE-SUPPR          PIC 9(8).
       01  WS-IMG-ENTREE              PIC 9(8).
       01  WS-IMG-ENTREE-R REDEFINES WS-IMG-ENTREE.
           05 WS-ENT-AAAA            PIC 9(4).
           05 WS-ENT-MM              PIC 99.
           05 WS-ENT-JJ              PIC 99.
       01  WS-IMG-JUL-DEB             PIC 9(7).
       01  WS-IMG-JUL-FIN             PIC 9(7).
       01  WS-IMG-JOURS               PIC S9(7).
       01  WS-IMG-CP-NUM              PIC 99.
       01  WS-IMG-CP                  PIC X(2).
       01  WS-IMG-BANDE.
           05 WS-BDE-CODE            PIC X(1).
           05 WS-BDE-BAS             PIC 9(2).
           05 WS-BDE-TIRET           PIC X(1) VALUE '-'.
           05 WS-BDE-HAUT            PIC 9(2).
       01  WS-TAUX-IDX                PIC 99.

      * Images de vehicules exposees dans la periode (meme taille que
      * la table des vehicules de LOSASSU)
       01  WS-NB-IMAGES               PIC 9(5) VALUE 0.
       01  WS-TABLE-IMAGES.
           05 WS-IMG-ENTRY           OCCURS 20000 TIMES.
               10 WS-IMG-CLE.
                   15 WS-IMG-MAT     PIC 9(6).
                   15 WS-IMG-SEQ     PIC 9(2).
               10 WS-IMG-ORIG        PIC X(1).
               10 WS-IMG-SEG-CP      PIC X(2).
               10 WS-IMG-SEG-TYPE    PIC X(1).
               10 WS-IMG-SEG-BANDE   PIC X(6).
               10 WS-IMG-DEB         PIC 9(7).
               10 WS-IMG-FIN         PIC 9(7).
               10 WS-IMG-NB-JOURS    PIC 9(5).
               10 WS-IMG-NB-SIN      PIC 9(4).
               10 WS-IMG-COUT        PIC 9(9)V99.
       01  WS-IMG-IDX                 PIC 9(5).
       01  WS-IMG-POS                 PIC 9(5).
       01  WS-IMG-POS-CLE             PIC 9(5).
       01  WS-IMG-DEBORDEMENT         PIC 9(6) VALUE 0.

      * Sinistre en cours de rattachement
       01  WS-SIN-CLE.
           05 WS-SIN-CLE-MAT         PIC 9(6).
           05 WS-SIN-CLE-SEQ         PIC 9(2).
       01  WS-SIN-JUL                 PIC 9(7).

      * Ruptures d'edition et cumuls
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-RUP-CP                  PIC X(2).
       01  WS-RUP-SEGMENT             PIC X(9).
       01  WS-CUMUL-SEGMENT.
           05 WS-SEG-NB-VEH          PIC 9(6).
           05 WS-SEG-JOURS           PIC 9(9).
           05 WS-SEG-NB-SIN          PIC 9(6).
           05 WS-SEG-COUT            PIC 9(11)V99.
       01  WS-CUMUL-CP.
           05 WS-CP-NB-VEH           PIC 9(6).
           05 WS-CP-JOURS            PIC 9(9).
           05 WS-CP-NB-SIN           PIC 9(6).
           05 WS-CP-COUT             PIC 9(11)V99.
       01  WS-CUMUL-GENERAL.
           05 WS-GEN-NB-VEH          PIC 9(6) VALUE 0.
           05 WS-GEN-JOURS           PIC 9(9) VALUE 0.
           05 WS-GEN-NB-SIN          PIC 9(6) VALUE 0.
           05 WS-GEN-COUT            PIC 9(11)V99 VALUE 0.

      * Indicateurs de la ligne a editer
       01  WS-CALC-NB-VEH             PIC 9(6).
       01  WS-CALC-JOURS              PIC 9(9).
       01  WS-CALC-NB-SIN             PIC 9(6).
       01  WS-CALC-COUT               PIC 9(11)V99.
       01  WS-CALC-ANNEES             PIC 9(7)V9(4).
       01  WS-CALC-FREQUENCE          PIC 9(5)V99.
       01  WS-CALC-COUT-MOYEN         PIC 9(9)V99.
       01  WS-CALC-PRIME-PURE         PIC 9(9)V99.

      * Compteurs
       01  WS-COMPTEURS.
           05 WS-CPT-PORTEFEUILLE    PIC 9(6) VALUE 0.
           05 WS-CPT-SUPPRIMES       PIC 9(6) VALUE 0.
           05 WS-CPT-NON-EXPOSES     PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-LUS         PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-RETENUS     PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-HORS-PER    PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-ANNULES     PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-ORPHELINS   PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Extrait plat (zones separees par une virgule)
       01  WS-LIG-CSV-ENTETE          PIC X(100) VALUE
           'MAT,VEH,ORIGINE,CP,TYPE,BANDE_BM,DEBUT,FIN,JOURS,ANNEES,NB_S
      -    'IN,COUT'.
       01  WS-LIG-CSV.
           05 WS-CSV-MAT             PIC 9(6).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-VEHIC           PIC 9(2).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-ORIGINE         PIC X(1).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-CP              PIC X(2).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-TYPE-V          PIC X(1).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-BANDE           PIC X(6).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-DEBUT           PIC 9(8).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-FIN             PIC 9(8).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-JOURS           PIC 9(5).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-ANNEES          PIC 9(3).9999.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-NB-SIN          PIC 9(4).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-COUT            PIC 9(9).99.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(30)
               VALUE 'FREQUENCE/COUT MOYEN DU '.
           05 WS-LIGT-DEBUT         PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LIGT-FIN           PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(12) VALUE 'CP T BANDE'.
           05 FILLER                PIC X(11) VALUE ' VEH-ANNEES'.
           05 FILLER                PIC X(7)  VALUE ' NB SIN'.
           05 FILLER                PIC X(9)  VALUE '   FREQ.'.
           05 FILLER                PIC X(12) VALUE '  COUT MOYEN'.
           05 FILLER                PIC X(12) VALUE '  PRIME PURE'.
           05 FILLER                PIC X(7)  VALUE ' NB VEH'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-LIBELLE       PIC X(12).
           05 WS-LIGD-ANNEES        PIC ZZZZZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-NB-SIN        PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-FREQUENCE     PIC ZZZZ9.99.
           05 FILLER                PIC X(1) VALUE '%'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-COUT-MOYEN    PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-PRIME-PURE    PIC ZZZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-NB-VEH        PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'FREQUENCE ET COUT MOYEN DES SINISTRES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CHARGER-EXPOSITIONS
           PERFORM 30000-RATTACHER-SINISTRES
           PERFORM 40000-ECRIRE-EXTRAIT
           PERFORM 50000-EDITER-SEGMENTS
           PERFORM 60000-FIN
           DISPLAY '========================================'
           DISPLAY 'PERIODE                  : ' WS-DATE-DEBUT
                   ' - ' WS-DATE-FIN
           DISPLAY 'VEHICULES EN PORTEFEUILLE: ' WS-CPT-PORTEFEUILLE
           DISPLAY 'IMAGES SUPPRIMEES        : ' WS-CPT-SUPPRIMES
           DISPLAY 'IMAGES EXPOSEES          : ' WS-NB-IMAGES
           DISPLAY 'IMAGES HORS PERIODE      : ' WS-CPT-NON-EXPOSES
           DISPLAY 'SINISTRES LUS            : ' WS-CPT-SIN-LUS
           DISPLAY '  RETENUS                : ' WS-CPT-SIN-RETENUS
           DISPLAY '  HORS PERIODE           : ' WS-CPT-SIN-HORS-PER
           DISPLAY '  ANNULES                : ' WS-CPT-SIN-ANNULES
           DISPLAY '  SANS VEHICULE EXPOSE   : ' WS-CPT-SIN-ORPHELINS
           DISPLAY 'ANOMALIES                : ' WS-CPT-ANOMALIES
           IF WS-IMG-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE DES IMAGES SATUREE, '
                       WS-IMG-DEBORDEMENT ' IMAGE(S) IGNOREE(S)'
           END-IF
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0 OR WS-IMG-DEBORDEMENT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-SIN-ORPHELINS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - periode d'observation et fichiers             *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
      * Defaut : douze mois pleins precedant le mois du run
           MOVE WS-DSY-AAAA TO WS-DDB-AAAA
           MOVE WS-DSY-MM TO WS-DDB-MM
           MOVE 1 TO WS-DDB-JJ
           COMPUTE WS-JUL-FIN = FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
           SUBTRACT 1 FROM WS-DDB-AAAA
           COMPUTE WS-DATE-FIN =
               FUNCTION DATE-OF-INTEGER(WS-JUL-FIN - 1)

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF PARM-OK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEBUT) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FIN)
                          NOT = 0
                       OR WS-DATE-FIN < WS-DATE-DEBUT
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF
           IF NOT PARM-OK
               DISPLAY 'PARM INVALIDE - DEBUT=aaaammjj,FIN=aaaammjj'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-JUL-DEBUT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
           COMPUTE WS-JUL-FIN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-FIN) + 1
           DISPLAY 'PERIODE D''OBSERVATION : ' WS-DATE-DEBUT
                   ' - ' WS-DATE-FIN

           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/ASSURES.dat : '
                       FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-EXTRAIT
           OPEN OUTPUT F-RAPPORT
           IF FS-EXTRAIT NOT = '00' OR FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SORTIES : FRQASSU.csv '
                       FS-EXTRAIT ' FRQASSU.lst ' FS-RAPPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DEBUT='
                       IF WS-PARM-TOK(WS-PARM-IDX)(7:8) NUMERIC
                           MOVE WS-PARM-TOK(WS-PARM-IDX)(7:8)
                               TO WS-DATE-DEBUT
                       ELSE
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'FIN='
                       IF WS-PARM-TOK(WS-PARM-IDX)(5:8) NUMERIC
                           MOVE WS-PARM-TOK(WS-PARM-IDX)(5:8)
                               TO WS-DATE-FIN
                       ELSE
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
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

      * Expositions : images supprimees puis portefeuille              *

       20000-CHARGER-EXPOSITIONS.
           SET IMG-SUPPRIMEE TO TRUE
           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM 21000-LIRE-UNE-IMAGE-HST
                   UNTIL FS-HST = '10'
               CLOSE F-HISTO
           ELSE
               DISPLAY 'HISTOASS ABSENT - IGNORE'
           END-IF

           OPEN INPUT F-HISTO-ARCH
           IF FS-HSA = '00'
               PERFORM 22000-LIRE-UNE-IMAGE-HSA
                   UNTIL FS-HSA = '10'
               CLOSE F-HISTO-ARCH
           ELSE
               DISPLAY 'HSTARCH ABSENT - IGNORE'
           END-IF

           SET IMG-EN-PORTEFEUILLE TO TRUE
           MOVE 0 TO WS-IMG-DATE-SUPPR
           PERFORM 23000-LIRE-UN-ASSURE
               UNTIL FS-ASSURES = '10'
           CLOSE F-ASSURES
           .

       21000-LIRE-UNE-IMAGE-HST.
           READ F-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-SUPPRIMES
                   MOVE FS-HST-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HST-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 25000-RETENIR-IMAGE
                       THRU FIN-25000-RETENIR-IMAGE
           END-READ
           .

       22000-LIRE-UNE-IMAGE-HSA.
           READ F-HISTO-ARCH
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-SUPPRIMES
                   MOVE FS-HSA-ENREG TO WS-ASSURE-CASSURES
                   MOVE FS-HSA-DATE-SUPPR TO WS-IMG-DATE-SUPPR
                   PERFORM 25000-RETENIR-IMAGE
                       THRU FIN-25000-RETENIR-IMAGE
           END-READ
           .

       23000-LIRE-UN-ASSURE.
           READ F-ASSURES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-PORTEFEUILLE
                   MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                   PERFORM 25000-RETENIR-IMAGE
                       THRU FIN-25000-RETENIR-IMAGE
           END-READ
           .

      * Jours couverts dans la periode : de l'entree en portefeuille   *
      * (effet du terme moins ANCIENNETE-A4 annees ; effet absent :    *
      * vehicule couvert depuis le debut de la periode) a la date de   *
      * suppression de l'image, ou a la fin de la periode pour un      *
      * vehicule toujours en portefeuille                              *

       25000-RETENIR-IMAGE.
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
                   GO TO FIN-25000-RETENIR-IMAGE
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
                   GO TO FIN-25000-RETENIR-IMAGE
               END-IF
               IF FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
                       < WS-JUL-FIN
                   COMPUTE WS-IMG-JUL-FIN =
                       FUNCTION INTEGER-OF-DATE(WS-IMG-DATE-SUPPR)
               END-IF
           END-IF

           COMPUTE WS-IMG-JOURS = WS-IMG-JUL-FIN - WS-IMG-JUL-DEB
           IF WS-IMG-JOURS NOT > 0
               ADD 1 TO WS-CPT-NON-EXPOSES
               GO TO FIN-25000-RETENIR-IMAGE
           END-IF
           IF WS-NB-IMAGES NOT < 20000
               ADD 1 TO WS-IMG-DEBORDEMENT
               GO TO FIN-25000-RETENIR-IMAGE
           END-IF

           PERFORM 25100-DETERMINER-SEGMENT
           ADD 1 TO WS-NB-IMAGES
           MOVE WS-NB-IMAGES TO WS-IMG-POS
           MOVE MAT-A4 IN WS-ASSURE-CASSURES
               TO WS-IMG-MAT(WS-IMG-POS)
           MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
               TO WS-IMG-SEQ(WS-IMG-POS)
           MOVE WS-IMG-ORIGINE TO WS-IMG-ORIG(WS-IMG-POS)
           MOVE WS-IMG-CP      TO WS-IMG-SEG-CP(WS-IMG-POS)
           MOVE TYPE-V-A4 IN WS-ASSURE-CASSURES
               TO WS-IMG-SEG-TYPE(WS-IMG-POS)
           IF WS-IMG-SEG-TYPE(WS-IMG-POS) = SPACE
               MOVE '?' TO WS-IMG-SEG-TYPE(WS-IMG-POS)
           END-IF
           MOVE WS-IMG-BANDE   TO WS-IMG-SEG-BANDE(WS-IMG-POS)
           MOVE WS-IMG-JUL-DEB TO WS-IMG-DEB(WS-IMG-POS)
           MOVE WS-IMG-JUL-FIN TO WS-IMG-FIN(WS-IMG-POS)
           MOVE WS-IMG-JOURS   TO WS-IMG-NB-JOURS(WS-IMG-POS)
           MOVE 0 TO WS-IMG-NB-SIN(WS-IMG-POS)
           MOVE 0 TO WS-IMG-COUT(WS-IMG-POS)
           .
       FIN-25000-RETENIR-IMAGE.
           EXIT.

      * Prefixe CP et tranche bonus/malus (tranches de TAUX-A4 de      *
      * BMASSU : 00-10, 11-20, ... 91-99)                              *

       25100-DETERMINER-SEGMENT.
           MOVE '??' TO WS-IMG-CP
           IF CP-A4 IN WS-ASSURE-CASSURES NUMERIC
                   AND CP-A4 IN WS-ASSURE-CASSURES > 0
               COMPUTE WS-IMG-CP-NUM =
                   CP-A4 IN WS-ASSURE-CASSURES / 1000
               MOVE WS-IMG-CP-NUM TO WS-IMG-CP
           END-IF

           EVALUATE BM-A4 IN WS-ASSURE-CASSURES
               WHEN 'B'
               WHEN 'M'
                   MOVE BM-A4 IN WS-ASSURE-CASSURES TO WS-BDE-CODE
               WHEN OTHER
                   MOVE '?' TO WS-BDE-CODE
           END-EVALUATE
           IF TAUX-A4 IN WS-ASSURE-CASSURES = 0
               MOVE 1 TO WS-TAUX-IDX
           ELSE
               COMPUTE WS-TAUX-IDX =
                   ((TAUX-A4 IN WS-ASSURE-CASSURES - 1) / 10) + 1
           END-IF
           IF WS-TAUX-IDX > 10
               MOVE 10 TO WS-TAUX-IDX
           END-IF
           IF WS-TAUX-IDX = 1
               MOVE 0 TO WS-BDE-BAS
           ELSE
               COMPUTE WS-BDE-BAS = ((WS-TAUX-IDX - 1) * 10) + 1
           END-IF
           IF WS-TAUX-IDX = 10
               MOVE 99 TO WS-BDE-HAUT
           ELSE
               COMPUTE WS-BDE-HAUT = WS-TAUX-IDX * 10
           END-IF
           .

      * Sinistres de la periode : SINISTRE puis archive SINARCH        *

       30000-RATTACHER-SINISTRES.
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               PERFORM 31000-LIRE-UN-SINISTRE
                   UNTIL FS-SINISTRE = '10'
               CLOSE F-SINISTRE
           ELSE
               DISPLAY 'SINISTRE ABSENT - AUCUN SINISTRE RATTACHE'
           END-IF

           OPEN INPUT F-SINARCH
           IF FS-SINARCH = '00'
               PERFORM 32000-LIRE-UNE-ARCHIVE
                   UNTIL FS-SINARCH = '10'
               CLOSE F-SINARCH
           ELSE
               DISPLAY 'SINARCH ABSENT - SINISTRES EN COURS SEULS'
           END-IF
           .

       31000-LIRE-UN-SINISTRE.
           READ F-SINISTRE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   PERFORM 35000-RATTACHER-UN-SINISTRE
                       THRU FIN-35000-RATTACHER-UN-SINISTRE
           END-READ
           .

       32000-LIRE-UNE-ARCHIVE.
           READ F-SINARCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-SINARCH-REC TO W-SINISTRE
                   PERFORM 35000-RATTACHER-UN-SINISTRE
                       THRU FIN-35000-RATTACHER-UN-SINISTRE
           END-READ
           .

      * Rattachement a l'image du vehicule couvrant la date du         *
      * sinistre ; a defaut a une image exposee du meme vehicule       *

       35000-RATTACHER-UN-SINISTRE.
           ADD 1 TO WS-CPT-SIN-LUS
           IF SIN-ETAT = 'X'
               ADD 1 TO WS-CPT-SIN-ANNULES
               GO TO FIN-35000-RATTACHER-UN-SINISTRE
           END-IF
           MOVE SIN-DATE TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CONV-DATE) NOT = 0
               DISPLAY 'ANOMALIE - DATE DE SINISTRE INVALIDE '
                       SIN-MAT '/' SIN-SEQ
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-35000-RATTACHER-UN-SINISTRE
           END-IF
           COMPUTE WS-SIN-JUL = FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
           IF WS-SIN-JUL < WS-JUL-DEBUT OR WS-SIN-JUL NOT < WS-JUL-FIN
               ADD 1 TO WS-CPT-SIN-HORS-PER
               GO TO FIN-35000-RATTACHER-UN-SINISTRE
           END-IF

           MOVE SIN-MAT TO WS-SIN-CLE-MAT
           MOVE SIN-SEQ-VEHICULE TO WS-SIN-CLE-SEQ
           MOVE 0 TO WS-IMG-POS
           MOVE 0 TO WS-IMG-POS-CLE
           PERFORM 35100-COMPARER-IMAGE
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > WS-NB-IMAGES
                   OR WS-IMG-POS > 0
           IF WS-IMG-POS = 0
               MOVE WS-IMG-POS-CLE TO WS-IMG-POS
           END-IF
           IF WS-IMG-POS = 0
               ADD 1 TO WS-CPT-SIN-ORPHELINS
               GO TO FIN-35000-RATTACHER-UN-SINISTRE
           END-IF

           ADD 1 TO WS-CPT-SIN-RETENUS
           ADD 1 TO WS-IMG-NB-SIN(WS-IMG-POS)
           ADD SIN-MONTANT-NET TO WS-IMG-COUT(WS-IMG-POS)
           .
       FIN-35000-RATTACHER-UN-SINISTRE.
           EXIT.

       35100-COMPARER-IMAGE.
           IF WS-IMG-CLE(WS-IMG-IDX) = WS-SIN-CLE
               MOVE WS-IMG-IDX TO WS-IMG-POS-CLE
               IF WS-SIN-JUL NOT < WS-IMG-DEB(WS-IMG-IDX)
                       AND WS-SIN-JUL < WS-IMG-FIN(WS-IMG-IDX)
                   MOVE WS-IMG-IDX TO WS-IMG-POS
               END-IF
           END-IF
           .

      * Extrait plat - une ligne par image exposee                     *

       40000-ECRIRE-EXTRAIT.
           MOVE WS-LIG-CSV-ENTETE TO FS-EXTRAIT-REC
           WRITE FS-EXTRAIT-REC
           PERFORM 41000-ECRIRE-UNE-IMAGE
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > WS-NB-IMAGES
           .

       41000-ECRIRE-UNE-IMAGE.
           MOVE WS-IMG-MAT(WS-IMG-IDX)       TO WS-CSV-MAT
           MOVE WS-IMG-SEQ(WS-IMG-IDX)       TO WS-CSV-VEHIC
           MOVE WS-IMG-ORIG(WS-IMG-IDX)      TO WS-CSV-ORIGINE
           MOVE WS-IMG-SEG-CP(WS-IMG-IDX)    TO WS-CSV-CP
           MOVE WS-IMG-SEG-TYPE(WS-IMG-IDX)  TO WS-CSV-TYPE-V
           MOVE WS-IMG-SEG-BANDE(WS-IMG-IDX) TO WS-CSV-BANDE
           COMPUTE WS-CSV-DEBUT =
               FUNCTION DATE-OF-INTEGER(WS-IMG-DEB(WS-IMG-IDX))
           COMPUTE WS-CSV-FIN =
               FUNCTION DATE-OF-INTEGER(WS-IMG-FIN(WS-IMG-IDX) - 1)
           MOVE WS-IMG-NB-JOURS(WS-IMG-IDX)  TO WS-CSV-JOURS
           COMPUTE WS-CSV-ANNEES ROUNDED =
               WS-IMG-NB-JOURS(WS-IMG-IDX) / 365
           MOVE WS-IMG-NB-SIN(WS-IMG-IDX)    TO WS-CSV-NB-SIN
           MOVE WS-IMG-COUT(WS-IMG-IDX)      TO WS-CSV-COUT
           MOVE WS-LIG-CSV TO FS-EXTRAIT-REC
           WRITE FS-EXTRAIT-REC
           .

      * Edition triee par prefixe CP, type et tranche bonus/malus -    *
      * sous-total par prefixe CP et total general                     *

       50000-EDITER-SEGMENTS.
           MOVE WS-DATE-DEBUT TO WS-LIGT-DEBUT
           MOVE WS-DATE-FIN TO WS-LIGT-FIN
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'FREQUENCE : SINISTRES POUR 100 ANNEES-VEHICULE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-FRQ-CP SD-FRQ-TYPE-V SD-FRQ-BANDE
               INPUT PROCEDURE IS 51000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 52000-RESTITUER-TRI

           MOVE WS-GEN-NB-VEH TO WS-CALC-NB-VEH
           MOVE WS-GEN-JOURS  TO WS-CALC-JOURS
           MOVE WS-GEN-NB-SIN TO WS-CALC-NB-SIN
           MOVE WS-GEN-COUT   TO WS-CALC-COUT
           MOVE 'TOTAL' TO WS-LIGD-LIBELLE
           PERFORM 53000-ECRIRE-LIGNE
           .

       51000-ALIMENTER-TRI.
           PERFORM 51100-LIBERER-UNE-IMAGE
               VARYING WS-IMG-IDX FROM 1 BY 1
               UNTIL WS-IMG-IDX > WS-NB-IMAGES
           .

       51100-LIBERER-UNE-IMAGE.
           MOVE WS-IMG-SEG-CP(WS-IMG-IDX)    TO SD-FRQ-CP
           MOVE WS-IMG-SEG-TYPE(WS-IMG-IDX)  TO SD-FRQ-TYPE-V
           MOVE WS-IMG-SEG-BANDE(WS-IMG-IDX) TO SD-FRQ-BANDE
           MOVE WS-IMG-NB-JOURS(WS-IMG-IDX)  TO SD-FRQ-JOURS
           MOVE WS-IMG-NB-SIN(WS-IMG-IDX)    TO SD-FRQ-NB-SIN
           MOVE WS-IMG-COUT(WS-IMG-IDX)      TO SD-FRQ-COUT
           RELEASE SD-FRQ-REC
           .

       52000-RESTITUER-TRI.
           PERFORM 52100-RETOURNER-IMAGE
           PERFORM 52200-EDITER-PREFIXE
               UNTIL FIN-TRI
           .

       52100-RETOURNER-IMAGE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       52200-EDITER-PREFIXE.
           MOVE SD-FRQ-CP TO WS-RUP-CP
           INITIALIZE WS-CUMUL-CP
           PERFORM 52300-EDITER-SEGMENT
               UNTIL FIN-TRI OR SD-FRQ-CP NOT = WS-RUP-CP

           MOVE WS-CP-NB-VEH TO WS-CALC-NB-VEH
           MOVE WS-CP-JOURS  TO WS-CALC-JOURS
           MOVE WS-CP-NB-SIN TO WS-CALC-NB-SIN
           MOVE WS-CP-COUT   TO WS-CALC-COUT
           MOVE SPACES TO WS-LIGD-LIBELLE
           STRING 'TOTAL CP ' WS-RUP-CP DELIMITED BY SIZE
               INTO WS-LIGD-LIBELLE
           END-STRING
           PERFORM 53000-ECRIRE-LIGNE
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           ADD WS-CP-NB-VEH TO WS-GEN-NB-VEH
           ADD WS-CP-JOURS  TO WS-GEN-JOURS
           ADD WS-CP-NB-SIN TO WS-GEN-NB-SIN
           ADD WS-CP-COUT   TO WS-GEN-COUT
           .

       52300-EDITER-SEGMENT.
           MOVE SD-FRQ-SEGMENT TO WS-RUP-SEGMENT
           INITIALIZE WS-CUMUL-SEGMENT
           PERFORM 52400-CUMULER-IMAGE
               UNTIL FIN-TRI OR SD-FRQ-SEGMENT NOT = WS-RUP-SEGMENT

           MOVE WS-SEG-NB-VEH TO WS-CALC-NB-VEH
           MOVE WS-SEG-JOURS  TO WS-CALC-JOURS
           MOVE WS-SEG-NB-SIN TO WS-CALC-NB-SIN
           MOVE WS-SEG-COUT   TO WS-CALC-COUT
           MOVE SPACES TO WS-LIGD-LIBELLE
           STRING WS-RUP-SEGMENT(1:2) ' ' WS-RUP-SEGMENT(3:1) ' '
                  WS-RUP-SEGMENT(4:6) DELIMITED BY SIZE
               INTO WS-LIGD-LIBELLE
           END-STRING
           PERFORM 53000-ECRIRE-LIGNE

           ADD WS-SEG-NB-VEH TO WS-CP-NB-VEH
           ADD WS-SEG-JOURS  TO WS-CP-JOURS
           ADD WS-SEG-NB-SIN TO WS-CP-NB-SIN
           ADD WS-SEG-COUT   TO WS-CP-COUT
           .

       52400-CUMULER-IMAGE.
           ADD 1             TO WS-SEG-NB-VEH
           ADD SD-FRQ-JOURS  TO WS-SEG-JOURS
           ADD SD-FRQ-NB-SIN TO WS-SEG-NB-SIN
           ADD SD-FRQ-COUT   TO WS-SEG-COUT
           PERFORM 52100-RETOURNER-IMAGE
           .

      * Frequence, cout moyen et prime pure d'une ligne d'edition      *

       53000-ECRIRE-LIGNE.
           COMPUTE WS-CALC-ANNEES ROUNDED = WS-CALC-JOURS / 365
           MOVE 0 TO WS-CALC-FREQUENCE
           MOVE 0 TO WS-CALC-PRIME-PURE
           MOVE 0 TO WS-CALC-COUT-MOYEN
           IF WS-CALC-ANNEES > 0
               COMPUTE WS-CALC-FREQUENCE ROUNDED =
                   WS-CALC-NB-SIN * 100 / WS-CALC-ANNEES
               COMPUTE WS-CALC-PRIME-PURE ROUNDED =
                   WS-CALC-COUT / WS-CALC-ANNEES
           END-IF
           IF WS-CALC-NB-SIN > 0
               COMPUTE WS-CALC-COUT-MOYEN ROUNDED =
                   WS-CALC-COUT / WS-CALC-NB-SIN
           END-IF
           MOVE WS-CALC-ANNEES     TO WS-LIGD-ANNEES
           MOVE WS-CALC-NB-SIN     TO WS-LIGD-NB-SIN
           MOVE WS-CALC-FREQUENCE  TO WS-LIGD-FREQUENCE
           MOVE WS-CALC-COUT-MOYEN TO WS-LIGD-COUT-MOYEN
           MOVE WS-CALC-PRIME-PURE TO WS-LIGD-PRIME-PURE
           MOVE WS-CALC-NB-VEH     TO WS-LIGD-NB-VEH
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       60000-FIN.
           CLOSE F-EXTRAIT
           CLOSE F-RAPPORT
           .
