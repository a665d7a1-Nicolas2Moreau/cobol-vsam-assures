       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPASSU.

      * RUN PARALLELE - COMPARAISON - Confronte, zone par zone, les   *
      * fichiers produits par la chaine de production et par son      *
      * rejeu avec les programmes candidats dans le repertoire        *
      * parallele prepare par PRLASSU (PARM CIBLE, defaut PARALLELE), *
      * pour voir une regression de MAJASSV2, SINASSU ou PRIMCALC     *
      * avant sa mise en service et non par une reclamation :         *
      *   ASSURES3 et SINISTRE : rapprochement sur la cle             *
      *   JOURNAL  : lignes datees de la nuit (PARM NUIT=aaaammjj,    *
      *              defaut date du dernier dump ASSURES3) des lots   *
      *              presents dans le JOURNAL parallele, rapprochees  *
      *              sur matricule/vehicule/code mouvement/lot apres  *
      *              tri (ordre d'ecriture conserve a cle egale)      *
      *   AUDITLOG : enregistrements de la nuit des programmes        *
      *              presents dans l'AUDITLOG parallele, rapproches   *
      *              sur programme/type dans l'ordre d'ecriture       *
      *   ETATANO  : ligne a ligne                                    *
      * Les zones sont celles de CASSURES / CSINISTR (dictionnaire    *
      * CEXTDIC) et des enregistrements JOURNAL / AUDITLOG ; chaque   *
      * zone differente est listee avec la valeur de production et la*
      * valeur parallele, chaque enregistrement present d'un seul cote*
      * est signale. Les ecarts attendus (dates de traitement, effet  *
      * voulu du changement) sont exclus par le fichier de regles     *
      * DATA/PRLREGLE ('*' en colonne 1 = commentaire) :              *
      *   col. 1-8   fichier (ASSURES3 SINISTRE JOURNAL ETATANO       *
      *              AUDITLOG)                                        *
      *   col. 10-27 zone, ou '*' pour toutes les zones et les        *
      *              enregistrements presents d'un seul cote          *
      *   col. 29-34 matricule (blanc = tous)                         *
      *   col. 36-80 motif, repris au rapport                         *
      * Le rapport WORK/CMPASSU.lst donne aussi le nombre d'ecarts    *
      * exclus par chaque regle, pour reperer les regles perimees.    *
      * Code retour : 0 sans ecart signale, 8 avec ecarts a examiner, *
      * 16 si un fichier de production ou du run parallele manque.    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Production
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

           SELECT F-ETAT-ANO ASSIGN TO ETATANO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-ANO.

           SELECT F-AUDIT ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUD.

      * Run parallele - chemins construits depuis CIBLE
           SELECT F-PAR-ASSURES ASSIGN TO WS-PAR-ASSURES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-PAS-KEY
               FILE STATUS IS FS-PAR.

           SELECT F-PAR-SINISTRE ASSIGN TO WS-PAR-SINISTRE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-PSI-KEY
               FILE STATUS IS FS-PAR.

           SELECT F-PAR-JOURNAL ASSIGN TO WS-PAR-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAR.

           SELECT F-PAR-ETAT-ANO ASSIGN TO WS-PAR-ETATANO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAR.

           SELECT F-PAR-AUDIT ASSIGN TO WS-PAR-AUDIT-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-PAR.

      * Index des dumps (nuit par defaut) et regles d'exclusion
           SELECT F-INDEX ASSIGN TO "WORK/DMPINDEX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INDEX.

           SELECT F-REGLES ASSIGN TO "DATA/PRLREGLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLES.

      * Tri de JOURNAL / AUDITLOG et fichiers tries (production,
      * parallele)
           SELECT F-TRI-WORK ASSIGN TO "WORK/CMPASSU.SRT".

           SELECT F-TRAV-PROD ASSIGN TO "WORK/CMPASSU.TP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRAV.

           SELECT F-TRAV-PAR ASSIGN TO "WORK/CMPASSU.TN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-TRAV.

           SELECT F-RAPPORT ASSIGN TO "WORK/CMPASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY      PIC 9(10).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-JOURNAL.
       01  FS-JRN-REC              PIC X(80).

       FD  F-ETAT-ANO.
       01  FS-ANO-REC              PIC X(87).

       FD  F-AUDIT.
       01  FS-AUD-REC              PIC X(80).

       FD  F-PAR-ASSURES.
       01  FS-PAS-REC.
           05 FS-PAS-KEY           PIC 9(8).
           05 FS-PAS-DATA          PIC X(112).

       FD  F-PAR-SINISTRE.
       01  FS-PSI-REC.
           05 FS-PSI-KEY           PIC 9(10).
           05 FS-PSI-DATA          PIC X(100).

       FD  F-PAR-JOURNAL.
       01  FS-PJR-REC              PIC X(80).

       FD  F-PAR-ETAT-ANO.
       01  FS-PAN-REC              PIC X(87).

       FD  F-PAR-AUDIT.
       01  FS-PAU-REC              PIC X(80).

       FD  F-INDEX.
       01  FS-IDX-REC.
           05 FS-IDX-FICHIER       PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-IDX-GEN           PIC 9(4).
           05 FILLER               PIC X(1).
           05 FS-IDX-DATE          PIC 9(8).
           05 FILLER               PIC X(62).

       FD  F-REGLES.
       01  FS-RGL-REC.
           05 FS-RGL-FICHIER       PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-RGL-ZONE          PIC X(18).
           05 FILLER               PIC X(1).
           05 FS-RGL-MAT           PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-RGL-MOTIF         PIC X(45).

       SD  F-TRI-WORK.
       01  SD-CMP-REC.
           05 SD-CMP-CLE           PIC X(24).
           05 SD-CMP-RANG          PIC 9(7).
           05 SD-CMP-DONNEES       PIC X(87).

       FD  F-TRAV-PROD.
       01  FS-TRP-REC.
           05 FS-TRP-CLE           PIC X(24).
           05 FS-TRP-RANG          PIC 9(7).
           05 FS-TRP-DONNEES       PIC X(87).

       FD  F-TRAV-PAR.
       01  FS-TRN-REC.
           05 FS-TRN-CLE           PIC X(24).
           05 FS-TRN-RANG          PIC 9(7).
           05 FS-TRN-DONNEES       PIC X(87).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.

       01  FS-ASSURES                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-ANO                    PIC XX.
       01  FS-AUD                    PIC XX.
       01  FS-PAR                    PIC XX.
       01  FS-INDEX                  PIC XX.
       01  FS-REGLES                 PIC XX.
       01  FS-TRAV                   PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Dictionnaire des zones ASSURES3 / SINISTRE
           COPY CEXTDIC.

      * Zones JOURNAL (J), AUDITLOG (U - JOB DATE HEURE TYPE puis
      * compteurs de 6 dont le sens depend du programme) et ETATANO
      * (E), meme forme que CEXTDIC
       01  WS-DICO-SORTIES.
           05 FILLER PIC X(29) VALUE 'JJRN-MATRICULE     00106X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-CODE-MVT      00701X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-PRIME-AVANT   008089200N'.
           05 FILLER PIC X(29) VALUE 'JJRN-BM-AVANT      01601X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-TAUX-AVANT    017029000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-BATCH-ID      01906X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-DATE-MVT      025089000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-PRIME-APRES   033089200N'.
           05 FILLER PIC X(29) VALUE 'JJRN-BM-APRES      04101X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-TAUX-APRES    04202X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-VEHICULE      04402X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-UTILISATEUR   04608X000N'.
           05 FILLER PIC X(29) VALUE 'JJRN-RESTE2        05427X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-JOB           00108X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-DATE          00908X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-HEURE         01706X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-TYPE          02308X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-1        03106X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-2        03706X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-3        04306X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-4        04906X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-5        05506X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-6        06106X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-7        06706X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-ZONE-8        07306X000N'.
           05 FILLER PIC X(29) VALUE 'UAUD-RESTE         07902X000N'.
           05 FILLER PIC X(29) VALUE 'EANO-LIGNE         00187X000N'.
       01  WS-DICO-SORTIES-R REDEFINES WS-DICO-SORTIES.
           05 WS-DSO-ENTREE          PIC X(29) OCCURS 27 TIMES.
       01  WS-NB-DICO-SORTIES        PIC 99 VALUE 27.

      * Table des zones comparees (dictionnaire ASSURES3/SINISTRE
      * puis zones des sorties)
       01  WS-TAB-ZONES.
           05 WS-ZON-ENTREE OCCURS 90 TIMES.
               10 WS-ZON-FICHIER     PIC X(1).
               10 WS-ZON-NOM         PIC X(18).
               10 WS-ZON-POSITION    PIC 9(3).
               10 WS-ZON-LONGUEUR    PIC 99.
               10 WS-ZON-TYPE        PIC X(1).
                   88 ZON-ALPHANUM       VALUE 'X'.
                   88 ZON-ETENDU         VALUE '9'.
                   88 ZON-CONDENSE       VALUE 'P'.
               10 WS-ZON-DECIMALES   PIC 9.
               10 WS-ZON-CHIFFRES    PIC 99.
               10 WS-ZON-MASQUE      PIC X(1).
       01  WS-NB-ZONES               PIC 99 VALUE 0.
       01  WS-ZON-IDX                PIC 99.
       01  WS-DIC-IDX                PIC 99.

      * Regles d'exclusion
       01  WS-TAB-REGLES.
           05 WS-RGL-ENTREE OCCURS 50 TIMES.
               10 WS-RGL-FICHIER     PIC X(8).
               10 WS-RGL-ZONE        PIC X(18).
               10 WS-RGL-MAT         PIC X(6).
               10 WS-RGL-MOTIF       PIC X(45).
               10 WS-RGL-NB          PIC 9(7).
       01  WS-NB-REGLES              PIC 99 VALUE 0.
       01  WS-RGL-IDX                PIC 99.
       01  WS-RGL-LETTRE             PIC X(1).
       01  WS-RGL-ZONE-CONNUE        PIC X VALUE 'N'.
           88 RGL-ZONE-CONNUE            VALUE 'O'.
       01  WS-ECART-ATTENDU          PIC X VALUE 'N'.
           88 ECART-ATTENDU              VALUE 'O'.

      * Fichiers compares : 1 ASSURES3, 2 SINISTRE, 3 JOURNAL,
      * 4 ETATANO, 5 AUDITLOG
       01  WS-TAB-FICHIERS.
           05 FILLER PIC X(9) VALUE 'ASSURES3A'.
           05 FILLER PIC X(9) VALUE 'SINISTRES'.
           05 FILLER PIC X(9) VALUE 'JOURNAL J'.
           05 FILLER PIC X(9) VALUE 'ETATANO E'.
           05 FILLER PIC X(9) VALUE 'AUDITLOGU'.
       01  WS-TAB-FICHIERS-R REDEFINES WS-TAB-FICHIERS.
           05 WS-FIC-ENTREE OCCURS 5 TIMES.
               10 WS-FIC-NOM         PIC X(8).
               10 WS-FIC-LETTRE      PIC X(1).
       01  WS-TAB-STATS.
           05 WS-STA-ENTREE OCCURS 5 TIMES.
               10 WS-STA-LUS-PROD    PIC 9(7).
               10 WS-STA-LUS-PAR     PIC 9(7).
               10 WS-STA-IDENTIQUES  PIC 9(7).
               10 WS-STA-DIFFERENTS  PIC 9(7).
               10 WS-STA-SEUL-PROD   PIC 9(7).
               10 WS-STA-SEUL-PAR    PIC 9(7).
               10 WS-STA-ECARTS      PIC 9(7).
               10 WS-STA-ATTENDUS    PIC 9(7).
       01  WS-IF                     PIC 9.
       01  WS-FICHIER-COURANT        PIC X(8).
       01  WS-LETTRE-COURANTE        PIC X(1).

      * Rapprochement : cles et enregistrements courants des deux cotes
       01  WS-CLE-PROD               PIC X(24).
       01  WS-CLE-PAR                PIC X(24).
       01  WS-ENR-PROD               PIC X(120).
       01  WS-ENR-PAR                PIC X(120).
       01  WS-ENR-CLE                PIC X(120).
       01  WS-RANG-PROD              PIC 9(7).
       01  WS-RANG-PAR               PIC 9(7).
       01  WS-RANG-TRI               PIC 9(7).
       01  WS-NUM-LIGNE-PROD         PIC 9(7).
       01  WS-NUM-LIGNE-PAR          PIC 9(7).
       01  WS-CLE-AFFICHEE           PIC X(30).
       01  WS-MAT-ENREG              PIC X(6).
       01  WS-NB-ECARTS-ENREG        PIC 9(3).
       01  WS-COTE-PRESENT           PIC X(9).

      * Lots du JOURNAL parallele / programmes de l'AUDITLOG parallele
      * - seuls ceux-la sont repris cote production
       01  WS-TAB-FILTRE.
           05 WS-FLT-VALEUR         PIC X(8) OCCURS 100 TIMES.
       01  WS-NB-FILTRE              PIC 9(3) VALUE 0.
       01  WS-FLT-IDX                PIC 9(3).
       01  WS-FLT-CHERCHE            PIC X(8).
       01  WS-FLT-TROUVE             PIC X VALUE 'N'.
           88 FLT-TROUVE                 VALUE 'O'.
       01  WS-FIN-LECTURE            PIC X VALUE 'N'.
           88 FIN-LECTURE                VALUE 'O'.

      * Edition d'une valeur de zone
       01  WS-CHP-BRUT               PIC X(87).
       01  WS-CHP-TEXTE              PIC X(31).
       01  WS-VAL-PROD               PIC X(31).
       01  WS-VAL-PAR                PIC X(31).
       01  WS-LONG-ENTIER            PIC 99.
       01  WS-CONDENSE-8             PIC 9(8) COMP-3.
       01  WS-CONDENSE-8-X REDEFINES WS-CONDENSE-8 PIC X(5).
       01  WS-CONDENSE-2             PIC 9(2) COMP-3.
       01  WS-CONDENSE-2-X REDEFINES WS-CONDENSE-2 PIC X(2).
       01  WS-ZONE-8                 PIC 9(8).
       01  WS-ZONE-2                 PIC 99.

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(30) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-CIBLE             PIC X(24) VALUE 'PARALLELE'.
       01  WS-PARM-NUIT              PIC 9(8) VALUE 0.

       01  WS-PAR-ASSURES-PATH       PIC X(80) VALUE SPACES.
       01  WS-PAR-SINISTRE-PATH      PIC X(80) VALUE SPACES.
       01  WS-PAR-JOURNAL-PATH       PIC X(80) VALUE SPACES.
       01  WS-PAR-ETATANO-PATH       PIC X(80) VALUE SPACES.
       01  WS-PAR-AUDIT-PATH         PIC X(80) VALUE SPACES.

       01  WS-TOTAL-ECARTS           PIC 9(7) VALUE 0.
       01  WS-RC-GLOBAL              PIC 99 VALUE 0.

      * Lignes du rapport
       01  WS-LIGNE                  PIC X(132).
       01  WS-LIG-ECART.
           05 WS-LIGE-FICHIER       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGE-CLE           PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGE-ZONE          PIC X(18).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGE-PROD          PIC X(31).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGE-PAR           PIC X(31).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(40) VALUE
               'FICHIER  CLE'.
           05 FILLER                PIC X(19) VALUE 'ZONE'.
           05 FILLER                PIC X(32) VALUE 'PRODUCTION'.
           05 FILLER                PIC X(9) VALUE 'PARALLELE'.
       01  WS-LIG-STAT.
           05 WS-LIGS-FICHIER       PIC X(8).
           05 WS-LIGS-LUS-PROD      PIC Z(6)9.
           05 WS-LIGS-LUS-PAR       PIC Z(7)9.
           05 WS-LIGS-IDENTIQUES    PIC Z(7)9.
           05 WS-LIGS-DIFFERENTS    PIC Z(7)9.
           05 WS-LIGS-SEUL-PROD     PIC Z(7)9.
           05 WS-LIGS-SEUL-PAR      PIC Z(7)9.
           05 WS-LIGS-ECARTS        PIC Z(7)9.
           05 WS-LIGS-ATTENDUS      PIC Z(7)9.
       01  WS-LIG-STAT-ENTETE        PIC X(80) VALUE
           '          PROD    PARAL  IDENTIQ  DIFFER. SEUL-PRD SEUL-PAR
      -    '  ECARTS ATTENDUS'.
       01  WS-LIG-REGLE.
           05 WS-LIGR-FICHIER       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-ZONE          PIC X(18).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-MAT           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-NB            PIC Z(6)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-MOTIF         PIC X(45).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RUN PARALLELE - COMPARAISON'
           DISPLAY '========================================'
           PERFORM 10000-INIT

           MOVE 1 TO WS-IF
           PERFORM 20000-COMPARER-KSDS
           MOVE 2 TO WS-IF
           PERFORM 20000-COMPARER-KSDS
           MOVE 3 TO WS-IF
           PERFORM 30000-COMPARER-TRIE
           MOVE 4 TO WS-IF
           PERFORM 40000-COMPARER-ETATANO
           MOVE 5 TO WS-IF
           PERFORM 30000-COMPARER-TRIE

           PERFORM 80000-EDITER-SYNTHESE
           DISPLAY '========================================'
           DISPLAY 'NUIT COMPAREE        : ' WS-PARM-NUIT
           DISPLAY 'ECARTS A EXAMINER    : ' WS-TOTAL-ECARTS
           DISPLAY '========================================'
           IF WS-RC-GLOBAL = 0 AND WS-TOTAL-ECARTS > 0
               MOVE 8 TO WS-RC-GLOBAL
           END-IF
           MOVE WS-RC-GLOBAL TO RETURN-CODE
           GOBACK.

      * Initialisation - PARM, chemins, nuit, dictionnaire, regles    *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           IF WS-PARM-CIBLE = SPACES OR WS-PARM-CIBLE = 'WORK'
               DISPLAY 'PARM INVALIDE : CIBLE=rep (hors WORK), '
                       'NUIT=aaaammjj'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-NUIT = 0
               PERFORM 12000-NUIT-PAR-DEFAUT
           END-IF
           PERFORM 13000-CONSTRUIRE-CHEMINS
           PERFORM 14000-CHARGER-ZONES
           INITIALIZE WS-TAB-STATS

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'RUN PARALLELE - COMPARAISON PRODUCTION / '
                  WS-PARM-CIBLE ' - NUIT DU ' WS-PARM-NUIT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE

           PERFORM 15000-CHARGER-REGLES
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE WS-LIG-ENTETE TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'CIBLE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:24)
                           TO WS-PARM-CIBLE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'NUIT='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                           TO WS-PARM-NUIT
               END-EVALUATE
           END-PERFORM
           .

      * Nuit par defaut : date du dernier dump ASSURES3 (fin de la    *
      * derniere chaine de production), comme PRLASSU                 *

       12000-NUIT-PAR-DEFAUT.
           OPEN INPUT F-INDEX
           IF FS-INDEX = '00'
               PERFORM 12100-LIRE-ENTREE-INDEX
                   UNTIL FS-INDEX = '10'
               CLOSE F-INDEX
           END-IF
           IF WS-PARM-NUIT = 0
               DISPLAY 'AUCUN DUMP ASSURES3 DANS WORK/DMPINDEX.dat - '
                       'NUIT A PRECISER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       12100-LIRE-ENTREE-INDEX.
           READ F-INDEX
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-IDX-FICHIER = 'ASSURES3'
                           AND FS-IDX-DATE > WS-PARM-NUIT
                       MOVE FS-IDX-DATE TO WS-PARM-NUIT
                   END-IF
           END-READ
           .

       13000-CONSTRUIRE-CHEMINS.
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/ASSURES.dat' DELIMITED BY SIZE
               INTO WS-PAR-ASSURES-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/WORK/SINISTRE.dat' DELIMITED BY SIZE
               INTO WS-PAR-SINISTRE-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/JOURNAL' DELIMITED BY SIZE
               INTO WS-PAR-JOURNAL-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/ETATANO' DELIMITED BY SIZE
               INTO WS-PAR-ETATANO-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/AUDITLOG' DELIMITED BY SIZE
               INTO WS-PAR-AUDIT-PATH
           END-STRING
           .

       14000-CHARGER-ZONES.
           MOVE 0 TO WS-NB-ZONES
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
               UNTIL WS-DIC-IDX > WS-NB-DICO
               IF WS-DIC-FICHIER(WS-DIC-IDX) = 'A'
                       OR WS-DIC-FICHIER(WS-DIC-IDX) = 'S'
                   ADD 1 TO WS-NB-ZONES
                   MOVE WS-DIC-ENTREE(WS-DIC-IDX)
                       TO WS-ZON-ENTREE(WS-NB-ZONES)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DIC-IDX FROM 1 BY 1
               UNTIL WS-DIC-IDX > WS-NB-DICO-SORTIES
               ADD 1 TO WS-NB-ZONES
               MOVE WS-DSO-ENTREE(WS-DIC-IDX)
                   TO WS-ZON-ENTREE(WS-NB-ZONES)
           END-PERFORM
           .

      * Regles d'exclusion - fichier optionnel ; une regle sur un      *
      * fichier ou une zone inconnus est signalee et ignoree           *

       15000-CHARGER-REGLES.
           OPEN INPUT F-REGLES
           IF FS-REGLES NOT = '00'
               MOVE 'AUCUNE REGLE D''EXCLUSION (DATA/PRLREGLE ABSENT)'
                   TO WS-LIGNE
               PERFORM 85000-ECRIRE-LIGNE
           ELSE
               PERFORM 15100-LIRE-REGLE
                   UNTIL FS-REGLES = '10'
               CLOSE F-REGLES
           END-IF
           .

       15100-LIRE-REGLE.
           READ F-REGLES
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-RGL-REC(1:1) NOT = '*'
                           AND FS-RGL-REC NOT = SPACES
                       PERFORM 15200-VALIDER-REGLE
                   END-IF
           END-READ
           .

       15200-VALIDER-REGLE.
           MOVE SPACE TO WS-RGL-LETTRE
           PERFORM VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF > 5
               IF WS-FIC-NOM(WS-IF) = FS-RGL-FICHIER
                   MOVE WS-FIC-LETTRE(WS-IF) TO WS-RGL-LETTRE
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-RGL-ZONE-CONNUE
           IF FS-RGL-ZONE = '*'
               SET RGL-ZONE-CONNUE TO TRUE
           ELSE
               PERFORM VARYING WS-ZON-IDX FROM 1 BY 1
                   UNTIL WS-ZON-IDX > WS-NB-ZONES
                   IF WS-ZON-FICHIER(WS-ZON-IDX) = WS-RGL-LETTRE
                           AND WS-ZON-NOM(WS-ZON-IDX) = FS-RGL-ZONE
                       SET RGL-ZONE-CONNUE TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN WS-RGL-LETTRE = SPACE OR NOT RGL-ZONE-CONNUE
                   MOVE SPACES TO WS-LIGNE
                   STRING 'REGLE IGNOREE (FICHIER OU ZONE INCONNU) : '
                          FS-RGL-REC DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
               WHEN WS-NB-REGLES >= 50
                   MOVE SPACES TO WS-LIGNE
                   STRING 'REGLE IGNOREE (50 REGLES AU PLUS) : '
                          FS-RGL-REC DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
               WHEN OTHER
                   ADD 1 TO WS-NB-REGLES
                   MOVE FS-RGL-FICHIER TO WS-RGL-FICHIER(WS-NB-REGLES)
                   MOVE FS-RGL-ZONE    TO WS-RGL-ZONE(WS-NB-REGLES)
                   MOVE FS-RGL-MAT     TO WS-RGL-MAT(WS-NB-REGLES)
                   MOVE FS-RGL-MOTIF   TO WS-RGL-MOTIF(WS-NB-REGLES)
                   MOVE 0              TO WS-RGL-NB(WS-NB-REGLES)
           END-EVALUATE
           .

      * ASSURES3 / SINISTRE : rapprochement sur la cle des deux KSDS   *

       20000-COMPARER-KSDS.
           MOVE WS-FIC-NOM(WS-IF)    TO WS-FICHIER-COURANT
           MOVE WS-FIC-LETTRE(WS-IF) TO WS-LETTRE-COURANTE
           IF WS-IF = 1
               OPEN INPUT F-ASSURES
               MOVE FS-ASSURES TO FS-TRAV
               OPEN INPUT F-PAR-ASSURES
           ELSE
               OPEN INPUT F-SINISTRE
               MOVE FS-SINISTRE TO FS-TRAV
               OPEN INPUT F-PAR-SINISTRE
           END-IF
           IF FS-TRAV NOT = '00' OR FS-PAR NOT = '00'
               PERFORM 70000-FICHIER-MANQUANT
           ELSE
               PERFORM 51000-LIRE-PROD
               PERFORM 52000-LIRE-PAR
               PERFORM 50000-RAPPROCHER
                   UNTIL WS-CLE-PROD = HIGH-VALUES
                     AND WS-CLE-PAR = HIGH-VALUES
           END-IF
           IF WS-IF = 1
               CLOSE F-ASSURES F-PAR-ASSURES
           ELSE
               CLOSE F-SINISTRE F-PAR-SINISTRE
           END-IF
           .

      * JOURNAL / AUDITLOG : tri des deux cotes sur la cle de          *
      * rapprochement, ordre d'ecriture conserve a cle egale ; le cote *
      * parallele d'abord, pour ne garder en production que ses lots / *
      * programmes, a la date de la nuit                               *

       30000-COMPARER-TRIE.
           MOVE WS-FIC-NOM(WS-IF)    TO WS-FICHIER-COURANT
           MOVE WS-FIC-LETTRE(WS-IF) TO WS-LETTRE-COURANTE
           IF WS-IF = 3
               OPEN INPUT F-JOURNAL
               MOVE FS-JRN TO FS-TRAV
               CLOSE F-JOURNAL
               OPEN INPUT F-PAR-JOURNAL
               CLOSE F-PAR-JOURNAL
           ELSE
               OPEN INPUT F-AUDIT
               MOVE FS-AUD TO FS-TRAV
               CLOSE F-AUDIT
               OPEN INPUT F-PAR-AUDIT
               CLOSE F-PAR-AUDIT
           END-IF
           IF FS-TRAV NOT = '00' OR FS-PAR NOT = '00'
               PERFORM 70000-FICHIER-MANQUANT
           ELSE
               MOVE 0 TO WS-NB-FILTRE
               SORT F-TRI-WORK
                   ON ASCENDING KEY SD-CMP-CLE SD-CMP-RANG
                   INPUT PROCEDURE 31000-LIBERER-PARALLELE
                   GIVING F-TRAV-PAR
               SORT F-TRI-WORK
                   ON ASCENDING KEY SD-CMP-CLE SD-CMP-RANG
                   INPUT PROCEDURE 32000-LIBERER-PRODUCTION
                   GIVING F-TRAV-PROD
               OPEN INPUT F-TRAV-PROD F-TRAV-PAR
               PERFORM 51000-LIRE-PROD
               PERFORM 52000-LIRE-PAR
               PERFORM 50000-RAPPROCHER
                   UNTIL WS-CLE-PROD = HIGH-VALUES
                     AND WS-CLE-PAR = HIGH-VALUES
               CLOSE F-TRAV-PROD F-TRAV-PAR
           END-IF
           .

       31000-LIBERER-PARALLELE.
           MOVE 0 TO WS-RANG-TRI
           MOVE 'N' TO WS-FIN-LECTURE
           IF WS-IF = 3
               OPEN INPUT F-PAR-JOURNAL
           ELSE
               OPEN INPUT F-PAR-AUDIT
           END-IF
           PERFORM 31100-LIBERER-UN-PARALLELE UNTIL FIN-LECTURE
           IF WS-IF = 3
               CLOSE F-PAR-JOURNAL
           ELSE
               CLOSE F-PAR-AUDIT
           END-IF
           .

       31100-LIBERER-UN-PARALLELE.
           MOVE SPACES TO SD-CMP-DONNEES
           IF WS-IF = 3
               READ F-PAR-JOURNAL
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       MOVE FS-PJR-REC TO SD-CMP-DONNEES
               END-READ
           ELSE
               READ F-PAR-AUDIT
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       MOVE FS-PAU-REC TO SD-CMP-DONNEES
               END-READ
           END-IF
           IF NOT FIN-LECTURE
               PERFORM 33000-CONSTRUIRE-CLE-TRI
               MOVE SD-CMP-DONNEES(1:80) TO WS-ENR-CLE
               PERFORM 34000-VALEUR-FILTRE
               PERFORM 35000-CHERCHER-FILTRE
               IF NOT FLT-TROUVE AND WS-NB-FILTRE < 100
                   ADD 1 TO WS-NB-FILTRE
                   MOVE WS-FLT-CHERCHE TO WS-FLT-VALEUR(WS-NB-FILTRE)
               END-IF
               ADD 1 TO WS-RANG-TRI
               MOVE WS-RANG-TRI TO SD-CMP-RANG
               RELEASE SD-CMP-REC
               ADD 1 TO WS-STA-LUS-PAR(WS-IF)
           END-IF
           .

       32000-LIBERER-PRODUCTION.
           MOVE 0 TO WS-RANG-TRI
           MOVE 'N' TO WS-FIN-LECTURE
           IF WS-IF = 3
               OPEN INPUT F-JOURNAL
           ELSE
               OPEN INPUT F-AUDIT
           END-IF
           PERFORM 32100-LIBERER-UNE-PRODUCTION UNTIL FIN-LECTURE
           IF WS-IF = 3
               CLOSE F-JOURNAL
           ELSE
               CLOSE F-AUDIT
           END-IF
           .

       32100-LIBERER-UNE-PRODUCTION.
           MOVE SPACES TO SD-CMP-DONNEES
           IF WS-IF = 3
               READ F-JOURNAL
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       MOVE FS-JRN-REC TO SD-CMP-DONNEES
               END-READ
           ELSE
               READ F-AUDIT
                   AT END
                       SET FIN-LECTURE TO TRUE
                   NOT AT END
                       MOVE FS-AUD-REC TO SD-CMP-DONNEES
               END-READ
           END-IF
           IF NOT FIN-LECTURE
               MOVE SD-CMP-DONNEES(1:80) TO WS-ENR-CLE
               PERFORM 34000-VALEUR-FILTRE
               PERFORM 35000-CHERCHER-FILTRE
      * JOURNAL : date du mouvement (25:8) ; AUDITLOG : date (9:8)
               IF FLT-TROUVE
                   IF (WS-IF = 3
                           AND WS-ENR-CLE(25:8) = WS-PARM-NUIT)
                       OR (WS-IF = 5
                           AND WS-ENR-CLE(9:8) = WS-PARM-NUIT)
                       PERFORM 33000-CONSTRUIRE-CLE-TRI
                       ADD 1 TO WS-RANG-TRI
                       MOVE WS-RANG-TRI TO SD-CMP-RANG
                       RELEASE SD-CMP-REC
                       ADD 1 TO WS-STA-LUS-PROD(WS-IF)
                   END-IF
               END-IF
           END-IF
           .

      * Cle de rapprochement - JOURNAL : matricule, vehicule, code     *
      * mouvement, lot ; AUDITLOG : programme, type                    *

       33000-CONSTRUIRE-CLE-TRI.
           MOVE SPACES TO SD-CMP-CLE
           IF WS-IF = 3
               STRING SD-CMP-DONNEES(1:6)  SD-CMP-DONNEES(44:2)
                      SD-CMP-DONNEES(7:1)  SD-CMP-DONNEES(19:6)
                   DELIMITED BY SIZE INTO SD-CMP-CLE
               END-STRING
           ELSE
               STRING SD-CMP-DONNEES(1:8)  SD-CMP-DONNEES(23:8)
                   DELIMITED BY SIZE INTO SD-CMP-CLE
               END-STRING
           END-IF
           .

      * Lot (JOURNAL) ou programme (AUDITLOG) de l'enregistrement      *

       34000-VALEUR-FILTRE.
           MOVE SPACES TO WS-FLT-CHERCHE
           IF WS-IF = 3
               MOVE WS-ENR-CLE(19:6) TO WS-FLT-CHERCHE
           ELSE
               MOVE WS-ENR-CLE(1:8) TO WS-FLT-CHERCHE
           END-IF
           .

       35000-CHERCHER-FILTRE.
           MOVE 'N' TO WS-FLT-TROUVE
           PERFORM VARYING WS-FLT-IDX FROM 1 BY 1
               UNTIL WS-FLT-IDX > WS-NB-FILTRE OR FLT-TROUVE
               IF WS-FLT-VALEUR(WS-FLT-IDX) = WS-FLT-CHERCHE
                   SET FLT-TROUVE TO TRUE
               END-IF
           END-PERFORM
           .

      * ETATANO : ligne a ligne (la cle est le numero de ligne)        *

       40000-COMPARER-ETATANO.
           MOVE WS-FIC-NOM(WS-IF)    TO WS-FICHIER-COURANT
           MOVE WS-FIC-LETTRE(WS-IF) TO WS-LETTRE-COURANTE
           MOVE 0 TO WS-NUM-LIGNE-PROD
           MOVE 0 TO WS-NUM-LIGNE-PAR
           OPEN INPUT F-ETAT-ANO
           MOVE FS-ANO TO FS-TRAV
           OPEN INPUT F-PAR-ETAT-ANO
           IF FS-TRAV NOT = '00' OR FS-PAR NOT = '00'
               PERFORM 70000-FICHIER-MANQUANT
           ELSE
               PERFORM 51000-LIRE-PROD
               PERFORM 52000-LIRE-PAR
               PERFORM 50000-RAPPROCHER
                   UNTIL WS-CLE-PROD = HIGH-VALUES
                     AND WS-CLE-PAR = HIGH-VALUES
           END-IF
           CLOSE F-ETAT-ANO F-PAR-ETAT-ANO
           .

      * Rapprochement de l'enregistrement courant des deux cotes       *

       50000-RAPPROCHER.
           EVALUATE TRUE
               WHEN WS-CLE-PROD = WS-CLE-PAR
                   PERFORM 60000-COMPARER-ENREG
                   PERFORM 51000-LIRE-PROD
                   PERFORM 52000-LIRE-PAR
               WHEN WS-CLE-PROD < WS-CLE-PAR
                   MOVE WS-ENR-PROD TO WS-ENR-CLE
                   MOVE 'PRESENT' TO WS-VAL-PROD
                   MOVE 'ABSENT'  TO WS-VAL-PAR
                   ADD 1 TO WS-STA-SEUL-PROD(WS-IF)
                   PERFORM 62000-SIGNALER-ENREG-SEUL
                   PERFORM 51000-LIRE-PROD
               WHEN OTHER
                   MOVE WS-ENR-PAR TO WS-ENR-CLE
                   MOVE 'ABSENT'  TO WS-VAL-PROD
                   MOVE 'PRESENT' TO WS-VAL-PAR
                   ADD 1 TO WS-STA-SEUL-PAR(WS-IF)
                   PERFORM 62000-SIGNALER-ENREG-SEUL
                   PERFORM 52000-LIRE-PAR
           END-EVALUATE
           .

       51000-LIRE-PROD.
           MOVE SPACES TO WS-ENR-PROD
           EVALUATE WS-IF
               WHEN 1
                   READ F-ASSURES
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PROD
                       NOT AT END
                           MOVE FS-ASSURES-REC TO WS-ENR-PROD
                           MOVE FS-ASSURES-KEY TO WS-CLE-PROD
                           ADD 1 TO WS-STA-LUS-PROD(WS-IF)
                   END-READ
               WHEN 2
                   READ F-SINISTRE
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PROD
                       NOT AT END
                           MOVE FS-SINISTRE-REC TO WS-ENR-PROD
                           MOVE FS-SINISTRE-KEY TO WS-CLE-PROD
                           ADD 1 TO WS-STA-LUS-PROD(WS-IF)
                   END-READ
               WHEN 4
                   READ F-ETAT-ANO
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PROD
                       NOT AT END
                           MOVE FS-ANO-REC TO WS-ENR-PROD
                           ADD 1 TO WS-NUM-LIGNE-PROD
                           MOVE WS-NUM-LIGNE-PROD TO WS-CLE-PROD
                           ADD 1 TO WS-STA-LUS-PROD(WS-IF)
                   END-READ
               WHEN OTHER
                   READ F-TRAV-PROD
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PROD
                       NOT AT END
                           MOVE FS-TRP-DONNEES TO WS-ENR-PROD
                           MOVE FS-TRP-CLE     TO WS-CLE-PROD
                   END-READ
           END-EVALUATE
           .

       52000-LIRE-PAR.
           MOVE SPACES TO WS-ENR-PAR
           EVALUATE WS-IF
               WHEN 1
                   READ F-PAR-ASSURES
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PAR
                       NOT AT END
                           MOVE FS-PAS-REC TO WS-ENR-PAR
                           MOVE FS-PAS-KEY TO WS-CLE-PAR
                           ADD 1 TO WS-STA-LUS-PAR(WS-IF)
                   END-READ
               WHEN 2
                   READ F-PAR-SINISTRE
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PAR
                       NOT AT END
                           MOVE FS-PSI-REC TO WS-ENR-PAR
                           MOVE FS-PSI-KEY TO WS-CLE-PAR
                           ADD 1 TO WS-STA-LUS-PAR(WS-IF)
                   END-READ
               WHEN 4
                   READ F-PAR-ETAT-ANO
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PAR
                       NOT AT END
                           MOVE FS-PAN-REC TO WS-ENR-PAR
                           ADD 1 TO WS-NUM-LIGNE-PAR
                           MOVE WS-NUM-LIGNE-PAR TO WS-CLE-PAR
                           ADD 1 TO WS-STA-LUS-PAR(WS-IF)
                   END-READ
               WHEN OTHER
                   READ F-TRAV-PAR
                       AT END
                           MOVE HIGH-VALUES TO WS-CLE-PAR
                       NOT AT END
                           MOVE FS-TRN-DONNEES TO WS-ENR-PAR
                           MOVE FS-TRN-CLE     TO WS-CLE-PAR
                   END-READ
           END-EVALUATE
           .

      * Cle lisible et matricule de WS-ENR-CLE, pour le rapport et les *
      * regles                                                         *

       55000-CLE-AFFICHEE.
           MOVE SPACES TO WS-CLE-AFFICHEE
           MOVE WS-ENR-CLE(1:6) TO WS-MAT-ENREG
           EVALUATE WS-IF
               WHEN 1
                   MOVE WS-ENR-CLE(1:8) TO WS-CLE-AFFICHEE
               WHEN 2
                   MOVE WS-ENR-CLE(1:10) TO WS-CLE-AFFICHEE
               WHEN 3
                   STRING WS-ENR-CLE(1:6)  ' VEH ' WS-ENR-CLE(44:2)
                          ' MVT ' WS-ENR-CLE(7:1)
                          ' LOT ' WS-ENR-CLE(19:6)
                       DELIMITED BY SIZE INTO WS-CLE-AFFICHEE
                   END-STRING
               WHEN 4
                   IF WS-CLE-PROD < WS-CLE-PAR
                       STRING 'LIGNE ' WS-CLE-PROD(1:7)
                           DELIMITED BY SIZE INTO WS-CLE-AFFICHEE
                       END-STRING
                   ELSE
                       STRING 'LIGNE ' WS-CLE-PAR(1:7)
                           DELIMITED BY SIZE INTO WS-CLE-AFFICHEE
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-MAT-ENREG
                   STRING WS-ENR-CLE(1:8) ' ' WS-ENR-CLE(23:8)
                       DELIMITED BY SIZE INTO WS-CLE-AFFICHEE
                   END-STRING
           END-EVALUATE
           .

      * Meme cle des deux cotes : comparaison zone par zone            *

       60000-COMPARER-ENREG.
           MOVE WS-ENR-PROD TO WS-ENR-CLE
           PERFORM 55000-CLE-AFFICHEE
           MOVE 0 TO WS-NB-ECARTS-ENREG
           PERFORM 61000-COMPARER-ZONE
               VARYING WS-ZON-IDX FROM 1 BY 1
               UNTIL WS-ZON-IDX > WS-NB-ZONES
           IF WS-NB-ECARTS-ENREG = 0
               ADD 1 TO WS-STA-IDENTIQUES(WS-IF)
           ELSE
               ADD 1 TO WS-STA-DIFFERENTS(WS-IF)
      * ETATANO : les deux lignes in extenso sous l'ecart
               IF WS-IF = 4
                   MOVE SPACES TO WS-LIGNE
                   STRING '         PROD      : ' WS-ENR-PROD(1:87)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
                   MOVE SPACES TO WS-LIGNE
                   STRING '         PARALLELE : ' WS-ENR-PAR(1:87)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
               END-IF
           END-IF
           .

       61000-COMPARER-ZONE.
           IF WS-ZON-FICHIER(WS-ZON-IDX) = WS-LETTRE-COURANTE
               IF WS-ENR-PROD(WS-ZON-POSITION(WS-ZON-IDX):
                              WS-ZON-LONGUEUR(WS-ZON-IDX))
                  NOT = WS-ENR-PAR(WS-ZON-POSITION(WS-ZON-IDX):
                                   WS-ZON-LONGUEUR(WS-ZON-IDX))
                   PERFORM 65000-APPLIQUER-REGLES
                   IF ECART-ATTENDU
                       ADD 1 TO WS-STA-ATTENDUS(WS-IF)
                   ELSE
                       ADD 1 TO WS-NB-ECARTS-ENREG
                       ADD 1 TO WS-STA-ECARTS(WS-IF)
                       ADD 1 TO WS-TOTAL-ECARTS
                       MOVE WS-ENR-PROD(WS-ZON-POSITION(WS-ZON-IDX):
                                        WS-ZON-LONGUEUR(WS-ZON-IDX))
                           TO WS-CHP-BRUT
                       PERFORM 66000-EDITER-VALEUR
                       MOVE WS-CHP-TEXTE TO WS-VAL-PROD
                       MOVE WS-ENR-PAR(WS-ZON-POSITION(WS-ZON-IDX):
                                       WS-ZON-LONGUEUR(WS-ZON-IDX))
                           TO WS-CHP-BRUT
                       PERFORM 66000-EDITER-VALEUR
                       MOVE WS-CHP-TEXTE TO WS-VAL-PAR
                       MOVE WS-FICHIER-COURANT TO WS-LIGE-FICHIER
                       MOVE WS-CLE-AFFICHEE    TO WS-LIGE-CLE
                       MOVE WS-ZON-NOM(WS-ZON-IDX) TO WS-LIGE-ZONE
                       MOVE WS-VAL-PROD        TO WS-LIGE-PROD
                       MOVE WS-VAL-PAR         TO WS-LIGE-PAR
                       MOVE WS-LIG-ECART       TO WS-LIGNE
                       PERFORM 85000-ECRIRE-LIGNE
                   END-IF
               END-IF
           END-IF
           .

      * Enregistrement present d'un seul cote (WS-ENR-CLE, WS-VAL-*)   *

       62000-SIGNALER-ENREG-SEUL.
           PERFORM 55000-CLE-AFFICHEE
           MOVE 0 TO WS-ZON-IDX
           PERFORM 65000-APPLIQUER-REGLES
           IF ECART-ATTENDU
               ADD 1 TO WS-STA-ATTENDUS(WS-IF)
           ELSE
               ADD 1 TO WS-STA-ECARTS(WS-IF)
               ADD 1 TO WS-TOTAL-ECARTS
               MOVE WS-FICHIER-COURANT TO WS-LIGE-FICHIER
               MOVE WS-CLE-AFFICHEE    TO WS-LIGE-CLE
               MOVE '*ENREGISTREMENT*' TO WS-LIGE-ZONE
               MOVE WS-VAL-PROD        TO WS-LIGE-PROD
               MOVE WS-VAL-PAR         TO WS-LIGE-PAR
               MOVE WS-LIG-ECART       TO WS-LIGNE
               PERFORM 85000-ECRIRE-LIGNE
               IF WS-IF = 4
                   MOVE SPACES TO WS-LIGNE
                   STRING '         LIGNE     : ' WS-ENR-CLE(1:87)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
                   PERFORM 85000-ECRIRE-LIGNE
               END-IF
           END-IF
           .

      * Ecart couvert par une regle ? (WS-ZON-IDX = 0 : enregistrement *
      * present d'un seul cote, couvert seulement par une regle '*')   *

       65000-APPLIQUER-REGLES.
           MOVE 'N' TO WS-ECART-ATTENDU
           PERFORM VARYING WS-RGL-IDX FROM 1 BY 1
               UNTIL WS-RGL-IDX > WS-NB-REGLES OR ECART-ATTENDU
               IF WS-RGL-FICHIER(WS-RGL-IDX) = WS-FICHIER-COURANT
                   AND (WS-RGL-MAT(WS-RGL-IDX) = SPACES
                        OR WS-RGL-MAT(WS-RGL-IDX) = WS-MAT-ENREG)
                   IF WS-RGL-ZONE(WS-RGL-IDX) = '*'
                       SET ECART-ATTENDU TO TRUE
                   ELSE
                       IF WS-ZON-IDX > 0
                           IF WS-RGL-ZONE(WS-RGL-IDX) =
                                   WS-ZON-NOM(WS-ZON-IDX)
                               SET ECART-ATTENDU TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF ECART-ATTENDU
                       ADD 1 TO WS-RGL-NB(WS-RGL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * Valeur editee de WS-CHP-BRUT selon la zone WS-ZON-IDX          *

       66000-EDITER-VALEUR.
           MOVE SPACES TO WS-CHP-TEXTE
           EVALUATE TRUE
               WHEN ZON-ETENDU(WS-ZON-IDX)
                       AND WS-ZON-DECIMALES(WS-ZON-IDX) > 0
      * Montants : virgule decimale editee (9(6)V99 -> 999999,99)
                   COMPUTE WS-LONG-ENTIER = WS-ZON-LONGUEUR(WS-ZON-IDX)
                       - WS-ZON-DECIMALES(WS-ZON-IDX)
                   STRING WS-CHP-BRUT(1:WS-LONG-ENTIER)
                          ','
                          WS-CHP-BRUT(WS-LONG-ENTIER + 1:
                              WS-ZON-DECIMALES(WS-ZON-IDX))
                       DELIMITED BY SIZE INTO WS-CHP-TEXTE
                   END-STRING
               WHEN ZON-CONDENSE(WS-ZON-IDX)
                   IF WS-ZON-LONGUEUR(WS-ZON-IDX) = 5
                       MOVE WS-CHP-BRUT(1:5) TO WS-CONDENSE-8-X
                       IF WS-CONDENSE-8 NUMERIC
                           MOVE WS-CONDENSE-8 TO WS-ZONE-8
                           MOVE WS-ZONE-8 TO WS-CHP-TEXTE
                       ELSE
                           MOVE '*NON NUMERIQUE*' TO WS-CHP-TEXTE
                       END-IF
                   ELSE
                       MOVE WS-CHP-BRUT(1:2) TO WS-CONDENSE-2-X
                       IF WS-CONDENSE-2 NUMERIC
                           MOVE WS-CONDENSE-2 TO WS-ZONE-2
                           MOVE WS-ZONE-2 TO WS-CHP-TEXTE
                       ELSE
                           MOVE '*NON NUMERIQUE*' TO WS-CHP-TEXTE
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE WS-CHP-BRUT(1:WS-ZON-LONGUEUR(WS-ZON-IDX))
                       TO WS-CHP-TEXTE
           END-EVALUATE
           .

      * Fichier de production ou du run parallele absent : pas de      *
      * comparaison possible, code retour 16                           *

       70000-FICHIER-MANQUANT.
           DISPLAY '*** ' WS-FICHIER-COURANT ' - FICHIER ABSENT '
                   '(PRODUCTION ' FS-TRAV ', PARALLELE ' FS-PAR ') ***'
           MOVE SPACES TO WS-LIGNE
           STRING '*** ' WS-FICHIER-COURANT ' NON COMPARE - FICHIER '
                  'ABSENT (PRODUCTION ' FS-TRAV ', PARALLELE ' FS-PAR
                  ') ***'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           MOVE 16 TO WS-RC-GLOBAL
           .

      * Synthese par fichier et bilan des regles                       *

       80000-EDITER-SYNTHESE.
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE 'SYNTHESE PAR FICHIER (ECARTS = ZONES OU ENREG. SEULS)'
               TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE WS-LIG-STAT-ENTETE TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           PERFORM 81000-EDITER-STAT-FICHIER
               VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF > 5

           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE 'REGLES D''EXCLUSION (ECARTS EXCLUS PAR REGLE)'
               TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           PERFORM 82000-EDITER-REGLE
               VARYING WS-RGL-IDX FROM 1 BY 1
               UNTIL WS-RGL-IDX > WS-NB-REGLES

           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           EVALUATE TRUE
               WHEN WS-RC-GLOBAL > 0
                   MOVE '*** COMPARAISON INCOMPLETE - FICHIER ABSENT'
                       TO WS-LIGNE
               WHEN WS-TOTAL-ECARTS > 0
                   STRING '*** ' WS-TOTAL-ECARTS ' ECART(S) A EXAMINER '
                          'AVANT MISE EN SERVICE ***'
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN OTHER
                   MOVE 'AUCUN ECART HORS REGLES - RESULTATS IDENTIQUES'
                       TO WS-LIGNE
           END-EVALUATE
           PERFORM 85000-ECRIRE-LIGNE
           CLOSE F-RAPPORT
           .

       81000-EDITER-STAT-FICHIER.
           MOVE WS-FIC-NOM(WS-IF)            TO WS-LIGS-FICHIER
           MOVE WS-STA-LUS-PROD(WS-IF)       TO WS-LIGS-LUS-PROD
           MOVE WS-STA-LUS-PAR(WS-IF)        TO WS-LIGS-LUS-PAR
           MOVE WS-STA-IDENTIQUES(WS-IF)     TO WS-LIGS-IDENTIQUES
           MOVE WS-STA-DIFFERENTS(WS-IF)     TO WS-LIGS-DIFFERENTS
           MOVE WS-STA-SEUL-PROD(WS-IF)      TO WS-LIGS-SEUL-PROD
           MOVE WS-STA-SEUL-PAR(WS-IF)       TO WS-LIGS-SEUL-PAR
           MOVE WS-STA-ECARTS(WS-IF)         TO WS-LIGS-ECARTS
           MOVE WS-STA-ATTENDUS(WS-IF)       TO WS-LIGS-ATTENDUS
           MOVE WS-LIG-STAT TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

       82000-EDITER-REGLE.
           MOVE WS-RGL-FICHIER(WS-RGL-IDX) TO WS-LIGR-FICHIER
           MOVE WS-RGL-ZONE(WS-RGL-IDX)    TO WS-LIGR-ZONE
           MOVE WS-RGL-MAT(WS-RGL-IDX)     TO WS-LIGR-MAT
           MOVE WS-RGL-NB(WS-RGL-IDX)      TO WS-LIGR-NB
           MOVE WS-RGL-MOTIF(WS-RGL-IDX)   TO WS-LIGR-MOTIF
           MOVE WS-LIG-REGLE TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

       85000-ECRIRE-LIGNE.
           MOVE WS-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
