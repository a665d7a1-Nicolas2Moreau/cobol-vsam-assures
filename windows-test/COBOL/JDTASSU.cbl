       IDENTIFICATION DIVISION.
       PROGRAM-ID. JDTASSU.

      *---------------------------------------------------------------*
      * JDTASSU - Jeu de test coherent tire de la production : choisit*
      * un echantillon de matricules et recopie TOUT ce qui s'y       *
      * rattache, sous les memes noms de fichiers, dans un repertoire *
      * cible a deposer tel quel comme WORK d'un environnement de     *
      * test (les fichiers JOURNAL et HISTOASS de la cible sont a     *
      * affecter aux DD de meme nom) :                                *
      *   ASSURES3 (ASSURES.dat), ASSEXT, SINISTRE, TIERS, RECOURS,   *
      *   SINNOTES, CONTACTS, JOURNAL, HISTOASS                       *
      * Contrairement a READDATA MASK (un fichier a la fois), le      *
      * masquage est coherent d'un fichier a l'autre : la meme        *
      * personne porte le meme nom fictif partout (nom, prenom et rue *
      * calcules a partir du matricule d'origine, donc identiques     *
      * d'une extraction a l'autre) - ASSURES3 et l'image HISTOASS    *
      * recoivent le meme pseudonyme ; le nom du conducteur adverse   *
      * TIERS le sien, calcule sur sa cle. Textes libres (SIN-COMMENT,*
      * notes SINNOTES, segments ASSEXT nominatifs) remplaces,        *
      * telephones/email refaits sur le matricule de test, zone libre *
      * du JOURNAL effacee (comme RGPDASSU). Une zone vide reste vide.*
      * Montants, dates, codes, CP/ville et compteurs sont conserves :*
      * ce sont eux qui font les cas limites.                         *
      * PARM (options separees par des virgules, toutes facultatives):*
      *   NB=nnn        nombre de matricules (defaut 100, 500 au plus)*
      *   PAS=nnn       un matricule eligible sur nnn (defaut 001),   *
      *                 pour repartir l'echantillon sur le fichier    *
      *   REGION=xxx    matricules de la region (vehicule de tete,    *
      *                 prefixe CP via WORK/REGIONS.dat)              *
      *   REGLE=SIN     au moins un sinistre                          *
      *         REC     au moins un recours                           *
      *         MALUS   au moins un vehicule en malus                 *
      *         MULTI   plusieurs vehicules                           *
      *   LISTE=O       matricules de WORK/JDTLST.dat (un par ligne)  *
      *   RENUM=nnnnnn  renumerotation des matricules a partir de     *
      *                 nnnnnn (plage de test), dans l'ordre d'origine*
      *                 - cles et references de tous les fichiers     *
      *   CIBLE=rep     repertoire cible (defaut TESTWORK)            *
      * Compte rendu WORK/JDTASSU.lst : options, nombre               *
      * d'enregistrements par fichier, correspondance matricule       *
      * d'origine -> matricule de test.                               *
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichiers de production (lecture seule)
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-ASSEXT ASSIGN TO "WORK/ASSEXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSEXT-KEY
               FILE STATUS IS FS-ASSEXT.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-TIERS ASSIGN TO "WORK/TIERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TIERS-KEY
               FILE STATUS IS FS-TIERS.

           SELECT F-RECOURS ASSIGN TO "WORK/RECOURS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REC-CLE
               FILE STATUS IS FS-RECOURS.

           SELECT F-NOTES ASSIGN TO "WORK/SINNOTES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NOT-CLE
               FILE STATUS IS FS-NOTES.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTC-MAT
               FILE STATUS IS FS-CONTACTS.

           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Liste de matricules imposes (LISTE=O)
           SELECT F-LISTE ASSIGN TO "WORK/JDTLST.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTE.

      * Fichiers du jeu de test (repertoire CIBLE, cles ascendantes)
           SELECT F-OUT-ASSURES ASSIGN TO WS-OUT-ASSURES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OAS-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-ASSEXT ASSIGN TO WS-OUT-ASSEXT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OAX-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-SINISTRE ASSIGN TO WS-OUT-SINISTRE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OSI-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-TIERS ASSIGN TO WS-OUT-TIERS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OTR-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-RECOURS ASSIGN TO WS-OUT-RECOURS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ORC-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-NOTES ASSIGN TO WS-OUT-NOTES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ONO-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-CONTACTS ASSIGN TO WS-OUT-CONTACTS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-OCT-KEY
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-JOURNAL ASSIGN TO WS-OUT-JOURNAL-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-OUT-HISTO ASSIGN TO WS-OUT-HISTO-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-OUT.

           SELECT F-RAPPORT ASSIGN TO "WORK/JDTASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY.
               10 FS-ASSURES-MAT   PIC 9(6).
               10 FS-ASSURES-SEQ   PIC 9(2).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-ASSEXT.
       01  FS-ASSEXT-REC.
           05 FS-ASSEXT-KEY.
               10 FS-ASSEXT-MAT    PIC 9(6).
               10 FS-ASSEXT-SEQ    PIC 9(2).
           05 FS-ASSEXT-DATA       PIC X(392).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-TIERS.
       01  FS-TIERS-REC.
           05 FS-TIERS-KEY.
               10 FS-TIERS-MAT     PIC 9(6).
               10 FS-TIERS-SIN-SEQ PIC 9(4).
               10 FS-TIERS-PARTIE  PIC 9(2).
           05 FS-TIERS-DATA        PIC X(75).

       FD  F-RECOURS.
       01  FS-REC-REC.
           05 FS-REC-CLE.
               10 FS-REC-MAT       PIC 9(6).
               10 FS-REC-SIN-SEQ   PIC 9(4).
           05 FS-REC-DATA          PIC X(36).

       FD  F-NOTES.
       01  FS-NOT-REC.
           05 FS-NOT-CLE.
               10 FS-NOT-MAT       PIC 9(6).
               10 FS-NOT-SIN-SEQ   PIC 9(4).
               10 FS-NOT-SEQ       PIC 9(3).
           05 FS-NOT-DATE          PIC 9(8).
           05 FS-NOT-HEURE         PIC 9(6).
           05 FS-NOT-USER          PIC X(8).
           05 FS-NOT-TEXTE         PIC X(60).

       FD  F-CONTACTS.
       01  FS-CTC-REC.
           05 FS-CTC-MAT           PIC 9(6).
           05 FS-CTC-DATA          PIC X(74).

      * Memes decoupages que RGPDASSU
       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-AVANT         PIC X(37).
           05 FS-JRN-VEHICULE      PIC X(2).
           05 FS-JRN-UTILISATEUR   PIC X(8).
           05 FS-JRN-RESTE2        PIC X(27).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG.
               10 FS-HST-MAT        PIC X(6).
               10 FS-HST-SEQ        PIC X(2).
               10 FS-HST-NOM        PIC X(20).
               10 FS-HST-RUE        PIC X(18).
               10 FS-HST-DATA       PIC X(45).
               10 FS-HST-CIVILITE   PIC X(1).
               10 FS-HST-NOM-SEUL   PIC X(15).
               10 FS-HST-PRENOM     PIC X(12).
               10 FS-HST-DATA2      PIC X(1).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-LISTE.
       01  FS-LISTE-REC            PIC X(6).

       FD  F-OUT-ASSURES.
       01  FS-OAS-REC.
           05 FS-OAS-KEY           PIC 9(8).
           05 FS-OAS-DATA          PIC X(112).

       FD  F-OUT-ASSEXT.
       01  FS-OAX-REC.
           05 FS-OAX-KEY           PIC 9(8).
           05 FS-OAX-DATA          PIC X(392).

       FD  F-OUT-SINISTRE.
       01  FS-OSI-REC.
           05 FS-OSI-KEY           PIC 9(10).
           05 FS-OSI-DATA          PIC X(100).

       FD  F-OUT-TIERS.
       01  FS-OTR-REC.
           05 FS-OTR-KEY           PIC 9(12).
           05 FS-OTR-DATA          PIC X(75).

       FD  F-OUT-RECOURS.
       01  FS-ORC-REC.
           05 FS-ORC-KEY           PIC 9(10).
           05 FS-ORC-DATA          PIC X(36).

       FD  F-OUT-NOTES.
       01  FS-ONO-REC.
           05 FS-ONO-KEY           PIC 9(13).
           05 FS-ONO-DATA          PIC X(82).

       FD  F-OUT-CONTACTS.
       01  FS-OCT-REC.
           05 FS-OCT-KEY           PIC 9(6).
           05 FS-OCT-DATA          PIC X(74).

       FD  F-OUT-JOURNAL.
       01  FS-OJR-REC              PIC X(80).

       FD  F-OUT-HISTO.
       01  FS-OHS-REC              PIC X(143).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-ASSURES                PIC XX.
       01  FS-ASSEXT                 PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-TIERS                  PIC XX.
       01  FS-RECOURS                PIC XX.
       01  FS-NOTES                  PIC XX.
       01  FS-CONTACTS               PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-LISTE                  PIC XX.
       01  FS-OUT                    PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.
       01  W-TIERS.
           COPY CTIERS.
       01  W-RECOURS.
           COPY CRECOURS.
       01  W-CONTACT.
           COPY CCONTACT.
           COPY WASSEXT.

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(100).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(30) OCCURS 7 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-NB                PIC 9(3) VALUE 100.
       01  WS-PARM-PAS               PIC 9(3) VALUE 1.
       01  WS-PARM-REGION            PIC X(3) VALUE SPACES.
       01  WS-PARM-REGLE             PIC X(5) VALUE SPACES.
       01  WS-PARM-LISTE             PIC X VALUE 'N'.
           88 SELECTION-PAR-LISTE        VALUE 'O'.
       01  WS-PARM-RENUM             PIC 9(6) VALUE 0.
       01  WS-PARM-CIBLE             PIC X(24) VALUE 'TESTWORK'.
       01  WS-PARM-ERREUR            PIC X VALUE 'N'.
           88 PARM-EN-ERREUR             VALUE 'O'.

      * Chemins des fichiers du jeu de test
       01  WS-OUT-ASSURES-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-ASSEXT-PATH        PIC X(80) VALUE SPACES.
       01  WS-OUT-SINISTRE-PATH      PIC X(80) VALUE SPACES.
       01  WS-OUT-TIERS-PATH         PIC X(80) VALUE SPACES.
       01  WS-OUT-RECOURS-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-NOTES-PATH         PIC X(80) VALUE SPACES.
       01  WS-OUT-CONTACTS-PATH      PIC X(80) VALUE SPACES.
       01  WS-OUT-JOURNAL-PATH       PIC X(80) VALUE SPACES.
       01  WS-OUT-HISTO-PATH         PIC X(80) VALUE SPACES.

      * Liste de matricules imposes
       01  WS-TAB-LISTE.
           05 WS-LST-MAT            PIC X(6) OCCURS 500 TIMES.
       01  WS-NB-LISTE               PIC 9(3) VALUE 0.
       01  WS-IDX-LISTE              PIC 9(3).
       01  WS-LISTE-TROUVE           PIC X VALUE 'N'.
           88 DANS-LA-LISTE              VALUE 'O'.

      * Echantillon : matricule d'origine (ordre croissant, celui de
      * la lecture d'ASSURES3) -> matricule de test, et compteurs
       01  WS-TAB-ECHANTILLON.
           05 WS-ECH-ENTREE OCCURS 500 TIMES.
               10 WS-ECH-ORIGINE     PIC 9(6).
               10 WS-ECH-ORIGINE-X REDEFINES WS-ECH-ORIGINE
                                     PIC X(6).
               10 WS-ECH-TEST        PIC 9(6).
               10 WS-ECH-NB-VEH      PIC 9(3).
               10 WS-ECH-NB-SIN      PIC 9(5).
       01  WS-NB-ECH                 PIC 9(3) VALUE 0.
       01  WS-IDX-ECH                PIC 9(3).
       01  WS-MAT-CHERCHE            PIC X(6).
       01  WS-MAT-POS                PIC 9(3) VALUE 0.
       01  WS-MAT-TEST-X             PIC X(6).

      * Matricule en cours d'examen pendant la selection
       01  WS-CUR-MAT                PIC 9(6) VALUE 0.
       01  WS-CUR-MAT-X REDEFINES WS-CUR-MAT PIC X(6).
       01  WS-CUR-NB-VEH             PIC 9(3) VALUE 0.
       01  WS-CUR-MALUS              PIC X VALUE 'N'.
       01  WS-CUR-REGION             PIC X(3).
       01  WS-NB-ELIGIBLES           PIC 9(7) VALUE 0.
       01  WS-NB-MAT-LUS             PIC 9(7) VALUE 0.
       01  WS-QUOTIENT               PIC 9(7).
       01  WS-RESTE                  PIC 9(7).
       01  WS-TROUVE                 PIC X VALUE 'N'.
           88 ENR-TROUVE                 VALUE 'O'.

       01  WS-FIN-ASSURES            PIC X VALUE 'N'.
           88 FIN-ASSURES                VALUE 'O'.
       01  WS-FIN-BALAYAGE           PIC X VALUE 'N'.
           88 FIN-BALAYAGE               VALUE 'O'.
       01  WS-SINISTRE-OUVERT        PIC X VALUE 'N'.
       01  WS-RECOURS-OUVERT         PIC X VALUE 'N'.

      * Pseudonymes - tables de noms, prenoms et rues fictifs ; le
      * choix ne depend que de la graine (matricule d'origine)
       01  WS-TABLE-NOMS.
           05 FILLER PIC X(15) VALUE 'MARTIN'.
           05 FILLER PIC X(15) VALUE 'BERNARD'.
           05 FILLER PIC X(15) VALUE 'THOMAS'.
           05 FILLER PIC X(15) VALUE 'PETIT'.
           05 FILLER PIC X(15) VALUE 'ROBERT'.
           05 FILLER PIC X(15) VALUE 'RICHARD'.
           05 FILLER PIC X(15) VALUE 'DURAND'.
           05 FILLER PIC X(15) VALUE 'LEROY'.
           05 FILLER PIC X(15) VALUE 'MOREAU'.
           05 FILLER PIC X(15) VALUE 'SIMON'.
           05 FILLER PIC X(15) VALUE 'LAURENT'.
           05 FILLER PIC X(15) VALUE 'LEFEBVRE'.
           05 FILLER PIC X(15) VALUE 'MICHEL'.
           05 FILLER PIC X(15) VALUE 'GARCIA'.
           05 FILLER PIC X(15) VALUE 'DAVID'.
           05 FILLER PIC X(15) VALUE 'BERTRAND'.
           05 FILLER PIC X(15) VALUE 'ROUX'.
           05 FILLER PIC X(15) VALUE 'VINCENT'.
           05 FILLER PIC X(15) VALUE 'FOURNIER'.
           05 FILLER PIC X(15) VALUE 'MOREL'.
       01  WS-TABLE-NOMS-R REDEFINES WS-TABLE-NOMS.
           05 WS-NOM-FICTIF         PIC X(15) OCCURS 20 TIMES.
       01  WS-TABLE-PRENOMS.
           05 FILLER PIC X(12) VALUE 'CAMILLE'.
           05 FILLER PIC X(12) VALUE 'DOMINIQUE'.
           05 FILLER PIC X(12) VALUE 'CLAUDE'.
           05 FILLER PIC X(12) VALUE 'ALEX'.
           05 FILLER PIC X(12) VALUE 'SACHA'.
           05 FILLER PIC X(12) VALUE 'MORGAN'.
           05 FILLER PIC X(12) VALUE 'CHARLIE'.
           05 FILLER PIC X(12) VALUE 'LOUISON'.
           05 FILLER PIC X(12) VALUE 'MAXIME'.
           05 FILLER PIC X(12) VALUE 'EDEN'.
           05 FILLER PIC X(12) VALUE 'NOA'.
           05 FILLER PIC X(12) VALUE 'ANDREA'.
           05 FILLER PIC X(12) VALUE 'LOU'.
           05 FILLER PIC X(12) VALUE 'STEPHANE'.
           05 FILLER PIC X(12) VALUE 'FREDERIQUE'.
           05 FILLER PIC X(12) VALUE 'PASCAL'.
           05 FILLER PIC X(12) VALUE 'GAEL'.
           05 FILLER PIC X(12) VALUE 'YANNICK'.
           05 FILLER PIC X(12) VALUE 'ELIE'.
           05 FILLER PIC X(12) VALUE 'HYACINTHE'.
       01  WS-TABLE-PRENOMS-R REDEFINES WS-TABLE-PRENOMS.
           05 WS-PRENOM-FICTIF      PIC X(12) OCCURS 20 TIMES.
       01  WS-TABLE-RUES.
           05 FILLER PIC X(14) VALUE 'RUE DES ESSAIS'.
           05 FILLER PIC X(14) VALUE 'AV DU RECETTE'.
           05 FILLER PIC X(14) VALUE 'BD DES TESTS'.
           05 FILLER PIC X(14) VALUE 'IMP DU MODELE'.
           05 FILLER PIC X(14) VALUE 'RUE FICTIVE'.
           05 FILLER PIC X(14) VALUE 'ALLEE DU PILOT'.
           05 FILLER PIC X(14) VALUE 'CHEMIN DU BANC'.
           05 FILLER PIC X(14) VALUE 'PL DE L ESSAI'.
       01  WS-TABLE-RUES-R REDEFINES WS-TABLE-RUES.
           05 WS-RUE-FICTIVE        PIC X(14) OCCURS 8 TIMES.

       01  WS-PSD-GRAINE             PIC 9(8).
       01  WS-PSD-QUOTIENT           PIC 9(8).
       01  WS-PSD-IDX                PIC 99.
       01  WS-PSD-NUMERO             PIC 99.
       01  WS-PSD-NOM                PIC X(15).
       01  WS-PSD-PRENOM             PIC X(12).
       01  WS-PSD-NOM-PRE            PIC X(20).
       01  WS-PSD-RUE                PIC X(18).
       01  WS-LIB-COMMENT            PIC X(20) VALUE
           '*COMMENTAIRE MASQUE'.
       01  WS-LIB-NOTE               PIC X(20) VALUE
           '*NOTE MASQUEE*'.
       01  WS-LIB-SEGMENT            PIC X(20) VALUE
           '*MASQUE*'.
       01  WS-IDX-SEG                PIC 99.

      * Compteurs par fichier
       01  WS-CPT-ASS                PIC 9(7) VALUE 0.
       01  WS-CPT-EXT                PIC 9(7) VALUE 0.
       01  WS-CPT-SIN                PIC 9(7) VALUE 0.
       01  WS-CPT-TRS                PIC 9(7) VALUE 0.
       01  WS-CPT-REC                PIC 9(7) VALUE 0.
       01  WS-CPT-NOT                PIC 9(7) VALUE 0.
       01  WS-CPT-CTC                PIC 9(7) VALUE 0.
       01  WS-CPT-JRN                PIC 9(7) VALUE 0.
       01  WS-CPT-HST                PIC 9(7) VALUE 0.

       01  WS-DATE-JOUR              PIC 9(8).

      * Lignes du compte rendu
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(34) VALUE
               'JEU DE TEST COHERENT MASQUE - DU '.
           05 WS-LIGT-DATE          PIC 9(8).
           05 FILLER                PIC X(9) VALUE ' CIBLE : '.
           05 WS-LIGT-CIBLE         PIC X(24).
       01  WS-LIG-OPTIONS.
           05 FILLER                PIC X(4) VALUE 'NB='.
           05 WS-LIGO-NB            PIC 9(3).
           05 FILLER                PIC X(6) VALUE ' PAS='.
           05 WS-LIGO-PAS           PIC 9(3).
           05 FILLER                PIC X(9) VALUE ' REGION='.
           05 WS-LIGO-REGION        PIC X(3).
           05 FILLER                PIC X(8) VALUE ' REGLE='.
           05 WS-LIGO-REGLE         PIC X(5).
           05 FILLER                PIC X(8) VALUE ' LISTE='.
           05 WS-LIGO-LISTE         PIC X(1).
           05 FILLER                PIC X(8) VALUE ' RENUM='.
           05 WS-LIGO-RENUM         PIC 9(6).
       01  WS-LIG-FICHIER.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGF-FICHIER       PIC X(10).
           05 FILLER                PIC X(22) VALUE
               ' ENREG. RECOPIES    : '.
           05 WS-LIGF-NB            PIC Z(6)9.
       01  WS-LIG-ENTETE-MAT         PIC X(60) VALUE
           '    ORIGINE  TEST     VEHICULES  SINISTRES'.
       01  WS-LIG-MATRICULE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGM-ORIGINE       PIC 9(6).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGM-TEST          PIC 9(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGM-NB-VEH        PIC ZZZ9.
           05 FILLER                PIC X(7) VALUE SPACES.
           05 WS-LIGM-NB-SIN        PIC ZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'JEU DE TEST COHERENT MASQUE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-SELECTIONNER
           IF WS-NB-ECH = 0
               DISPLAY 'AUCUN MATRICULE RETENU - RIEN A EXTRAIRE'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 30000-EXTRAIRE-ASSURES
           PERFORM 32000-EXTRAIRE-ASSEXT
           PERFORM 34000-EXTRAIRE-SINISTRE
           PERFORM 36000-EXTRAIRE-TIERS
           PERFORM 38000-EXTRAIRE-RECOURS
           PERFORM 40000-EXTRAIRE-NOTES
           PERFORM 42000-EXTRAIRE-CONTACTS
           PERFORM 50000-EXTRAIRE-JOURNAL
           PERFORM 55000-EXTRAIRE-HISTOASS
           PERFORM 80000-EDITER-RAPPORT
           DISPLAY '========================================'
           DISPLAY 'MATRICULES EXAMINES      : ' WS-NB-MAT-LUS
           DISPLAY 'MATRICULES ELIGIBLES     : ' WS-NB-ELIGIBLES
           DISPLAY 'MATRICULES RETENUS       : ' WS-NB-ECH
           DISPLAY 'VEHICULES / SINISTRES    : ' WS-CPT-ASS
                   ' / ' WS-CPT-SIN
           DISPLAY 'CIBLE                    : ' WS-PARM-CIBLE
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM, chemins cibles, regions, liste         *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           IF WS-PARM-NB = 0 OR WS-PARM-NB > 500
               DISPLAY 'PARM NB INVALIDE (001 A 500)'
               SET PARM-EN-ERREUR TO TRUE
           END-IF
           IF WS-PARM-PAS = 0
               DISPLAY 'PARM PAS INVALIDE (001 A 999)'
               SET PARM-EN-ERREUR TO TRUE
           END-IF
           IF WS-PARM-REGLE NOT = SPACES AND NOT = 'SIN'
                   AND NOT = 'REC' AND NOT = 'MALUS'
                   AND NOT = 'MULTI'
               DISPLAY 'PARM REGLE INCONNUE : ' WS-PARM-REGLE
               SET PARM-EN-ERREUR TO TRUE
           END-IF
           IF WS-PARM-RENUM > 0
                   AND WS-PARM-RENUM + WS-PARM-NB - 1 > 999999
               DISPLAY 'PARM RENUM : PLAGE DE TEST HORS LIMITE'
               SET PARM-EN-ERREUR TO TRUE
           END-IF
           IF WS-PARM-CIBLE = SPACES OR WS-PARM-CIBLE = 'WORK'
               DISPLAY 'PARM CIBLE INVALIDE (LE WORK DE PRODUCTION '
                       'NE PEUT PAS ETRE LA CIBLE)'
               SET PARM-EN-ERREUR TO TRUE
           END-IF
           IF PARM-EN-ERREUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 12000-CONSTRUIRE-CHEMINS
           IF WS-PARM-REGION NOT = SPACES
               PERFORM 13000-CHARGER-REGIONS
           END-IF
           IF SELECTION-PAR-LISTE
               PERFORM 14000-CHARGER-LISTE
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 7
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:3) = 'NB='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(4:3)
                           TO WS-PARM-NB
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'PAS='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(5:3)
                           TO WS-PARM-PAS
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'REGION='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(8:3)
                           TO WS-PARM-REGION
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'REGLE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:5)
                           TO WS-PARM-REGLE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'LISTE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:1)
                           TO WS-PARM-LISTE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'RENUM='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:6)
                           TO WS-PARM-RENUM
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'CIBLE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:24)
                           TO WS-PARM-CIBLE
               END-EVALUATE
           END-PERFORM
           .

       12000-CONSTRUIRE-CHEMINS.
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/ASSURES.dat' DELIMITED BY SIZE
               INTO WS-OUT-ASSURES-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/ASSEXT.dat' DELIMITED BY SIZE
               INTO WS-OUT-ASSEXT-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/SINISTRE.dat' DELIMITED BY SIZE
               INTO WS-OUT-SINISTRE-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/TIERS.dat' DELIMITED BY SIZE
               INTO WS-OUT-TIERS-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/RECOURS.dat' DELIMITED BY SIZE
               INTO WS-OUT-RECOURS-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/SINNOTES.dat' DELIMITED BY SIZE
               INTO WS-OUT-NOTES-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/CONTACTS.dat' DELIMITED BY SIZE
               INTO WS-OUT-CONTACTS-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/JOURNAL' DELIMITED BY SIZE
               INTO WS-OUT-JOURNAL-PATH
           END-STRING
           STRING WS-PARM-CIBLE DELIMITED BY SPACE
                  '/HISTOASS' DELIMITED BY SIZE
               INTO WS-OUT-HISTO-PATH
           END-STRING
           .

       13000-CHARGER-REGIONS.
           OPEN INPUT F-REGIONS
           IF FS-REGIONS NOT = '00'
               DISPLAY 'REGIONS.dat ABSENT - REGION INCONNUE'
           ELSE
               PERFORM 13100-LIRE-ENTREE-REGION
                   UNTIL FS-REGIONS = '10'
               CLOSE F-REGIONS
           END-IF
           .

       13100-LIRE-ENTREE-REGION.
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

       14000-CHARGER-LISTE.
           OPEN INPUT F-LISTE
           IF FS-LISTE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/JDTLST.dat : ' FS-LISTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 14100-LIRE-MATRICULE-LISTE
               UNTIL FS-LISTE = '10'
           CLOSE F-LISTE
           .

       14100-LIRE-MATRICULE-LISTE.
           READ F-LISTE
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-LISTE-REC NOT = SPACES
                       IF WS-NB-LISTE < 500
                           ADD 1 TO WS-NB-LISTE
                           MOVE FS-LISTE-REC TO WS-LST-MAT(WS-NB-LISTE)
                       ELSE
                           DISPLAY 'ATTENTION - LISTE LIMITEE A 500 '
                                   'MATRICULES, IGNORE : '
                                   FS-LISTE-REC
                       END-IF
                   END-IF
           END-READ
           .

      * Recherche de WS-MAT-CHERCHE dans l'echantillon - WS-MAT-POS    *
      * rend la position, 0 si absent                                  *

       15000-CHERCHER-MATRICULE.
           MOVE 0 TO WS-MAT-POS
           PERFORM 15100-COMPARER-MATRICULE
               VARYING WS-IDX-ECH FROM 1 BY 1
               UNTIL WS-IDX-ECH > WS-NB-ECH
                   OR WS-MAT-POS > 0
           .

       15100-COMPARER-MATRICULE.
           IF WS-ECH-ORIGINE-X(WS-IDX-ECH) = WS-MAT-CHERCHE
               MOVE WS-IDX-ECH TO WS-MAT-POS
           END-IF
           .

      * Selection - balayage d'ASSURES3 par matricule (rupture sur     *
      * MAT-A4) jusqu'a atteindre NB matricules retenus                *

       20000-SELECTIONNER.
           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ASSURES3 INDISPONIBLE : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-REGLE = 'SIN'
               OPEN INPUT F-SINISTRE
               IF FS-SINISTRE = '00'
                   MOVE 'O' TO WS-SINISTRE-OUVERT
               END-IF
           END-IF
           IF WS-PARM-REGLE = 'REC'
               OPEN INPUT F-RECOURS
               IF FS-RECOURS = '00'
                   MOVE 'O' TO WS-RECOURS-OUVERT
               END-IF
           END-IF

           PERFORM 21000-LIRE-ASSURE
               UNTIL FIN-ASSURES OR WS-NB-ECH >= WS-PARM-NB

           CLOSE F-ASSURES
           IF WS-SINISTRE-OUVERT = 'O'
               CLOSE F-SINISTRE
           END-IF
           IF WS-RECOURS-OUVERT = 'O'
               CLOSE F-RECOURS
           END-IF
           .

       21000-LIRE-ASSURE.
           READ F-ASSURES NEXT INTO WS-ASSURE-CASSURES
               AT END
                   SET FIN-ASSURES TO TRUE
                   IF WS-CUR-NB-VEH > 0
                       PERFORM 22000-CLORE-MATRICULE
                           THRU FIN-22000-CLORE-MATRICULE
                   END-IF
               NOT AT END
                   IF MAT-A4 NOT = WS-CUR-MAT
                       IF WS-CUR-NB-VEH > 0
                           PERFORM 22000-CLORE-MATRICULE
                               THRU FIN-22000-CLORE-MATRICULE
                       END-IF
                       MOVE MAT-A4 TO WS-CUR-MAT
                       MOVE 0 TO WS-CUR-NB-VEH
                       MOVE 'N' TO WS-CUR-MALUS
                       PERFORM 21100-RESOUDRE-REGION
                   END-IF
                   ADD 1 TO WS-CUR-NB-VEH
                   IF BM-A4 = 'M'
                       MOVE 'O' TO WS-CUR-MALUS
                   END-IF
           END-READ
           .

      * Region du vehicule de tete (premier lu du matricule)           *

       21100-RESOUDRE-REGION.
           MOVE '???' TO WS-REG-CODE-TROUVE
           COMPUTE WS-CP-PREFIXE-NUM = CP-A4 / 1000
           MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
           PERFORM 21110-COMPARER-REGION
               VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           MOVE WS-REG-CODE-TROUVE TO WS-CUR-REGION
           .

       21110-COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE)
                   TO WS-REG-CODE-TROUVE
           END-IF
           .

      * Fin d'un matricule : criteres, puis un eligible sur PAS        *

       22000-CLORE-MATRICULE.
           ADD 1 TO WS-NB-MAT-LUS
           IF SELECTION-PAR-LISTE
               PERFORM 22100-CHERCHER-DANS-LISTE
               IF NOT DANS-LA-LISTE
                   GO TO FIN-22000-CLORE-MATRICULE
               END-IF
           END-IF
           IF WS-PARM-REGION NOT = SPACES
                   AND WS-CUR-REGION NOT = WS-PARM-REGION
               GO TO FIN-22000-CLORE-MATRICULE
           END-IF
           EVALUATE WS-PARM-REGLE
               WHEN 'MALUS'
                   IF WS-CUR-MALUS NOT = 'O'
                       GO TO FIN-22000-CLORE-MATRICULE
                   END-IF
               WHEN 'MULTI'
                   IF WS-CUR-NB-VEH < 2
                       GO TO FIN-22000-CLORE-MATRICULE
                   END-IF
               WHEN 'SIN'
                   PERFORM 22200-CHERCHER-SINISTRE
                   IF NOT ENR-TROUVE
                       GO TO FIN-22000-CLORE-MATRICULE
                   END-IF
               WHEN 'REC'
                   PERFORM 22300-CHERCHER-RECOURS
                   IF NOT ENR-TROUVE
                       GO TO FIN-22000-CLORE-MATRICULE
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-NB-ELIGIBLES
           DIVIDE WS-PARM-PAS INTO WS-NB-ELIGIBLES
               GIVING WS-QUOTIENT REMAINDER WS-RESTE
           IF WS-PARM-PAS > 1 AND WS-RESTE NOT = 1
               GO TO FIN-22000-CLORE-MATRICULE
           END-IF

           ADD 1 TO WS-NB-ECH
           MOVE WS-CUR-MAT TO WS-ECH-ORIGINE(WS-NB-ECH)
           IF WS-PARM-RENUM > 0
               COMPUTE WS-ECH-TEST(WS-NB-ECH) =
                   WS-PARM-RENUM + WS-NB-ECH - 1
           ELSE
               MOVE WS-CUR-MAT TO WS-ECH-TEST(WS-NB-ECH)
           END-IF
           MOVE WS-CUR-NB-VEH TO WS-ECH-NB-VEH(WS-NB-ECH)
           MOVE 0 TO WS-ECH-NB-SIN(WS-NB-ECH)
           .
       FIN-22000-CLORE-MATRICULE.
           EXIT.

       22100-CHERCHER-DANS-LISTE.
           MOVE 'N' TO WS-LISTE-TROUVE
           PERFORM VARYING WS-IDX-LISTE FROM 1 BY 1
                   UNTIL WS-IDX-LISTE > WS-NB-LISTE OR DANS-LA-LISTE
               IF WS-LST-MAT(WS-IDX-LISTE) = WS-CUR-MAT-X
                   MOVE 'O' TO WS-LISTE-TROUVE
               END-IF
           END-PERFORM
           .

       22200-CHERCHER-SINISTRE.
           MOVE 'N' TO WS-TROUVE
           IF WS-SINISTRE-OUVERT = 'O'
               MOVE WS-CUR-MAT TO FS-SINISTRE-MAT
               MOVE 0 TO FS-SINISTRE-SEQ
               START F-SINISTRE KEY >= FS-SINISTRE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ F-SINISTRE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FS-SINISTRE-MAT = WS-CUR-MAT
                                   MOVE 'O' TO WS-TROUVE
                               END-IF
                       END-READ
               END-START
           END-IF
           .

       22300-CHERCHER-RECOURS.
           MOVE 'N' TO WS-TROUVE
           IF WS-RECOURS-OUVERT = 'O'
               MOVE WS-CUR-MAT TO FS-REC-MAT
               MOVE 0 TO FS-REC-SIN-SEQ
               START F-RECOURS KEY >= FS-REC-CLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ F-RECOURS NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FS-REC-MAT = WS-CUR-MAT
                                   MOVE 'O' TO WS-TROUVE
                               END-IF
                       END-READ
               END-START
           END-IF
           .

      * ASSURES3 - vehicules de l'echantillon, pseudonyme du matricule*

       30000-EXTRAIRE-ASSURES.
           OPEN INPUT F-ASSURES
           OPEN OUTPUT F-OUT-ASSURES
           IF FS-OUT NOT = '00'
               DISPLAY 'ERREUR CREATION ' WS-OUT-ASSURES-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 30100-EXTRAIRE-VEHICULES
               VARYING WS-IDX-ECH FROM 1 BY 1
               UNTIL WS-IDX-ECH > WS-NB-ECH
           CLOSE F-ASSURES F-OUT-ASSURES
           .

       30100-EXTRAIRE-VEHICULES.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-ASSURES-MAT
           MOVE 0 TO FS-ASSURES-SEQ
           START F-ASSURES KEY >= FS-ASSURES-KEY
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 30200-RECOPIER-VEHICULE UNTIL FIN-BALAYAGE
           .

       30200-RECOPIER-VEHICULE.
           READ F-ASSURES NEXT INTO WS-ASSURE-CASSURES
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF MAT-A4 NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       MOVE MAT-A4 TO WS-PSD-GRAINE
                       PERFORM 70000-CALCULER-PSEUDONYME
                       IF NOM-PRE-A4 NOT = SPACES
                           MOVE WS-PSD-NOM-PRE TO NOM-PRE-A4
                       END-IF
                       IF RUE-A4 NOT = SPACES
                           MOVE WS-PSD-RUE TO RUE-A4
                       END-IF
                       IF NOM-SEUL-A4 NOT = SPACES
                           MOVE WS-PSD-NOM TO NOM-SEUL-A4
                       END-IF
                       IF PRENOM-A4 NOT = SPACES
                           MOVE WS-PSD-PRENOM TO PRENOM-A4
                       END-IF
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO MAT-A4
                       WRITE FS-OAS-REC FROM WS-ASSURE-CASSURES
                       ADD 1 TO WS-CPT-ASS
                   END-IF
           END-READ
           .

      * ASSEXT - segments nominatifs remplaces                         *

       32000-EXTRAIRE-ASSEXT.
           OPEN OUTPUT F-OUT-ASSEXT
           OPEN INPUT F-ASSEXT
           IF FS-ASSEXT NOT = '00'
               DISPLAY 'ASSEXT ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 32100-EXTRAIRE-EXTENSIONS
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-ASSEXT
           END-IF
           CLOSE F-OUT-ASSEXT
           .

       32100-EXTRAIRE-EXTENSIONS.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-ASSEXT-MAT
           MOVE 0 TO FS-ASSEXT-SEQ
           START F-ASSEXT KEY >= FS-ASSEXT-KEY
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 32200-RECOPIER-EXTENSION UNTIL FIN-BALAYAGE
           .

       32200-RECOPIER-EXTENSION.
           READ F-ASSEXT NEXT INTO W-ASSEXT
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF AX-MAT NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       IF AX-NB-SEGMENTS NUMERIC
                           PERFORM 32300-MASQUER-SEGMENT
                               VARYING WS-IDX-SEG FROM 1 BY 1
                               UNTIL WS-IDX-SEG > AX-NB-SEGMENTS
                                  OR WS-IDX-SEG > 10
                       END-IF
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO AX-MAT
                       WRITE FS-OAX-REC FROM W-ASSEXT
                       ADD 1 TO WS-CPT-EXT
                   END-IF
           END-READ
           .

       32300-MASQUER-SEGMENT.
           IF AX-SEG-A-EFFACER(WS-IDX-SEG)
                   AND AX-SEG-VALEUR(WS-IDX-SEG) NOT = SPACES
               MOVE WS-LIB-SEGMENT TO AX-SEG-VALEUR(WS-IDX-SEG)
           END-IF
           .

      * SINISTRE - commentaire libre remplace                          *

       34000-EXTRAIRE-SINISTRE.
           OPEN OUTPUT F-OUT-SINISTRE
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'SINISTRE ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 34100-EXTRAIRE-SINISTRES
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-SINISTRE
           END-IF
           CLOSE F-OUT-SINISTRE
           .

       34100-EXTRAIRE-SINISTRES.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-SINISTRE-MAT
           MOVE 0 TO FS-SINISTRE-SEQ
           START F-SINISTRE KEY >= FS-SINISTRE-KEY
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 34200-RECOPIER-SINISTRE UNTIL FIN-BALAYAGE
           .

       34200-RECOPIER-SINISTRE.
           READ F-SINISTRE NEXT INTO W-SINISTRE
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF SIN-MAT NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       IF SIN-COMMENT NOT = SPACES
                           MOVE WS-LIB-COMMENT TO SIN-COMMENT
                       END-IF
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO SIN-MAT
                       WRITE FS-OSI-REC FROM W-SINISTRE
                       ADD 1 TO WS-CPT-SIN
                       ADD 1 TO WS-ECH-NB-SIN(WS-IDX-ECH)
                   END-IF
           END-READ
           .

      * TIERS - pseudonyme du conducteur adverse, graine = sa cle      *

       36000-EXTRAIRE-TIERS.
           OPEN OUTPUT F-OUT-TIERS
           OPEN INPUT F-TIERS
           IF FS-TIERS NOT = '00'
               DISPLAY 'TIERS ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 36100-EXTRAIRE-PARTIES
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-TIERS
           END-IF
           CLOSE F-OUT-TIERS
           .

       36100-EXTRAIRE-PARTIES.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-TIERS-MAT
           MOVE 0 TO FS-TIERS-SIN-SEQ
           MOVE 0 TO FS-TIERS-PARTIE
           START F-TIERS KEY >= FS-TIERS-KEY
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 36200-RECOPIER-PARTIE UNTIL FIN-BALAYAGE
           .

       36200-RECOPIER-PARTIE.
           READ F-TIERS NEXT INTO W-TIERS
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF TRS-MAT NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       IF TRS-NOM-ADVERSE NOT = SPACES
                           COMPUTE WS-PSD-GRAINE = TRS-MAT
                               + TRS-SIN-SEQ * 31 + TRS-PARTIE-SEQ * 7
                           PERFORM 70000-CALCULER-PSEUDONYME
                           MOVE WS-PSD-NOM-PRE TO TRS-NOM-ADVERSE
                       END-IF
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO TRS-MAT
                       WRITE FS-OTR-REC FROM W-TIERS
                       ADD 1 TO WS-CPT-TRS
                   END-IF
           END-READ
           .

      * RECOURS - aucune donnee nominative, re-cle seulement           *

       38000-EXTRAIRE-RECOURS.
           OPEN OUTPUT F-OUT-RECOURS
           OPEN INPUT F-RECOURS
           IF FS-RECOURS NOT = '00'
               DISPLAY 'RECOURS ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 38100-EXTRAIRE-RECOURS-MAT
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-RECOURS
           END-IF
           CLOSE F-OUT-RECOURS
           .

       38100-EXTRAIRE-RECOURS-MAT.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-REC-MAT
           MOVE 0 TO FS-REC-SIN-SEQ
           START F-RECOURS KEY >= FS-REC-CLE
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 38200-RECOPIER-RECOURS UNTIL FIN-BALAYAGE
           .

       38200-RECOPIER-RECOURS.
           READ F-RECOURS NEXT INTO W-RECOURS
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF REC-MAT NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO REC-MAT
                       WRITE FS-ORC-REC FROM W-RECOURS
                       ADD 1 TO WS-CPT-REC
                   END-IF
           END-READ
           .

      * SINNOTES - texte libre remplace (auteur et horodatage gardes)  *

       40000-EXTRAIRE-NOTES.
           OPEN OUTPUT F-OUT-NOTES
           OPEN INPUT F-NOTES
           IF FS-NOTES NOT = '00'
               DISPLAY 'SINNOTES ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 40100-EXTRAIRE-NOTES-MAT
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-NOTES
           END-IF
           CLOSE F-OUT-NOTES
           .

       40100-EXTRAIRE-NOTES-MAT.
           MOVE 'N' TO WS-FIN-BALAYAGE
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-NOT-MAT
           MOVE 0 TO FS-NOT-SIN-SEQ
           MOVE 0 TO FS-NOT-SEQ
           START F-NOTES KEY >= FS-NOT-CLE
               INVALID KEY
                   SET FIN-BALAYAGE TO TRUE
           END-START
           PERFORM 40200-RECOPIER-NOTE UNTIL FIN-BALAYAGE
           .

       40200-RECOPIER-NOTE.
           READ F-NOTES NEXT
               AT END
                   SET FIN-BALAYAGE TO TRUE
               NOT AT END
                   IF FS-NOT-MAT NOT = WS-ECH-ORIGINE(WS-IDX-ECH)
                       SET FIN-BALAYAGE TO TRUE
                   ELSE
                       IF FS-NOT-TEXTE NOT = SPACES
                           MOVE WS-LIB-NOTE TO FS-NOT-TEXTE
                       END-IF
                       MOVE WS-ECH-TEST(WS-IDX-ECH) TO FS-NOT-MAT
                       WRITE FS-ONO-REC FROM FS-NOT-REC
                       ADD 1 TO WS-CPT-NOT
                   END-IF
           END-READ
           .

      * CONTACTS - telephones et email refaits sur le matricule de     *
      * test (consentements et etats conserves)                        *

       42000-EXTRAIRE-CONTACTS.
           OPEN OUTPUT F-OUT-CONTACTS
           OPEN INPUT F-CONTACTS
           IF FS-CONTACTS NOT = '00'
               DISPLAY 'CONTACTS ABSENT - CIBLE VIDE'
           ELSE
               PERFORM 42100-RECOPIER-CONTACT
                   VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-NB-ECH
               CLOSE F-CONTACTS
           END-IF
           CLOSE F-OUT-CONTACTS
           .

       42100-RECOPIER-CONTACT.
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO FS-CTC-MAT
           READ F-CONTACTS INTO W-CONTACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ECH-TEST(WS-IDX-ECH) TO WS-MAT-TEST-X
                   IF CT-TEL NOT = SPACES
                       STRING '0100' WS-MAT-TEST-X DELIMITED BY SIZE
                           INTO CT-TEL
                       END-STRING
                   END-IF
                   IF CT-MOBILE NOT = SPACES
                       STRING '0600' WS-MAT-TEST-X DELIMITED BY SIZE
                           INTO CT-MOBILE
                       END-STRING
                   END-IF
                   IF CT-EMAIL NOT = SPACES
                       MOVE SPACES TO CT-EMAIL
                       STRING 'TEST' WS-MAT-TEST-X '@EXEMPLE.INVALID'
                           DELIMITED BY SIZE INTO CT-EMAIL
                       END-STRING
                   END-IF
                   MOVE WS-ECH-TEST(WS-IDX-ECH) TO CT-MAT
                   WRITE FS-OCT-REC FROM W-CONTACT
                   ADD 1 TO WS-CPT-CTC
           END-READ
           .

      * JOURNAL - lignes des matricules retenus, zone libre effacee    *

       50000-EXTRAIRE-JOURNAL.
           OPEN OUTPUT F-OUT-JOURNAL
           OPEN INPUT F-JOURNAL
           IF FS-JRN NOT = '00'
               DISPLAY 'JOURNAL INDISPONIBLE - CIBLE VIDE'
           ELSE
               PERFORM 51000-RECOPIER-LIGNE-JRN
                   UNTIL FS-JRN = '10'
               CLOSE F-JOURNAL
           END-IF
           CLOSE F-OUT-JOURNAL
           .

       51000-RECOPIER-LIGNE-JRN.
           READ F-JOURNAL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-JRN-MATRICULE TO WS-MAT-CHERCHE
                   PERFORM 15000-CHERCHER-MATRICULE
                   IF WS-MAT-POS > 0
                       MOVE WS-ECH-TEST(WS-MAT-POS) TO WS-MAT-TEST-X
                       MOVE WS-MAT-TEST-X TO FS-JRN-MATRICULE
                       MOVE SPACES TO FS-JRN-RESTE2
                       WRITE FS-OJR-REC FROM FS-JRN-REC
                       ADD 1 TO WS-CPT-JRN
                   END-IF
           END-READ
           .

      * HISTOASS - image archivee : meme pseudonyme qu'ASSURES3        *

       55000-EXTRAIRE-HISTOASS.
           OPEN OUTPUT F-OUT-HISTO
           OPEN INPUT F-HISTO
           IF FS-HST NOT = '00'
               DISPLAY 'HISTOASS INDISPONIBLE - CIBLE VIDE'
           ELSE
               PERFORM 56000-RECOPIER-LIGNE-HST
                   UNTIL FS-HST = '10'
               CLOSE F-HISTO
           END-IF
           CLOSE F-OUT-HISTO
           .

       56000-RECOPIER-LIGNE-HST.
           READ F-HISTO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-HST-MAT TO WS-MAT-CHERCHE
                   PERFORM 15000-CHERCHER-MATRICULE
                   IF WS-MAT-POS > 0
                       MOVE WS-ECH-ORIGINE(WS-MAT-POS) TO WS-PSD-GRAINE
                       PERFORM 70000-CALCULER-PSEUDONYME
                       IF FS-HST-NOM NOT = SPACES
                           MOVE WS-PSD-NOM-PRE TO FS-HST-NOM
                       END-IF
                       IF FS-HST-RUE NOT = SPACES
                           MOVE WS-PSD-RUE TO FS-HST-RUE
                       END-IF
                       IF FS-HST-NOM-SEUL NOT = SPACES
                           MOVE WS-PSD-NOM TO FS-HST-NOM-SEUL
                       END-IF
                       IF FS-HST-PRENOM NOT = SPACES
                           MOVE WS-PSD-PRENOM TO FS-HST-PRENOM
                       END-IF
                       MOVE WS-ECH-TEST(WS-MAT-POS) TO WS-MAT-TEST-X
                       MOVE WS-MAT-TEST-X TO FS-HST-MAT
                       WRITE FS-OHS-REC FROM FS-HST-REC
                       ADD 1 TO WS-CPT-HST
                   END-IF
           END-READ
           .

      * Pseudonyme de WS-PSD-GRAINE : nom, prenom, 'NOM PRENOM' et     *
      * rue fictifs - meme graine, meme personne fictive               *

       70000-CALCULER-PSEUDONYME.
           DIVIDE WS-PSD-GRAINE BY 20
               GIVING WS-PSD-QUOTIENT REMAINDER WS-PSD-IDX
           ADD 1 TO WS-PSD-IDX
           MOVE WS-NOM-FICTIF(WS-PSD-IDX) TO WS-PSD-NOM
           DIVIDE WS-PSD-QUOTIENT BY 20
               GIVING WS-PSD-QUOTIENT REMAINDER WS-PSD-IDX
           ADD 1 TO WS-PSD-IDX
           MOVE WS-PRENOM-FICTIF(WS-PSD-IDX) TO WS-PSD-PRENOM
           MOVE SPACES TO WS-PSD-NOM-PRE
           STRING WS-PSD-NOM DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PSD-PRENOM DELIMITED BY SPACE
               INTO WS-PSD-NOM-PRE
           END-STRING
           DIVIDE WS-PSD-GRAINE BY 97
               GIVING WS-PSD-QUOTIENT REMAINDER WS-PSD-NUMERO
           ADD 1 TO WS-PSD-NUMERO
           DIVIDE WS-PSD-GRAINE BY 8
               GIVING WS-PSD-QUOTIENT REMAINDER WS-PSD-IDX
           ADD 1 TO WS-PSD-IDX
           MOVE SPACES TO WS-PSD-RUE
           STRING WS-PSD-NUMERO ' ' WS-RUE-FICTIVE(WS-PSD-IDX)
               DELIMITED BY SIZE INTO WS-PSD-RUE
           END-STRING
           .

      * Compte rendu                                                   *

       80000-EDITER-RAPPORT.
           MOVE WS-DATE-JOUR  TO WS-LIGT-DATE
           MOVE WS-PARM-CIBLE TO WS-LIGT-CIBLE
           MOVE WS-LIG-TITRE  TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-PARM-NB     TO WS-LIGO-NB
           MOVE WS-PARM-PAS    TO WS-LIGO-PAS
           MOVE WS-PARM-REGION TO WS-LIGO-REGION
           MOVE WS-PARM-REGLE  TO WS-LIGO-REGLE
           MOVE WS-PARM-LISTE  TO WS-LIGO-LISTE
           MOVE WS-PARM-RENUM  TO WS-LIGO-RENUM
           MOVE WS-LIG-OPTIONS TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'ASSURES3'  TO WS-LIGF-FICHIER
           MOVE WS-CPT-ASS  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'ASSEXT'    TO WS-LIGF-FICHIER
           MOVE WS-CPT-EXT  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'SINISTRE'  TO WS-LIGF-FICHIER
           MOVE WS-CPT-SIN  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'TIERS'     TO WS-LIGF-FICHIER
           MOVE WS-CPT-TRS  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'RECOURS'   TO WS-LIGF-FICHIER
           MOVE WS-CPT-REC  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'SINNOTES'  TO WS-LIGF-FICHIER
           MOVE WS-CPT-NOT  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'CONTACTS'  TO WS-LIGF-FICHIER
           MOVE WS-CPT-CTC  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'JOURNAL'   TO WS-LIGF-FICHIER
           MOVE WS-CPT-JRN  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER
           MOVE 'HISTOASS'  TO WS-LIGF-FICHIER
           MOVE WS-CPT-HST  TO WS-LIGF-NB
           PERFORM 81000-ECRIRE-LIGNE-FICHIER

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-MAT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 82000-ECRIRE-LIGNE-MATRICULE
               VARYING WS-IDX-ECH FROM 1 BY 1
               UNTIL WS-IDX-ECH > WS-NB-ECH
           CLOSE F-RAPPORT
           .

       81000-ECRIRE-LIGNE-FICHIER.
           MOVE WS-LIG-FICHIER TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       82000-ECRIRE-LIGNE-MATRICULE.
           MOVE WS-ECH-ORIGINE(WS-IDX-ECH) TO WS-LIGM-ORIGINE
           MOVE WS-ECH-TEST(WS-IDX-ECH)    TO WS-LIGM-TEST
           MOVE WS-ECH-NB-VEH(WS-IDX-ECH)  TO WS-LIGM-NB-VEH
           MOVE WS-ECH-NB-SIN(WS-IDX-ECH)  TO WS-LIGM-NB-SIN
           MOVE WS-LIG-MATRICULE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
