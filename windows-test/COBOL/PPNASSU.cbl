       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPNASSU.

      * ARRETE MENSUEL - PROVISION POUR PRIMES NON ACQUISES (PPNA) ET  *
      * PRIMES ACQUISES DU MOIS - Parcourt ASSURES3 via l'accesseur et *
      * calcule pour chaque vehicule, a la date d'arrete (dernier jour *
      * du mois), la part non acquise de PRIME-A4 sur le terme en      *
      * cours DATE-EFFET-A4 -> DATE-EXPIR-A4, au prorata des jours     *
      * restant a courir. PRIME-A4 est la prime du terme : une police  *
      * semestrielle ('S') ou temporaire ('T') est donc provisionnee   *
      * sur 6 ou 3 mois (echeance absente : effet + duree du code      *
      * DUREE-A4, meme regle que PRIMCALC).                            *
      * La PPNA de chaque vehicule est conservee d'un mois a l'autre   *
      * dans WORK/PPNA.dat (cf CPPNA.cpy, cree au premier arrete) ; le *
      * solde d'ouverture du mois est celui de l'arrete precedent :    *
      *   PPNA ouverture + primes emises - primes acquises             *
      *   - PPNA des vehicules sortis - ecarts = PPNA cloture          *
      * ou les primes emises sont celles des termes ayant pris effet   *
      * dans le mois (affaires nouvelles et reconductions) et les      *
      * ecarts isolent ce que le portefeuille ne justifie pas par      *
      * ces flux : avenants en cours de terme (prime ou echeance       *
      * modifiee) et vehicules sans solde d'ouverture dont le terme a  *
      * commence avant le mois (reprise du stock au premier arrete).   *
      * Un vehicule deja reconduit apres la date d'arrete est calcule  *
      * sur le terme qui courait a l'arrete (terme conserve dans PPNA, *
      * a defaut reconstitue a partir de la duree de la police).       *
      * Sorties :                                                      *
      *   WORK/PPNA.csv     - extrait detail par vehicule (une ligne   *
      *                       d'en-tete, zones separees par virgule,   *
      *                       meme convention que les exports READDATA)*
      *   WORK/PPNASSU.lst  - synthese par compagnie, region (prefixe  *
      *                       CP via WORK/REGIONS.dat) et type de      *
      *                       vehicule, puis rapprochement des soldes  *
      * Un second passage sur le meme mois repart du meme solde        *
      * d'ouverture (arrete precedent conserve dans PPNA.dat).         *
      * PARM optionnel : MOIS=aaaamm -> mois arrete (defaut : mois     *
      * precedant la date du run, meme convention que VOLSTAT)         *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * PPNA par vehicule au dernier arrete (cree au premier lancement)
           SELECT F-PPNA ASSIGN TO "WORK/PPNA.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PPN-CLE
               FILE STATUS IS FS-PPNA.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Extrait detail pour la comptabilite
           SELECT F-DETAIL ASSIGN TO "WORK/PPNA.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETAIL.

      * Fichier de travail du SORT de la synthese
           SELECT F-TRI-WORK ASSIGN TO "WORK/PPNASSU.SRT".

           SELECT F-RAPPORT ASSIGN TO "WORK/PPNASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PPNA.
       01  FS-PPN-REC.
           05 FS-PPN-CLE            PIC X(8).
           05 FS-PPN-DATA           PIC X(92).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-DETAIL.
       01  FS-DETAIL-REC           PIC X(120).

       SD  F-TRI-WORK.
       01  SD-PPN-REC.
           05 SD-PPN-CIE           PIC X(1).
           05 SD-PPN-REGION        PIC X(3).
           05 SD-PPN-TYPE-V        PIC X(1).
           05 SD-PPN-NB            PIC 9(5).
           05 SD-PPN-EMISES        PIC 9(9)V99.
           05 SD-PPN-ACQUISES      PIC S9(9)V99.
           05 SD-PPN-CLOTURE       PIC 9(9)V99.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WPPNA.

       01  FS-PPNA                   PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-DETAIL                 PIC XX.
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
       01  WS-FIN-PPNA               PIC X VALUE 'N'.
           88 FIN-PPNA                   VALUE 'O'.

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * Mois arrete (AAAAMM), premier jour et date d'arrete
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-MOIS-STAT.
           05 WS-MST-AAAA            PIC 9(4).
           05 WS-MST-MM              PIC 99.
       01  WS-MOIS-STAT-N REDEFINES WS-MOIS-STAT PIC 9(6).
       01  WS-DATE-DEBUT-MOIS         PIC 9(8).
       01  WS-DATE-ARRETE             PIC 9(8).
       01  WS-JUL-DEBUT-MOIS          PIC 9(7).
       01  WS-JUL-ARRETE              PIC 9(7).
       01  WS-JUL-MOIS-SUIVANT        PIC 9(7).

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Normalisation des dates de police (AAMMJJ non converti ->
      * fenetre de siecle AA < 50 -> 20AA, meme convention que
      * PRIMCALC)
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-SIECLE             PIC 99.

      * Decalage d'une date d'un nombre de mois (report ou recul
      * d'echeance) - le jour est ramene au dernier jour valide du
      * mois d'arrivee
       01  WS-DEC-DATE                PIC 9(8).
       01  WS-DEC-DATE-R REDEFINES WS-DEC-DATE.
           05 WS-DEC-AAAA            PIC 9(4).
           05 WS-DEC-MM              PIC 99.
           05 WS-DEC-JJ              PIC 99.
       01  WS-DEC-MOIS                PIC S99.
       01  WS-DEC-TOTAL               PIC S9(7).
       01  WS-DEC-RESTE               PIC S99.

      * Terme du vehicule retenu a l'arrete
       01  WS-EFFET                   PIC 9(8).
       01  WS-EXPIR                   PIC 9(8).
       01  WS-PRIME                   PIC 9(6)V99.
       01  WS-DUREE-MOIS              PIC 99 VALUE 12.
       01  WS-JUL-EFFET               PIC 9(7).
       01  WS-JUL-EXPIR               PIC 9(7).
       01  WS-JOURS-TERME             PIC S9(7).
       01  WS-JOURS-ACQUIS            PIC S9(7).
       01  WS-JOURS-MOIS              PIC S9(7).
       01  WS-JUL-DEB-PERIODE         PIC 9(7).
       01  WS-JUL-FIN-PERIODE         PIC 9(7).
       01  WS-TERME-FUTUR             PIC X VALUE 'N'.
           88 TERME-FUTUR                VALUE 'O'.

      * Solde d'ouverture du vehicule (arrete precedent)
       01  WS-PPNA-EXISTE             PIC X VALUE 'N'.
           88 PPNA-EXISTE                VALUE 'O'.
       01  WS-OUV-EXISTE              PIC X VALUE 'N'.
           88 OUV-EXISTE                 VALUE 'O'.
       01  WS-OUV-EFFET               PIC 9(8).
       01  WS-OUV-EXPIR               PIC 9(8).
       01  WS-OUV-PRIME               PIC 9(6)V99.

      * Montants du vehicule pour le mois
       01  WS-OUVERTURE               PIC 9(6)V99.
       01  WS-EMISE                   PIC 9(6)V99.
       01  WS-ACQUISE                 PIC S9(7)V99.
       01  WS-CLOTURE                 PIC 9(6)V99.
       01  WS-ECART                   PIC S9(7)V99.
      * Cas du vehicule : A terme inchange, N nouveau terme emis dans
      * le mois, V avenant en cours de terme, E entree sans solde
      * d'ouverture, F terme pas encore en vigueur, S sortie
       01  WS-CAS                     PIC X.

      * Cle de cumul du vehicule courant
       01  WS-CLE-CIE                 PIC X(1).
       01  WS-CLE-REGION              PIC X(3).
       01  WS-CLE-TYPE-V              PIC X(1).

      * Cumuls du mois par compagnie/region/type
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTREE OCCURS 500 TIMES.
               10 WS-CUM-CIE         PIC X(1).
               10 WS-CUM-REGION      PIC X(3).
               10 WS-CUM-TYPE-V      PIC X(1).
               10 WS-CUM-NB          PIC 9(5).
               10 WS-CUM-EMISES      PIC 9(9)V99.
               10 WS-CUM-ACQUISES    PIC S9(9)V99.
               10 WS-CUM-CLOTURE     PIC 9(9)V99.
       01  WS-NB-CUMULS              PIC 9(3) VALUE 0.
       01  WS-IDX-CUMUL              PIC 9(3).
       01  WS-CUM-POS                PIC 9(3).
       01  WS-CUM-DEBORDEMENT        PIC 9(6) VALUE 0.

      * Rupture d'edition compagnie et totaux
       01  WS-EDIT-CIE-PREC          PIC X(1) VALUE SPACES.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-TOTAUX-CIE.
           05 WS-CIE-NB              PIC 9(6) VALUE 0.
           05 WS-CIE-EMISES          PIC 9(9)V99 VALUE 0.
           05 WS-CIE-ACQUISES        PIC S9(9)V99 VALUE 0.
           05 WS-CIE-CLOTURE         PIC 9(9)V99 VALUE 0.

      * Rapprochement des soldes du portefeuille
       01  WS-RAPPROCHEMENT.
           05 WS-TOT-OUVERTURE       PIC S9(9)V99 VALUE 0.
           05 WS-TOT-EMISES          PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ACQUISES        PIC S9(9)V99 VALUE 0.
           05 WS-TOT-SORTIES         PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ECART-AVENANTS  PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ECART-ENTREES   PIC S9(9)V99 VALUE 0.
           05 WS-TOT-THEORIQUE       PIC S9(9)V99 VALUE 0.
           05 WS-TOT-CLOTURE         PIC S9(9)V99 VALUE 0.
           05 WS-TOT-CONTROLE        PIC S9(9)V99 VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-CALCULES        PIC 9(6) VALUE 0.
           05 WS-CPT-NOUVEAUX-TERMES PIC 9(6) VALUE 0.
           05 WS-CPT-AVENANTS        PIC 9(6) VALUE 0.
           05 WS-CPT-ENTREES         PIC 9(6) VALUE 0.
           05 WS-CPT-RECONSTITUES    PIC 9(6) VALUE 0.
           05 WS-CPT-FUTURS          PIC 9(6) VALUE 0.
           05 WS-CPT-SORTIES         PIC 9(6) VALUE 0.
           05 WS-CPT-PURGES          PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Extrait detail (zones separees par une virgule)
       01  WS-LIG-CSV-ENTETE         PIC X(120) VALUE
           'MAT,VEH,CIE,REGION,TYPE,DUREE,EFFET,EXPIR,PRIME,PPNA_OUVERT
      -    'URE,EMISE,ACQUISE,PPNA_CLOTURE,ECART,CAS'.
       01  WS-LIG-CSV.
           05 WS-CSV-MAT             PIC X(6).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-VEHIC           PIC 9(2).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-CIE             PIC X(1).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-REGION          PIC X(3).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-TYPE-V          PIC X(1).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-DUREE           PIC X(1).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-EFFET           PIC 9(8).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-EXPIR           PIC 9(8).
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-PRIME           PIC 9(6).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-OUVERTURE       PIC 9(6).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-EMISE           PIC 9(6).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-ACQUISE         PIC -9(7).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-CLOTURE         PIC 9(6).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-ECART           PIC -9(7).99.
           05 FILLER                 PIC X VALUE ','.
           05 WS-CSV-CAS             PIC X(1).

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(34)
               VALUE 'ARRETE PPNA / PRIMES ACQUISES AU '.
           05 WS-LIGT-ARRETE        PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(24)
               VALUE 'CIE  REG  TYPE      NB  '.
           05 FILLER                PIC X(15) VALUE '  PRIMES EMISES'.
           05 FILLER                PIC X(16)
               VALUE ' PRIMES ACQUISES'.
           05 FILLER                PIC X(15) VALUE '   PPNA CLOTURE'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-CIE           PIC X(1).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-REGION        PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-TYPE          PIC X(1).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-NB            PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-EMISES        PIC ZZZZZZZZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-ACQUISES      PIC -ZZZZZZZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-CLOTURE       PIC ZZZZZZZZZ9.99.
       01  WS-LIG-TOTAL.
           05 WS-LIGS-LIBELLE       PIC X(16).
           05 WS-LIGS-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-EMISES        PIC ZZZZZZZZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-ACQUISES      PIC -ZZZZZZZZ9.99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-CLOTURE       PIC ZZZZZZZZZ9.99.
       01  WS-LIG-RAPPRO.
           05 WS-LIGR-LIBELLE       PIC X(45).
           05 WS-LIGR-MONTANT       PIC -ZZZZZZZZZ9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'ARRETE MENSUEL PPNA / PRIMES ACQUISES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-VEHICULE UNTIL FIN-ASSURES
           PERFORM 30000-TRAITER-SORTIES
           PERFORM 40000-EDITER-SYNTHESE
           PERFORM 45000-EDITER-RAPPROCHEMENT
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'DATE D''ARRETE            : ' WS-DATE-ARRETE
           DISPLAY 'VEHICULES LUS            : ' WS-CPT-LUS
           DISPLAY '  CALCULES               : ' WS-CPT-CALCULES
           DISPLAY '  NOUVEAUX TERMES EMIS   : ' WS-CPT-NOUVEAUX-TERMES
           DISPLAY '  AVENANTS EN COURS      : ' WS-CPT-AVENANTS
           DISPLAY '  ENTREES SANS OUVERTURE : ' WS-CPT-ENTREES
           DISPLAY '  TERMES RECONSTITUES    : ' WS-CPT-RECONSTITUES
           DISPLAY '  PAS ENCORE EN VIGUEUR  : ' WS-CPT-FUTURS
           DISPLAY 'VEHICULES SORTIS         : ' WS-CPT-SORTIES
           DISPLAY 'SORTIES ANTERIEURES PURGEES : ' WS-CPT-PURGES
           DISPLAY 'PPNA CLOTURE             : ' WS-TOT-CLOTURE
           DISPLAY 'ANOMALIES                : ' WS-CPT-ANOMALIES
           IF WS-CUM-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE CUMULS SATUREE, '
                       WS-CUM-DEBORDEMENT ' VEHICULE(S) HORS SYNTHESE'
           END-IF
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CUM-DEBORDEMENT > 0 OR WS-TOT-CONTROLE NOT = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - mois arrete, tables et fichiers               *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
      * Defaut : mois precedant la date du run
           MOVE WS-DSY-AAAA TO WS-MST-AAAA
           MOVE WS-DSY-MM TO WS-MST-MM
           IF WS-MST-MM = 1
               MOVE 12 TO WS-MST-MM
               SUBTRACT 1 FROM WS-MST-AAAA
           ELSE
               SUBTRACT 1 FROM WS-MST-MM
           END-IF

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-MST-MM < 1 OR WS-MST-MM > 12
               DISPLAY 'PARM INVALIDE - MOIS=aaaamm ATTENDU'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Premier jour du mois et date d'arrete (veille du premier jour
      * du mois suivant)
           COMPUTE WS-DATE-DEBUT-MOIS = WS-MOIS-STAT-N * 100 + 1
           MOVE WS-DATE-DEBUT-MOIS TO WS-DEC-DATE
           MOVE 1 TO WS-DEC-MOIS
           PERFORM 16000-DECALER-MOIS
           COMPUTE WS-JUL-DEBUT-MOIS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT-MOIS)
           COMPUTE WS-JUL-MOIS-SUIVANT =
               FUNCTION INTEGER-OF-DATE(WS-DEC-DATE)
           COMPUTE WS-JUL-ARRETE = WS-JUL-MOIS-SUIVANT - 1
           COMPUTE WS-DATE-ARRETE =
               FUNCTION DATE-OF-INTEGER(WS-JUL-ARRETE)
           DISPLAY 'MOIS ARRETE : ' WS-MOIS-STAT
                   ' - DATE D''ARRETE : ' WS-DATE-ARRETE

      * PPNA par vehicule - cree au tout premier arrete (meme
      * technique que DCDASSU pour WORK/DECES.dat)
           OPEN I-O F-PPNA
           IF FS-PPNA NOT = '00'
               OPEN OUTPUT F-PPNA
               IF FS-PPNA NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE WORK/PPNA.dat'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE F-PPNA
               OPEN I-O F-PPNA
               DISPLAY 'PREMIER ARRETE - AUCUN SOLDE D''OUVERTURE'
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-ENREG
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           OPEN OUTPUT F-DETAIL
           OPEN OUTPUT F-RAPPORT
           IF FS-DETAIL NOT = '00' OR FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SORTIES : PPNA.csv '
                       FS-DETAIL ' PPNASSU.lst ' FS-RAPPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LIG-CSV-ENTETE TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC

           PERFORM 11000-CHARGER-REGIONS
           PERFORM 21000-LIRE-SUIVANT
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'MOIS='
                   IF WS-PARM-TOK(WS-PARM-IDX)(6:6) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:6)
                           TO WS-MOIS-STAT
                   ELSE
                       MOVE 0 TO WS-MST-MM
                   END-IF
               END-IF
           END-PERFORM
           .

       11000-CHARGER-REGIONS.
           OPEN INPUT F-REGIONS
           IF FS-REGIONS NOT = '00'
               DISPLAY 'REGIONS.dat ABSENT - REGION INCONNUE'
           ELSE
               PERFORM 11100-LIRE-ENTREE-REGION
                   UNTIL FS-REGIONS = '10'
               CLOSE F-REGIONS
           END-IF
           .

       11100-LIRE-ENTREE-REGION.
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

      * Date de police en AAAAMMJJ - une valeur encore en AAMMJJ       *
      * (archives non converties par DATASSU) passe par la fenetre de  *
      * siecle AA < 50 -> 20AA                                         *

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

      * Decaler WS-DEC-DATE de WS-DEC-MOIS mois (positif ou negatif) - *
      * jour ramene a 30 sur les mois de 30 jours et a 28 en fevrier   *

       16000-DECALER-MOIS.
           COMPUTE WS-DEC-TOTAL =
               (WS-DEC-AAAA * 12) + WS-DEC-MM - 1 + WS-DEC-MOIS
           DIVIDE WS-DEC-TOTAL BY 12 GIVING WS-DEC-AAAA
               REMAINDER WS-DEC-RESTE
           COMPUTE WS-DEC-MM = WS-DEC-RESTE + 1
           IF WS-DEC-JJ > 30
                   AND (WS-DEC-MM = 4 OR WS-DEC-MM = 6
                        OR WS-DEC-MM = 9 OR WS-DEC-MM = 11)
               MOVE 30 TO WS-DEC-JJ
           END-IF
           IF WS-DEC-MM = 2 AND WS-DEC-JJ > 28
               MOVE 28 TO WS-DEC-JJ
           END-IF
           .

      * Un vehicule d'ASSURES3                                         *

       20000-TRAITER-VEHICULE.
           ADD 1 TO WS-CPT-LUS
           PERFORM 22000-CALCULER-VEHICULE
               THRU FIN-22000-CALCULER-VEHICULE
           PERFORM 21000-LIRE-SUIVANT
           .

       21000-LIRE-SUIVANT.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
           ELSE
               SET FIN-ASSURES TO TRUE
           END-IF
           .

      * Terme a l'arrete, solde d'ouverture, PPNA de cloture, primes   *
      * emises et acquises du mois                                     *

       22000-CALCULER-VEHICULE.
           PERFORM 22100-DETERMINER-TERME
           IF WS-EFFET = 0
               DISPLAY 'ANOMALIE - DATE D''EFFET ABSENTE '
                       MAT-A4 OF W-ASSURE '/'
                       SEQ-VEHICULE-A4 OF W-ASSURE
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-22000-CALCULER-VEHICULE
           END-IF

           PERFORM 22200-LIRE-OUVERTURE THRU FIN-22200-LIRE-OUVERTURE
           IF PPNA-EXISTE AND PPN-MOIS > WS-MOIS-STAT-N
               DISPLAY 'ANOMALIE - ARRETE ' PPN-MOIS
                       ' DEJA CALCULE POUR ' PPN-MAT '/'
                       PPN-SEQ-VEHICULE
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-22000-CALCULER-VEHICULE
           END-IF

           MOVE 'N' TO WS-TERME-FUTUR
           IF WS-EFFET > WS-DATE-ARRETE
               PERFORM 22300-TERME-EN-VIGUEUR
           END-IF

           COMPUTE WS-JUL-EFFET = FUNCTION INTEGER-OF-DATE(WS-EFFET)
           COMPUTE WS-JUL-EXPIR = FUNCTION INTEGER-OF-DATE(WS-EXPIR)
           COMPUTE WS-JOURS-TERME = WS-JUL-EXPIR - WS-JUL-EFFET
           IF WS-JOURS-TERME NOT > 0
               DISPLAY 'ANOMALIE - ECHEANCE ' WS-EXPIR
                       ' NON POSTERIEURE A L''EFFET ' WS-EFFET ' '
                       MAT-A4 OF W-ASSURE '/'
                       SEQ-VEHICULE-A4 OF W-ASSURE
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-22000-CALCULER-VEHICULE
           END-IF

           MOVE 0 TO WS-EMISE
           MOVE 0 TO WS-ACQUISE
           MOVE 0 TO WS-CLOTURE
           IF TERME-FUTUR
               MOVE 'F' TO WS-CAS
               ADD 1 TO WS-CPT-FUTURS
           ELSE
               PERFORM 22400-CALCULER-MONTANTS
           END-IF
           COMPUTE WS-ECART =
               WS-OUVERTURE + WS-EMISE - WS-ACQUISE - WS-CLOTURE
           IF WS-CAS = 'E'
               ADD WS-ECART TO WS-TOT-ECART-ENTREES
           ELSE
               ADD WS-ECART TO WS-TOT-ECART-AVENANTS
           END-IF

           ADD 1 TO WS-CPT-CALCULES
           ADD WS-OUVERTURE TO WS-TOT-OUVERTURE
           ADD WS-EMISE     TO WS-TOT-EMISES
           ADD WS-ACQUISE   TO WS-TOT-ACQUISES
           ADD WS-CLOTURE   TO WS-TOT-CLOTURE

           PERFORM 22500-DETERMINER-REGION
           MOVE CIE-A4 OF W-ASSURE    TO WS-CLE-CIE
           MOVE TYPE-V-A4 OF W-ASSURE TO WS-CLE-TYPE-V
           IF WS-CLE-TYPE-V = SPACE
               MOVE '?' TO WS-CLE-TYPE-V
           END-IF
           PERFORM 22600-ENREGISTRER-PPNA
           PERFORM 22700-CUMULER-CELLULE
           PERFORM 22800-ECRIRE-DETAIL
           .
       FIN-22000-CALCULER-VEHICULE.
           EXIT.

      * Terme porte par ASSURES3 - echeance absente : effet + duree    *
      * de la police ('S' = 6 mois, 'T' = 3, sinon 12)                 *

       22100-DETERMINER-TERME.
           EVALUATE DUREE-A4 OF W-ASSURE
               WHEN 'S'
                   MOVE 6 TO WS-DUREE-MOIS
               WHEN 'T'
                   MOVE 3 TO WS-DUREE-MOIS
               WHEN OTHER
                   MOVE 12 TO WS-DUREE-MOIS
           END-EVALUATE
           MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           MOVE WS-CONV-DATE TO WS-EFFET
           MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
           PERFORM 15000-NORMALISER-DATE
           MOVE WS-CONV-DATE TO WS-EXPIR
           MOVE PRIME-A4 OF W-ASSURE TO WS-PRIME
           IF WS-EXPIR = 0 AND WS-EFFET > 0
               MOVE WS-EFFET TO WS-DEC-DATE
               MOVE WS-DUREE-MOIS TO WS-DEC-MOIS
               PERFORM 16000-DECALER-MOIS
               MOVE WS-DEC-DATE TO WS-EXPIR
           END-IF
           .

      * Solde d'ouverture : l'arrete precedent du vehicule - si l'     *
      * enregistrement porte encore un arrete anterieur au mois, il    *
      * devient l'arrete precedent ; s'il porte deja ce mois (second   *
      * passage), l'arrete precedent conserve est repris tel quel      *

       22200-LIRE-OUVERTURE.
           MOVE 'N' TO WS-PPNA-EXISTE
           MOVE 'N' TO WS-OUV-EXISTE
           MOVE 0 TO WS-OUVERTURE
           MOVE MAT-X4 OF W-ASSURE          TO FS-PPN-CLE(1:6)
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO FS-PPN-CLE(7:2)
           READ F-PPNA
               INVALID KEY
                   INITIALIZE W-PPNA
                   MOVE MAT-X4 OF W-ASSURE          TO PPN-MAT
                   MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO PPN-SEQ-VEHICULE
               NOT INVALID KEY
                   SET PPNA-EXISTE TO TRUE
                   MOVE FS-PPN-REC TO W-PPNA
           END-READ
           IF PPNA-EXISTE AND PPN-MOIS > WS-MOIS-STAT-N
               GO TO FIN-22200-LIRE-OUVERTURE
           END-IF
           IF PPNA-EXISTE AND PPN-MOIS < WS-MOIS-STAT-N
               PERFORM 22210-DECALER-ARRETE
           END-IF
           IF PPN-MOIS-PREC > 0 AND NOT PPN-SORTI-PREC = 'O'
               SET OUV-EXISTE TO TRUE
               MOVE PPN-EFFET-PREC TO WS-OUV-EFFET
               MOVE PPN-EXPIR-PREC TO WS-OUV-EXPIR
               MOVE PPN-PRIME-PREC TO WS-OUV-PRIME
               MOVE PPN-PPNA-PREC  TO WS-OUVERTURE
           END-IF
           .
       FIN-22200-LIRE-OUVERTURE.
           EXIT.

       22210-DECALER-ARRETE.
           MOVE PPN-MOIS  TO PPN-MOIS-PREC
           MOVE PPN-SORTI TO PPN-SORTI-PREC
           MOVE PPN-EFFET TO PPN-EFFET-PREC
           MOVE PPN-EXPIR TO PPN-EXPIR-PREC
           MOVE PPN-PRIME TO PPN-PRIME-PREC
           MOVE PPN-PPNA  TO PPN-PPNA-PREC
           .

      * Police deja reconduite apres la date d'arrete : le terme qui   *
      * courait a l'arrete est celui de l'arrete precedent s'il        *
      * s'acheve a la nouvelle date d'effet, a defaut il est           *
      * reconstitue sur la duree de la police avec la prime actuelle ; *
      * un vehicule jamais reconduit (ANCIENNETE-A4 a zero) n'etait    *
      * pas encore en vigueur                                          *

       22300-TERME-EN-VIGUEUR.
           EVALUATE TRUE
               WHEN OUV-EXISTE AND WS-OUV-EXPIR = WS-EFFET
                   MOVE WS-OUV-EFFET TO WS-EFFET
                   MOVE WS-OUV-EXPIR TO WS-EXPIR
                   MOVE WS-OUV-PRIME TO WS-PRIME
               WHEN ANCIENNETE-A4 OF W-ASSURE = 0
                   SET TERME-FUTUR TO TRUE
               WHEN OTHER
                   MOVE WS-EFFET TO WS-EXPIR
                   MOVE WS-EFFET TO WS-DEC-DATE
                   COMPUTE WS-DEC-MOIS = 0 - WS-DUREE-MOIS
                   PERFORM 16000-DECALER-MOIS
                   MOVE WS-DEC-DATE TO WS-EFFET
                   ADD 1 TO WS-CPT-RECONSTITUES
           END-EVALUATE
           .

      * PPNA de cloture au prorata des jours restant a courir apres    *
      * l'arrete, puis primes emises et acquises selon le cas :        *
      *   N : terme ayant pris effet dans le mois - prime emise ; le   *
      *       solde d'ouverture (terme precedent) est acquis en entier *
      *   A : meme terme et meme prime qu'a l'arrete precedent - la    *
      *       prime acquise est la baisse de la PPNA                   *
      *   V/E : avenant, ou vehicule sans solde d'ouverture - prime    *
      *       acquise au prorata des jours du mois couverts, l'ecart   *
      *       au solde d'ouverture est isole au rapprochement          *

       22400-CALCULER-MONTANTS.
           COMPUTE WS-JOURS-ACQUIS = WS-JUL-ARRETE + 1 - WS-JUL-EFFET
           IF WS-JOURS-ACQUIS < 0
               MOVE 0 TO WS-JOURS-ACQUIS
           END-IF
           IF WS-JOURS-ACQUIS > WS-JOURS-TERME
               MOVE WS-JOURS-TERME TO WS-JOURS-ACQUIS
           END-IF
           COMPUTE WS-CLOTURE ROUNDED =
               WS-PRIME * (WS-JOURS-TERME - WS-JOURS-ACQUIS)
               / WS-JOURS-TERME

           EVALUATE TRUE
               WHEN WS-EFFET NOT < WS-DATE-DEBUT-MOIS
                   MOVE 'N' TO WS-CAS
                   ADD 1 TO WS-CPT-NOUVEAUX-TERMES
                   MOVE WS-PRIME TO WS-EMISE
                   COMPUTE WS-ACQUISE =
                       WS-OUVERTURE + WS-PRIME - WS-CLOTURE
               WHEN OUV-EXISTE AND WS-OUV-EFFET = WS-EFFET
                       AND WS-OUV-EXPIR = WS-EXPIR
                       AND WS-OUV-PRIME = WS-PRIME
                   MOVE 'A' TO WS-CAS
                   COMPUTE WS-ACQUISE = WS-OUVERTURE - WS-CLOTURE
               WHEN OTHER
                   IF OUV-EXISTE
                       MOVE 'V' TO WS-CAS
                       ADD 1 TO WS-CPT-AVENANTS
                   ELSE
                       MOVE 'E' TO WS-CAS
                       ADD 1 TO WS-CPT-ENTREES
                   END-IF
                   PERFORM 22410-ACQUIS-DU-MOIS
           END-EVALUATE
           .

       22410-ACQUIS-DU-MOIS.
           IF WS-JUL-EFFET > WS-JUL-DEBUT-MOIS
               MOVE WS-JUL-EFFET TO WS-JUL-DEB-PERIODE
           ELSE
               MOVE WS-JUL-DEBUT-MOIS TO WS-JUL-DEB-PERIODE
           END-IF
           IF WS-JUL-EXPIR < WS-JUL-MOIS-SUIVANT
               MOVE WS-JUL-EXPIR TO WS-JUL-FIN-PERIODE
           ELSE
               MOVE WS-JUL-MOIS-SUIVANT TO WS-JUL-FIN-PERIODE
           END-IF
           COMPUTE WS-JOURS-MOIS =
               WS-JUL-FIN-PERIODE - WS-JUL-DEB-PERIODE
           IF WS-JOURS-MOIS < 0
               MOVE 0 TO WS-JOURS-MOIS
           END-IF
           COMPUTE WS-ACQUISE ROUNDED =
               WS-PRIME * WS-JOURS-MOIS / WS-JOURS-TERME
           .

      * Region du prefixe CP de l'assure - CP inconnu : region '???'   *

       22500-DETERMINER-REGION.
           MOVE '???' TO WS-CLE-REGION
           IF CP-A4 OF W-ASSURE NUMERIC
                   AND CP-A4 OF W-ASSURE > 0
               COMPUTE WS-CP-PREFIXE-NUM = CP-A4 OF W-ASSURE / 1000
               MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
               PERFORM 22510-COMPARER-REGION
                   VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           END-IF
           .

       22510-COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE) TO WS-CLE-REGION
           END-IF
           .

      * Arrete du mois sur PPNA.dat                                    *

       22600-ENREGISTRER-PPNA.
           MOVE WS-MOIS-STAT-N TO PPN-MOIS
           MOVE 'N'            TO PPN-SORTI
           MOVE WS-CLE-CIE     TO PPN-CIE
           MOVE WS-CLE-REGION  TO PPN-REGION
           MOVE WS-CLE-TYPE-V  TO PPN-TYPE-V
           MOVE WS-EFFET       TO PPN-EFFET
           MOVE WS-EXPIR       TO PPN-EXPIR
           MOVE WS-PRIME       TO PPN-PRIME
           MOVE WS-CLOTURE     TO PPN-PPNA
           MOVE W-PPNA TO FS-PPN-REC
           IF PPNA-EXISTE
               REWRITE FS-PPN-REC
                   INVALID KEY
                       DISPLAY 'ANOMALIE - REWRITE PPNA ' PPN-MAT
                               '/' PPN-SEQ-VEHICULE
                       ADD 1 TO WS-CPT-ANOMALIES
               END-REWRITE
           ELSE
               WRITE FS-PPN-REC
                   INVALID KEY
                       DISPLAY 'ANOMALIE - WRITE PPNA ' PPN-MAT
                               '/' PPN-SEQ-VEHICULE
                       ADD 1 TO WS-CPT-ANOMALIES
               END-WRITE
           END-IF
           .

      * Cumul de la cellule compagnie/region/type                      *

       22700-CUMULER-CELLULE.
           MOVE 0 TO WS-CUM-POS
           PERFORM 22710-COMPARER-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   OR WS-CUM-POS > 0

           IF WS-CUM-POS = 0
               IF WS-NB-CUMULS < 500
                   ADD 1 TO WS-NB-CUMULS
                   MOVE WS-NB-CUMULS TO WS-CUM-POS
                   MOVE WS-CLE-CIE    TO WS-CUM-CIE(WS-CUM-POS)
                   MOVE WS-CLE-REGION TO WS-CUM-REGION(WS-CUM-POS)
                   MOVE WS-CLE-TYPE-V TO WS-CUM-TYPE-V(WS-CUM-POS)
                   MOVE 0 TO WS-CUM-NB(WS-CUM-POS)
                   MOVE 0 TO WS-CUM-EMISES(WS-CUM-POS)
                   MOVE 0 TO WS-CUM-ACQUISES(WS-CUM-POS)
                   MOVE 0 TO WS-CUM-CLOTURE(WS-CUM-POS)
               ELSE
                   ADD 1 TO WS-CUM-DEBORDEMENT
               END-IF
           END-IF
           IF WS-CUM-POS > 0
               ADD 1          TO WS-CUM-NB(WS-CUM-POS)
               ADD WS-EMISE   TO WS-CUM-EMISES(WS-CUM-POS)
               ADD WS-ACQUISE TO WS-CUM-ACQUISES(WS-CUM-POS)
               ADD WS-CLOTURE TO WS-CUM-CLOTURE(WS-CUM-POS)
           END-IF
           .

       22710-COMPARER-CELLULE.
           IF WS-CUM-CIE(WS-IDX-CUMUL) = WS-CLE-CIE
                   AND WS-CUM-REGION(WS-IDX-CUMUL) = WS-CLE-REGION
                   AND WS-CUM-TYPE-V(WS-IDX-CUMUL) = WS-CLE-TYPE-V
               MOVE WS-IDX-CUMUL TO WS-CUM-POS
           END-IF
           .

      * Ligne de l'extrait detail                                      *

       22800-ECRIRE-DETAIL.
           MOVE PPN-MAT          TO WS-CSV-MAT
           MOVE PPN-SEQ-VEHICULE TO WS-CSV-VEHIC
           MOVE PPN-CIE          TO WS-CSV-CIE
           MOVE PPN-REGION       TO WS-CSV-REGION
           MOVE PPN-TYPE-V       TO WS-CSV-TYPE-V
           IF WS-CAS = 'S'
               MOVE SPACE TO WS-CSV-DUREE
           ELSE
               MOVE DUREE-A4 OF W-ASSURE TO WS-CSV-DUREE
           END-IF
           MOVE PPN-EFFET        TO WS-CSV-EFFET
           MOVE PPN-EXPIR        TO WS-CSV-EXPIR
           MOVE PPN-PRIME        TO WS-CSV-PRIME
           MOVE WS-OUVERTURE     TO WS-CSV-OUVERTURE
           MOVE WS-EMISE         TO WS-CSV-EMISE
           MOVE WS-ACQUISE       TO WS-CSV-ACQUISE
           MOVE WS-CLOTURE       TO WS-CSV-CLOTURE
           MOVE WS-ECART         TO WS-CSV-ECART
           MOVE WS-CAS           TO WS-CSV-CAS
           MOVE WS-LIG-CSV TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC
           .

      * Vehicules de l'arrete precedent absents d'ASSURES3 : leur      *
      * PPNA d'ouverture sort du portefeuille ; les sorties d'un mois  *
      * anterieur sont purgees                                         *

       30000-TRAITER-SORTIES.
           MOVE LOW-VALUES TO FS-PPN-CLE
           START F-PPNA KEY IS NOT LESS THAN FS-PPN-CLE
               INVALID KEY
                   SET FIN-PPNA TO TRUE
           END-START
           PERFORM 31000-EXAMINER-PPNA UNTIL FIN-PPNA
           .

       31000-EXAMINER-PPNA.
           READ F-PPNA NEXT RECORD
               AT END
                   SET FIN-PPNA TO TRUE
               NOT AT END
                   MOVE FS-PPN-REC TO W-PPNA
                   EVALUATE TRUE
                       WHEN PPN-MOIS < WS-MOIS-STAT-N
                               AND PPN-EST-SORTI
                           DELETE F-PPNA RECORD
                               INVALID KEY
                                   ADD 1 TO WS-CPT-ANOMALIES
                               NOT INVALID KEY
                                   ADD 1 TO WS-CPT-PURGES
                           END-DELETE
                       WHEN PPN-MOIS < WS-MOIS-STAT-N
                           PERFORM 22210-DECALER-ARRETE
                           PERFORM 31100-SORTIR-VEHICULE
                       WHEN PPN-MOIS = WS-MOIS-STAT-N
                               AND PPN-EST-SORTI
                           PERFORM 31100-SORTIR-VEHICULE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .

       31100-SORTIR-VEHICULE.
           MOVE 0 TO WS-OUVERTURE
           IF PPN-MOIS-PREC > 0 AND NOT PPN-SORTI-PREC = 'O'
               MOVE PPN-PPNA-PREC TO WS-OUVERTURE
           END-IF
           MOVE WS-MOIS-STAT-N TO PPN-MOIS
           MOVE 'O' TO PPN-SORTI
           MOVE 0 TO PPN-PPNA
           MOVE W-PPNA TO FS-PPN-REC
           REWRITE FS-PPN-REC
               INVALID KEY
                   DISPLAY 'ANOMALIE - REWRITE PPNA ' PPN-MAT
                           '/' PPN-SEQ-VEHICULE
                   ADD 1 TO WS-CPT-ANOMALIES
           END-REWRITE

           ADD 1 TO WS-CPT-SORTIES
           ADD WS-OUVERTURE TO WS-TOT-OUVERTURE
           ADD WS-OUVERTURE TO WS-TOT-SORTIES
           MOVE 'S' TO WS-CAS
           MOVE 0 TO WS-EMISE
           MOVE 0 TO WS-ACQUISE
           MOVE 0 TO WS-CLOTURE
           MOVE WS-OUVERTURE TO WS-ECART
           PERFORM 22800-ECRIRE-DETAIL
           .

      * Synthese triee par compagnie/region/type, sous-total par       *
      * compagnie                                                      *

       40000-EDITER-SYNTHESE.
           MOVE WS-DATE-ARRETE TO WS-LIGT-ARRETE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-PPN-CIE SD-PPN-REGION SD-PPN-TYPE-V
               INPUT PROCEDURE IS 41000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 42000-RESTITUER-TRI
           .

       41000-ALIMENTER-TRI.
           PERFORM 41100-LIBERER-UNE-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
           .

       41100-LIBERER-UNE-CELLULE.
           MOVE WS-CUM-CIE(WS-IDX-CUMUL)      TO SD-PPN-CIE
           MOVE WS-CUM-REGION(WS-IDX-CUMUL)   TO SD-PPN-REGION
           MOVE WS-CUM-TYPE-V(WS-IDX-CUMUL)   TO SD-PPN-TYPE-V
           MOVE WS-CUM-NB(WS-IDX-CUMUL)       TO SD-PPN-NB
           MOVE WS-CUM-EMISES(WS-IDX-CUMUL)   TO SD-PPN-EMISES
           MOVE WS-CUM-ACQUISES(WS-IDX-CUMUL) TO SD-PPN-ACQUISES
           MOVE WS-CUM-CLOTURE(WS-IDX-CUMUL)  TO SD-PPN-CLOTURE
           RELEASE SD-PPN-REC
           .

       42000-RESTITUER-TRI.
           PERFORM 42100-RETOURNER-CELLULE
           PERFORM 43000-EDITER-CELLULE
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 44000-EDITER-SSTOT-CIE
           END-IF
           .

       42100-RETOURNER-CELLULE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       43000-EDITER-CELLULE.
           IF PREMIER-GROUPE
                   OR SD-PPN-CIE NOT = WS-EDIT-CIE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 44000-EDITER-SSTOT-CIE
               END-IF
               MOVE SD-PPN-CIE TO WS-EDIT-CIE-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               INITIALIZE WS-TOTAUX-CIE
           END-IF

           MOVE SD-PPN-CIE      TO WS-LIGD-CIE
           MOVE SD-PPN-REGION   TO WS-LIGD-REGION
           MOVE SD-PPN-TYPE-V   TO WS-LIGD-TYPE
           MOVE SD-PPN-NB       TO WS-LIGD-NB
           MOVE SD-PPN-EMISES   TO WS-LIGD-EMISES
           MOVE SD-PPN-ACQUISES TO WS-LIGD-ACQUISES
           MOVE SD-PPN-CLOTURE  TO WS-LIGD-CLOTURE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           ADD SD-PPN-NB       TO WS-CIE-NB
           ADD SD-PPN-EMISES   TO WS-CIE-EMISES
           ADD SD-PPN-ACQUISES TO WS-CIE-ACQUISES
           ADD SD-PPN-CLOTURE  TO WS-CIE-CLOTURE

           PERFORM 42100-RETOURNER-CELLULE
           .

       44000-EDITER-SSTOT-CIE.
           MOVE 'TOTAL CIE' TO WS-LIGS-LIBELLE
           MOVE WS-EDIT-CIE-PREC TO WS-LIGS-LIBELLE(11:1)
           MOVE WS-CIE-NB       TO WS-LIGS-NB
           MOVE WS-CIE-EMISES   TO WS-LIGS-EMISES
           MOVE WS-CIE-ACQUISES TO WS-LIGS-ACQUISES
           MOVE WS-CIE-CLOTURE  TO WS-LIGS-CLOTURE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Rapprochement : solde reporte du mois precedent, flux du mois  *
      * et solde de cloture - la ligne de controle doit etre nulle     *

       45000-EDITER-RAPPROCHEMENT.
           MOVE 'TOTAL GENERAL' TO WS-LIGS-LIBELLE
           MOVE WS-CPT-CALCULES TO WS-LIGS-NB
           MOVE WS-TOT-EMISES   TO WS-LIGS-EMISES
           MOVE WS-TOT-ACQUISES TO WS-LIGS-ACQUISES
           MOVE WS-TOT-CLOTURE  TO WS-LIGS-CLOTURE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RAPPROCHEMENT DES SOLDES DE PPNA' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           COMPUTE WS-TOT-THEORIQUE =
               WS-TOT-OUVERTURE + WS-TOT-EMISES - WS-TOT-ACQUISES
               - WS-TOT-SORTIES - WS-TOT-ECART-AVENANTS
               - WS-TOT-ECART-ENTREES
           COMPUTE WS-TOT-CONTROLE = WS-TOT-THEORIQUE - WS-TOT-CLOTURE

           MOVE '  PPNA REPORTEE DU MOIS PRECEDENT' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-OUVERTURE TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '+ PRIMES EMISES DU MOIS' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-EMISES TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '- PRIMES ACQUISES DU MOIS' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-ACQUISES TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '- PPNA DES VEHICULES SORTIS' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-SORTIES TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '- ECARTS AVENANTS EN COURS DE TERME'
               TO WS-LIGR-LIBELLE
           MOVE WS-TOT-ECART-AVENANTS TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '- ECARTS ENTREES SANS SOLDE D''OUVERTURE'
               TO WS-LIGR-LIBELLE
           MOVE WS-TOT-ECART-ENTREES TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '= PPNA THEORIQUE' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-THEORIQUE TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '  PPNA DE CLOTURE' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-CLOTURE TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           MOVE '  CONTROLE (THEORIQUE - CLOTURE)' TO WS-LIGR-LIBELLE
           MOVE WS-TOT-CONTROLE TO WS-LIGR-MONTANT
           PERFORM 45100-ECRIRE-LIGNE-RAPPRO
           .

       45100-ECRIRE-LIGNE-RAPPRO.
           MOVE WS-LIG-RAPPRO TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       50000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           CLOSE F-PPNA
           CLOSE F-DETAIL
           CLOSE F-RAPPORT
           .
