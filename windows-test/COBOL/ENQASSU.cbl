       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENQASSU.

      * EXTRAIT HEBDOMADAIRE POUR L'ENQUETE DE SATISFACTION SINISTRE -*
      * Chaque sinistre regle dans la periode est propose une fois au  *
      * prestataire d'enquete (WORK/ENQEXT.dat, cf WENQEXT.cpy) et     *
      * inscrit dans WORK/ENQSAT.dat (cf CENQSAT.cpy, cree au premier  *
      * passage) ou ENRASSU portera les notes retournees. Un sinistre  *
      * n'a pas d'etat "regle" : est retenue comme date de reglement   *
      * la plus recente, dans la periode, de ces evenements :          *
      *   - facture reparateur passee en bon a payer (FACTURES, 'B')   *
      *   - declaration de perte totale (PERTOT)                       *
      *   - ligne d'indemnite versee a l'assure (SINCOUT, categorie I, *
      *     beneficiaire A, montant positif)                           *
      * Sont ecartes, et comptes a part dans WORK/ENQASSU.lst :        *
      *   - le sinistre annule, introuvable ou en revue anti-fraude    *
      *     (revue en cours ou soupcon confirme)                       *
      *   - le sinistre deja propose a l'enquete                       *
      *   - le matricule efface au titre du RGPD (nom ou commentaire   *
      *     '*EFFACE RGPD*', cf RGPDASSU)                              *
      *   - l'assure sans fiche CONTACTS ou sans aucun consentement    *
      * Canal retenu (meme ordre que PGMNOTIF) : email consenti et non *
      * rejete, a defaut telephone consenti (mobile non rejete, sinon  *
      * fixe), a defaut courrier consenti.                             *
      * PARM optionnel (cle=valeur separees par une virgule)           *
      *   DU=aaaammjj -> premier jour de la periode                    *
      *   AU=aaaammjj -> dernier jour de la periode                    *
      *   defaut : les 7 jours se terminant la veille                  *
      *   ex : PARM='DU=20261005,AU=20261011'                          *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Factures reparateurs traitees (cf FACASSU), fichier optionnel
           SELECT F-FACTURES ASSIGN TO "WORK/FACTURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-FAC-CLE
               FILE STATUS IS FS-FACTURES.

      * Pertes totales declarees (cf SINASSU/VEIASSU), optionnel
           SELECT F-PERTOT ASSIGN TO "WORK/PERTOT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-PT-CLE
               FILE STATUS IS FS-PERTOT.

      * Lignes de cout des sinistres (cf PGMCOUT), optionnel
           SELECT F-SINCOUT ASSIGN TO "WORK/SINCOUT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-COU-CLE
               FILE STATUS IS FS-SINCOUT.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CONTACTS-KEY
               FILE STATUS IS FS-CONTACTS.

      * Reparateurs agrees (nom edite dans l'extrait)
           SELECT F-REPARAT ASSIGN TO "WORK/REPARAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-REPARAT.

      * Table des regions (prefixe CP -> code region)
           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Sinistres proposes a l'enquete - cree au premier passage
           SELECT F-ENQSAT ASSIGN TO "WORK/ENQSAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ENQ-CLE
               FILE STATUS IS FS-ENQSAT.

      * Envoi de la periode au prestataire d'enquete
           SELECT F-ENQEXT ASSIGN TO "WORK/ENQEXT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENQEXT.

      * Fichier de sortie - compte rendu de l'extraction
           SELECT F-RAPPORT ASSIGN TO "WORK/ENQASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FACTURES.
       01  FS-FAC-REC.
           05 FS-FAC-CLE.
               10 FS-FAC-REPARATEUR PIC X(4).
               10 FS-FAC-NUMERO     PIC X(12).
           05 FS-FAC-MAT            PIC 9(6).
           05 FS-FAC-SIN-SEQ        PIC 9(4).
           05 FS-FAC-DATE-FACTURE   PIC 9(8).
           05 FS-FAC-MONTANT-TTC    PIC 9(7)V99.
           05 FS-FAC-STATUT         PIC X.
           05 FS-FAC-DATE-TRAIT     PIC 9(8).
           05 FILLER                PIC X(8).

       FD  F-PERTOT.
       01  FS-PT-REC.
           05 FS-PT-CLE            PIC X(10).
           05 FS-PT-DATA           PIC X(70).

       FD  F-SINCOUT.
       01  FS-COU-REC.
           05 FS-COU-CLE.
               10 FS-COU-MAT       PIC 9(6).
               10 FS-COU-SIN-SEQ   PIC 9(4).
               10 FS-COU-LIGNE     PIC 9(3).
           05 FS-COU-DATA          PIC X(47).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-CONTACTS.
       01  FS-CONTACTS-REC.
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FS-REP-ID            PIC X(4).
           05 FS-REP-NOM           PIC X(20).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-ENQSAT.
       01  FS-ENQ-REC.
           05 FS-ENQ-CLE           PIC X(10).
           05 FS-ENQ-DATA          PIC X(70).

       FD  F-ENQEXT.
       01  FS-ENQEXT-REC           PIC X(180).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-CONTACT.
           COPY CCONTACT.
           COPY WPERTOT.
           COPY WCOUTLIG.
           COPY WENQSAT.
           COPY WENQEXT.

       01  FS-FACTURES               PIC XX.
       01  FS-PERTOT                 PIC XX.
       01  FS-SINCOUT                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-CONTACTS               PIC XX.
       01  FS-REPARAT                PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-ENQSAT                 PIC XX.
       01  FS-ENQEXT                 PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Periode extraite et options du PARM
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-DU                 PIC 9(8) VALUE 0.
       01  WS-DATE-AU                 PIC 9(8) VALUE 0.
       01  WS-JOUR-ENTIER             PIC 9(7).

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Marque posee par RGPDASSU sur les donnees effacees
       01  WS-LIB-EFFACE              PIC X(20) VALUE '*EFFACE RGPD*'.

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * Sinistres regles dans la periode et date du dernier reglement
       01  WS-TAB-REGLES.
           05 WS-RGL-ENTRY           OCCURS 3000 TIMES.
               10 WS-RGL-CLE.
                   15 WS-RGL-MAT     PIC 9(6).
                   15 WS-RGL-SEQ     PIC 9(4).
               10 WS-RGL-DATE        PIC 9(8).
       01  WS-NB-RGL                  PIC 9(4) VALUE 0.
       01  WS-RGL-IDX                 PIC 9(4).
       01  WS-RGL-POS                 PIC 9(4).
       01  WS-RGL-DEBORDEMENT         PIC 9(6) VALUE 0.

      * Evenement de reglement courant
       01  WS-EVT-CLE.
           05 WS-EVT-MAT             PIC 9(6).
           05 WS-EVT-SEQ             PIC 9(4).
       01  WS-EVT-DATE                PIC 9(8).

      * Sinistre courant
       01  WS-ASSURE-TROUVE           PIC X VALUE 'N'.
           88 ASSURE-TROUVE               VALUE 'O'.
       01  WS-CANAL                   PIC X.
       01  WS-REPARAT-OUVERT          PIC X VALUE 'N'.
           88 REPARAT-OUVERT              VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-EVT-FACTURES    PIC 9(6) VALUE 0.
           05 WS-CPT-EVT-PERTOT      PIC 9(6) VALUE 0.
           05 WS-CPT-EVT-INDEMNITES  PIC 9(6) VALUE 0.
           05 WS-CPT-REGLES          PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.
           05 WS-CPT-FRAUDE          PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-ENQUETES   PIC 9(6) VALUE 0.
           05 WS-CPT-RGPD            PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-CONSENT    PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-ASSURE     PIC 9(6) VALUE 0.
           05 WS-CPT-EXTRAITS        PIC 9(6) VALUE 0.
           05 WS-CPT-EMAIL           PIC 9(6) VALUE 0.
           05 WS-CPT-TELEPHONE       PIC 9(6) VALUE 0.
           05 WS-CPT-COURRIER        PIC 9(6) VALUE 0.

      * Lignes du compte rendu
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(34)
               VALUE 'MATRICULE SINISTRE REGLE LE  CANAL'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT             PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LIGD-SEQ             PIC 9(4).
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-LIGD-DATE            PIC 9(8).
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 WS-LIGD-CANAL           PIC X.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(40).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'EXTRAIT ENQUETE DE SATISFACTION SINISTRE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-RELEVER-REGLEMENTS
           PERFORM 30000-TRAITER-REGLE
               VARYING WS-RGL-IDX FROM 1 BY 1
               UNTIL WS-RGL-IDX > WS-NB-RGL
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'SINISTRES REGLES     : ' WS-CPT-REGLES
           DISPLAY 'ANNULES/INTROUVABLES : ' WS-CPT-ANNULES
           DISPLAY 'EN REVUE ANTI-FRAUDE : ' WS-CPT-FRAUDE
           DISPLAY 'DEJA ENQUETES        : ' WS-CPT-DEJA-ENQUETES
           DISPLAY 'EFFACES RGPD         : ' WS-CPT-RGPD
           DISPLAY 'SANS CONSENTEMENT    : ' WS-CPT-SANS-CONSENT
           DISPLAY 'ASSURE INTROUVABLE   : ' WS-CPT-SANS-ASSURE
           DISPLAY 'EXTRAITS             : ' WS-CPT-EXTRAITS
           DISPLAY '========================================'
           IF WS-CPT-SANS-ASSURE > 0 OR WS-RGL-DEBORDEMENT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, periode et ouverture des fichiers       *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
      * Defaut : semaine close la veille
           IF WS-DATE-AU = 0
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
                   TO WS-DATE-AU
           END-IF
           IF WS-DATE-DU = 0
               COMPUTE WS-JOUR-ENTIER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-AU) - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
                   TO WS-DATE-DU
           END-IF
           DISPLAY 'PERIODE EXTRAITE : ' WS-DATE-DU ' AU ' WS-DATE-AU

           PERFORM 11000-CHARGER-REGIONS

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSURES : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-CONTACTS
           IF FS-CONTACTS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CONTACTS : ' FS-CONTACTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-REPARAT
           IF FS-REPARAT = '00'
               MOVE 'O' TO WS-REPARAT-OUVERT
           ELSE
               DISPLAY 'REPARAT.dat ABSENT - NOM REPARATEUR A BLANC'
           END-IF

      * Fichier cree au premier passage
           OPEN I-O F-ENQSAT
           IF FS-ENQSAT NOT = '00'
               OPEN OUTPUT F-ENQSAT
               IF FS-ENQSAT = '00'
                   CLOSE F-ENQSAT
                   OPEN I-O F-ENQSAT
               END-IF
           END-IF
           IF FS-ENQSAT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQSAT : ' FS-ENQSAT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-ENQEXT
           IF FS-ENQEXT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENQEXT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'EXTRAIT ENQUETE DE SATISFACTION SINISTRE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'SINISTRES REGLES DU ' WS-DATE-DU ' AU ' WS-DATE-AU
               DELIMITED BY SIZE INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:3) = 'DU='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(4:8) TO WS-DATE-DU
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:3) = 'AU='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(4:8) TO WS-DATE-AU
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

      * Releve des reglements de la periode dans les trois fichiers    *
      * (chacun optionnel) - un poste par sinistre, date la plus       *
      * recente                                                        *

       20000-RELEVER-REGLEMENTS.
           OPEN INPUT F-FACTURES
           IF FS-FACTURES NOT = '00'
               DISPLAY 'FACTURES.dat ABSENT - AUCUNE FACTURE REGLEE'
           ELSE
               PERFORM 21000-LIRE-FACTURE UNTIL FS-FACTURES = '10'
               CLOSE F-FACTURES
           END-IF

           OPEN INPUT F-PERTOT
           IF FS-PERTOT NOT = '00'
               DISPLAY 'PERTOT.dat ABSENT - AUCUNE PERTE TOTALE'
           ELSE
               PERFORM 22000-LIRE-PERTE-TOTALE UNTIL FS-PERTOT = '10'
               CLOSE F-PERTOT
           END-IF

           OPEN INPUT F-SINCOUT
           IF FS-SINCOUT NOT = '00'
               DISPLAY 'SINCOUT.dat ABSENT - AUCUNE INDEMNITE'
           ELSE
               PERFORM 23000-LIRE-LIGNE-COUT UNTIL FS-SINCOUT = '10'
               CLOSE F-SINCOUT
           END-IF
           .

       21000-LIRE-FACTURE.
           READ F-FACTURES
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-FAC-STATUT = 'B'
                      AND FS-FAC-DATE-TRAIT NOT < WS-DATE-DU
                      AND FS-FAC-DATE-TRAIT NOT > WS-DATE-AU
                       ADD 1 TO WS-CPT-EVT-FACTURES
                       MOVE FS-FAC-MAT        TO WS-EVT-MAT
                       MOVE FS-FAC-SIN-SEQ    TO WS-EVT-SEQ
                       MOVE FS-FAC-DATE-TRAIT TO WS-EVT-DATE
                       PERFORM 25000-NOTER-REGLEMENT
                   END-IF
           END-READ
           .

       22000-LIRE-PERTE-TOTALE.
           READ F-PERTOT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-PT-REC TO W-PERTOT
                   IF PT-DATE-VEI NOT < WS-DATE-DU
                      AND PT-DATE-VEI NOT > WS-DATE-AU
                       ADD 1 TO WS-CPT-EVT-PERTOT
                       MOVE PT-MAT      TO WS-EVT-MAT
                       MOVE PT-SIN-SEQ  TO WS-EVT-SEQ
                       MOVE PT-DATE-VEI TO WS-EVT-DATE
                       PERFORM 25000-NOTER-REGLEMENT
                   END-IF
           END-READ
           .

       23000-LIRE-LIGNE-COUT.
           READ F-SINCOUT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-COU-REC TO W-COUTLIG
                   IF CL-CATEGORIE = 'I'
                      AND CL-BENEFICIAIRE = 'A'
                      AND CL-MONTANT > 0
                      AND CL-DATE NOT < WS-DATE-DU
                      AND CL-DATE NOT > WS-DATE-AU
                       ADD 1 TO WS-CPT-EVT-INDEMNITES
                       MOVE CL-MAT     TO WS-EVT-MAT
                       MOVE CL-SIN-SEQ TO WS-EVT-SEQ
                       MOVE CL-DATE    TO WS-EVT-DATE
                       PERFORM 25000-NOTER-REGLEMENT
                   END-IF
           END-READ
           .

      * Poste du sinistre WS-EVT-CLE : cree, ou date relevee si plus   *
      * recente                                                        *

       25000-NOTER-REGLEMENT.
           MOVE 0 TO WS-RGL-POS
           PERFORM VARYING WS-RGL-IDX FROM 1 BY 1
               UNTIL WS-RGL-IDX > WS-NB-RGL OR WS-RGL-POS > 0
               IF WS-RGL-CLE(WS-RGL-IDX) = WS-EVT-CLE
                   MOVE WS-RGL-IDX TO WS-RGL-POS
               END-IF
           END-PERFORM

           IF WS-RGL-POS > 0
               IF WS-EVT-DATE > WS-RGL-DATE(WS-RGL-POS)
                   MOVE WS-EVT-DATE TO WS-RGL-DATE(WS-RGL-POS)
               END-IF
           ELSE
               IF WS-NB-RGL < 3000
                   ADD 1 TO WS-NB-RGL
                   MOVE WS-EVT-CLE  TO WS-RGL-CLE(WS-NB-RGL)
                   MOVE WS-EVT-DATE TO WS-RGL-DATE(WS-NB-RGL)
               ELSE
                   ADD 1 TO WS-RGL-DEBORDEMENT
               END-IF
           END-IF
           .

      * Sinistre regle : controles d'eligibilite puis extraction       *

       30000-TRAITER-REGLE.
           ADD 1 TO WS-CPT-REGLES
           PERFORM 31000-CONTROLER-SINISTRE THRU FIN-31000
           .

       31000-CONTROLER-SINISTRE.
           MOVE WS-RGL-MAT(WS-RGL-IDX) TO FS-SINISTRE-MAT
           MOVE WS-RGL-SEQ(WS-RGL-IDX) TO FS-SINISTRE-SEQ
           READ F-SINISTRE
               INVALID KEY
                   ADD 1 TO WS-CPT-ANNULES
                   GO TO FIN-31000
           END-READ
           MOVE FS-SINISTRE-REC TO W-SINISTRE
           IF SIN-ETAT OF W-SINISTRE = 'X'
               ADD 1 TO WS-CPT-ANNULES
               GO TO FIN-31000
           END-IF
           IF SIN-REVUE-FRAUDE OF W-SINISTRE = 'R'
              OR SIN-REVUE-FRAUDE OF W-SINISTRE = 'C'
               ADD 1 TO WS-CPT-FRAUDE
               GO TO FIN-31000
           END-IF

           MOVE FS-SINISTRE-KEY TO FS-ENQ-CLE
           READ F-ENQSAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CPT-DEJA-ENQUETES
                   GO TO FIN-31000
           END-READ

           PERFORM 32000-LIRE-ASSURE
           IF NOT ASSURE-TROUVE
               ADD 1 TO WS-CPT-SANS-ASSURE
               GO TO FIN-31000
           END-IF
           IF NOM-PRE-A4 OF WS-ASSURE-CASSURES = WS-LIB-EFFACE
              OR SIN-COMMENT OF W-SINISTRE = WS-LIB-EFFACE
               ADD 1 TO WS-CPT-RGPD
               GO TO FIN-31000
           END-IF

           MOVE SIN-MAT OF W-SINISTRE TO FS-CONTACTS-KEY
           READ F-CONTACTS
               INVALID KEY
                   ADD 1 TO WS-CPT-SANS-CONSENT
                   GO TO FIN-31000
           END-READ
           MOVE FS-CONTACTS-REC TO W-CONTACT
           PERFORM 33000-CHOISIR-CANAL
           IF WS-CANAL = SPACE
               ADD 1 TO WS-CPT-SANS-CONSENT
               GO TO FIN-31000
           END-IF

           PERFORM 34000-ECRIRE-EXTRAIT
           PERFORM 35000-INSCRIRE-ENQUETE
           .
       FIN-31000.
           EXIT.

      * Identite de l'assure : vehicule sinistre, a defaut un autre    *
      * vehicule du matricule (vehicule retire apres perte totale)     *

       32000-LIRE-ASSURE.
           MOVE 'N' TO WS-ASSURE-TROUVE
           COMPUTE FS-ASSURES-KEY =
               SIN-MAT OF W-SINISTRE * 100
                   + SIN-SEQ-VEHICULE OF W-SINISTRE
           READ F-ASSURES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO WS-ASSURE-TROUVE
           END-READ
           IF NOT ASSURE-TROUVE
               COMPUTE FS-ASSURES-KEY = SIN-MAT OF W-SINISTRE * 100
               START F-ASSURES KEY IS >= FS-ASSURES-KEY
                   INVALID KEY
                       MOVE '10' TO FS-ASSURES
               END-START
               IF FS-ASSURES = '00'
                   READ F-ASSURES NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-ASSURES-KEY / 100
                               = SIN-MAT OF W-SINISTRE
                               MOVE 'O' TO WS-ASSURE-TROUVE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF ASSURE-TROUVE
               MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
           END-IF
           .

      * Canal autorise par l'assure (blanc : aucun)                    *

       33000-CHOISIR-CANAL.
           MOVE SPACE TO WS-CANAL
           MOVE SPACES TO EX-EMAIL
           MOVE SPACES TO EX-TELEPHONE
           EVALUATE TRUE
               WHEN CT-CONS-EMAIL OF W-CONTACT = 'O'
                    AND CT-EMAIL OF W-CONTACT NOT = SPACES
                    AND NOT CT-EMAIL-REJETE OF W-CONTACT
                   MOVE 'E' TO WS-CANAL
                   MOVE CT-EMAIL OF W-CONTACT TO EX-EMAIL
               WHEN CT-CONS-TEL OF W-CONTACT = 'O'
                    AND CT-MOBILE OF W-CONTACT NOT = SPACES
                    AND NOT CT-MOBILE-REJETE OF W-CONTACT
                   MOVE 'T' TO WS-CANAL
                   MOVE CT-MOBILE OF W-CONTACT TO EX-TELEPHONE
               WHEN CT-CONS-TEL OF W-CONTACT = 'O'
                    AND CT-TEL OF W-CONTACT NOT = SPACES
                   MOVE 'T' TO WS-CANAL
                   MOVE CT-TEL OF W-CONTACT TO EX-TELEPHONE
               WHEN CT-CONS-COURRIER OF W-CONTACT = 'O'
                   MOVE 'C' TO WS-CANAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Enregistrement destine au prestataire                         *

       34000-ECRIRE-EXTRAIT.
           MOVE SIN-MAT OF W-SINISTRE         TO EX-MAT
           MOVE SIN-SEQ OF W-SINISTRE         TO EX-SIN-SEQ
           MOVE WS-DATE-SYSTEME               TO EX-DATE-EXTRAIT
           MOVE SIN-DATE OF W-SINISTRE        TO EX-DATE-SINISTRE
           MOVE WS-RGL-DATE(WS-RGL-IDX)       TO EX-DATE-REGLEMENT
           MOVE SIN-NATURE OF W-SINISTRE      TO EX-NATURE
           MOVE SIN-REPARATEUR OF W-SINISTRE  TO EX-REPARATEUR
           MOVE SPACES                        TO EX-NOM-REPARATEUR
           IF SIN-REPARATEUR OF W-SINISTRE NOT = SPACES
              AND REPARAT-OUVERT
               MOVE SIN-REPARATEUR OF W-SINISTRE TO FS-REP-ID
               READ F-REPARAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-REP-NOM TO EX-NOM-REPARATEUR
               END-READ
           END-IF
           MOVE WS-CANAL                      TO EX-CANAL
           MOVE CIVILITE-A4 OF WS-ASSURE-CASSURES TO EX-CIVILITE
           MOVE NOM-PRE-A4 OF WS-ASSURE-CASSURES  TO EX-NOM-PRE
           MOVE RUE-A4 OF WS-ASSURE-CASSURES      TO EX-RUE
           MOVE CP-A4 OF WS-ASSURE-CASSURES       TO EX-CP
           MOVE VILLE-A4 OF WS-ASSURE-CASSURES    TO EX-VILLE
           MOVE W-ENQEXT TO FS-ENQEXT-REC
           WRITE FS-ENQEXT-REC

           ADD 1 TO WS-CPT-EXTRAITS
           EVALUATE WS-CANAL
               WHEN 'E'
                   ADD 1 TO WS-CPT-EMAIL
               WHEN 'T'
                   ADD 1 TO WS-CPT-TELEPHONE
               WHEN OTHER
                   ADD 1 TO WS-CPT-COURRIER
           END-EVALUATE

           MOVE EX-MAT            TO WS-LIGD-MAT
           MOVE EX-SIN-SEQ        TO WS-LIGD-SEQ
           MOVE EX-DATE-REGLEMENT TO WS-LIGD-DATE
           MOVE WS-CANAL          TO WS-LIGD-CANAL
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Inscription dans ENQSAT - axes du rapport figes a l'extraction *

       35000-INSCRIRE-ENQUETE.
           INITIALIZE W-ENQSAT
           MOVE SIN-MAT OF W-SINISTRE          TO ENQ-MAT
           MOVE SIN-SEQ OF W-SINISTRE          TO ENQ-SIN-SEQ
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO ENQ-SEQ-VEHICULE
           MOVE WS-RGL-DATE(WS-RGL-IDX)        TO ENQ-DATE-REGLEMENT
           MOVE WS-DATE-SYSTEME                TO ENQ-DATE-EXTRAIT
           MOVE WS-CANAL                       TO ENQ-CANAL
           MOVE SIN-REPARATEUR OF W-SINISTRE   TO ENQ-REPARATEUR
           MOVE SIN-NATURE-CODE OF W-SINISTRE  TO ENQ-NATURE-CODE
           COMPUTE WS-CP-PREFIXE-NUM =
               CP-A4 OF WS-ASSURE-CASSURES / 1000
           MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
           PERFORM 35100-RESOUDRE-REGION
           MOVE WS-REG-CODE-TROUVE             TO ENQ-REGION
           MOVE SIN-GESTIONNAIRE OF W-SINISTRE TO ENQ-GESTIONNAIRE
           SET ENQ-ENVOYEE TO TRUE
           MOVE 0  TO ENQ-DATE-REPONSE
           MOVE 99 TO ENQ-NOTE-GLOBALE
           MOVE 99 TO ENQ-NOTE-DELAI
           MOVE 99 TO ENQ-NOTE-REPARATEUR
           MOVE W-ENQSAT TO FS-ENQ-REC
           WRITE FS-ENQ-REC
               INVALID KEY
                   DISPLAY 'ENQSAT - ECRITURE REFUSEE : ' FS-ENQ-CLE
           END-WRITE
           .

       35100-RESOUDRE-REGION.
           MOVE '???' TO WS-REG-CODE-TROUVE
           PERFORM 35200-COMPARER-REGION
               VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           .

       35200-COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE)
                   TO WS-REG-CODE-TROUVE
           END-IF
           .

      * Fin de traitement - sinistres ecartes par motif et extraits    *
      * par canal                                                      *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REGLEMENTS : FACTURES BON A PAYER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EVT-FACTURES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '             PERTES TOTALES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EVT-PERTOT TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '             INDEMNITES A L''ASSURE'
               TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EVT-INDEMNITES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'SINISTRES REGLES DANS LA PERIODE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REGLES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'ECARTES : ANNULES OU INTROUVABLES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ANNULES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '          EN REVUE ANTI-FRAUDE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-FRAUDE TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '          DEJA PROPOSES A L''ENQUETE'
               TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DEJA-ENQUETES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '          EFFACES (RGPD)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RGPD TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '          SANS CONSENTEMENT' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SANS-CONSENT TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '          ASSURE INTROUVABLE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SANS-ASSURE TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'EXTRAITS PAR EMAIL (E)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EMAIL TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'EXTRAITS PAR TELEPHONE (T)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-TELEPHONE TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'EXTRAITS PAR COURRIER (C)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-COURRIER TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           IF WS-RGL-DEBORDEMENT > 0
               MOVE 'REGLEMENTS NON TRAITES (TABLE PLEINE)'
                   TO WS-LIGT-LIBELLE
               MOVE WS-RGL-DEBORDEMENT TO WS-LIGT-NOMBRE
               PERFORM 41000-ECRIRE-TOTAL
           END-IF

           CLOSE F-SINISTRE
           CLOSE F-ASSURES
           CLOSE F-CONTACTS
           IF REPARAT-OUVERT
               CLOSE F-REPARAT
           END-IF
           CLOSE F-ENQSAT
           CLOSE F-ENQEXT
           CLOSE F-RAPPORT
           .

       41000-ECRIRE-TOTAL.
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
