       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCRASSU.

      * CIBLAGE VENTE CROISEE - Construit la liste des bons clients a *
      * qui proposer un second vehicule (OFFRE=VEH, campagne 'XVE')   *
      * ou la garantie assistance (OFFRE=ASS, campagne 'XAS'), au     *
      * lieu des listes faites a la main par le marketing. Le client  *
      * (matricule, tous vehicules ASSURES3 confondus) doit satisfaire*
      * chacune des regles choisies (PARM REGLES=, lettres dans un    *
      * ordre quelconque, defaut ABSF pour VEH, ABS pour ASS) :       *
      *   A : anciennete (ANCIENNETE-A4 du vehicule le plus ancien)   *
      *       d'au moins ANC=nn ans (defaut 05)                       *
      *   B : tous ses vehicules en bonus (BM-A4 'B')                 *
      *   S : aucun sinistre - NB-SINISTRE-A4 nul sur chaque vehicule *
      *       et aucun sinistre actif au fichier SINISTRE survenu     *
      *       dans les SANS=n dernieres annees (defaut 3)             *
      *   F : un seul vehicule, dans un foyer FOYASSU d'au moins deux *
      *       matricules (autres conducteurs a l'adresse)             *
      * Pour OFFRE=ASS, il faut en outre un vehicule sans garantie    *
      * ASS en cours (PGMGARAN 'V' ; vehicule sans garantie au        *
      * fichier : indetermine, ecarte).                               *
      * Sont ecartes, et comptes par motif dans WORK/VCRASSU.lst :    *
      *   - le matricule efface au titre du RGPD ('*EFFACE RGPD*')    *
      *   - l'assure decede (PGMDECES)                                *
      *   - l'assure sans fiche CONTACTS ou sans le consentement du   *
      *     canal de la campagne (PARM CANAL=T telephone (defaut),    *
      *     E email, C courrier ; coordonnee non rejetee)             *
      *   - l'assure inscrit sur une campagne EXP ou CHN encore       *
      *     ouverte (resultat en attente ou a rappeler)               *
      *   - le reclamant actif (reclamation RECLAM sans reponse)      *
      *   - l'assure deja inscrit sur cette campagne de vente croisee *
      * Chaque prospect retenu est inscrit dans WORK/CAMPAGNE.dat     *
      * (type XVE/XAS, agence gestionnaire PGMAGENC) : CPGASSU en     *
      * saisit le resultat (R = souscrit) et mesure la conversion.    *
      * PARM : OFFRE=VEH|ASS,REGLES=xxxx,ANC=nn,SANS=n,CANAL=T|E|C    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Regroupement par foyer (cf FOYASSU)
           SELECT F-FOYERS ASSIGN TO "WORK/FOYERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FOY-CLE
               FILE STATUS IS FS-FOYERS.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CONTACTS-KEY
               FILE STATUS IS FS-CONTACTS.

      * Reclamations clients (cf RCLASSU), fichier optionnel
           SELECT F-RECLAM ASSIGN TO "WORK/RECLAM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RCL-CLE
               FILE STATUS IS FS-RECLAM.

      * Suivi des campagnes d'appels (cle matricule + type)
           SELECT F-CAMPAGNE ASSIGN TO "WORK/CAMPAGNE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CPG-KEY
               FILE STATUS IS FS-CAMPAGNE.

      * Liste des prospects et compte rendu
           SELECT F-RAPPORT ASSIGN TO "WORK/VCRASSU.lst"
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
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-FOYERS.
       01  FS-FOY-REC.
           05 FS-FOY-CLE           PIC X(8).
           05 FS-FOY-DATA          PIC X(32).

       FD  F-CONTACTS.
       01  FS-CONTACTS-REC.
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

       FD  F-RECLAM.
       01  FS-RCL-REC.
           05 FS-RCL-CLE.
               10 FS-RCL-MAT       PIC 9(6).
               10 FS-RCL-NUM       PIC 9(4).
           05 FS-RCL-DATA          PIC X(70).

       FD  F-CAMPAGNE.
       01  FS-CPG-REC.
           05 FS-CPG-KEY.
               10 FS-CPG-MAT       PIC X(6).
               10 FS-CPG-TYPE      PIC X(3).
           05 FS-CPG-DATA          PIC X(71).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-ASSURES                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-FOYERS                 PIC XX.
       01  FS-CONTACTS               PIC XX.
       01  FS-RECLAM                 PIC XX.
       01  FS-CAMPAGNE               PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.
       01  W-FOYER.
           COPY CFOYER.
       01  W-CONTACT.
           COPY CCONTACT.
       01  W-RECLAM.
           COPY CRECLAM.
       01  W-CAMPAGNE.
           COPY CCAMPAGN.

      * Marque posee par RGPDASSU sur les donnees effacees
       01  WS-LIB-EFFACE             PIC X(20) VALUE '*EFFACE RGPD*'.

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(80).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 5 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-OFFRE             PIC X(3) VALUE 'VEH'.
           88 OFFRE-VEHICULE             VALUE 'VEH'.
           88 OFFRE-ASSISTANCE           VALUE 'ASS'.
       01  WS-PARM-REGLES            PIC X(4) VALUE SPACES.
       01  WS-PARM-ANC               PIC 99 VALUE 05.
       01  WS-PARM-SANS              PIC 9 VALUE 3.
       01  WS-PARM-CANAL             PIC X VALUE 'T'.
           88 CANAL-VALIDE               VALUE 'T' 'E' 'C'.
       01  WS-TYPE-CAMPAGNE          PIC X(3).
       01  WS-REGLE-A                PIC X VALUE 'N'.
           88 REGLE-ANCIENNETE           VALUE 'O'.
       01  WS-REGLE-B                PIC X VALUE 'N'.
           88 REGLE-BONUS                VALUE 'O'.
       01  WS-REGLE-S                PIC X VALUE 'N'.
           88 REGLE-SANS-SINISTRE        VALUE 'O'.
       01  WS-REGLE-F                PIC X VALUE 'N'.
           88 REGLE-FOYER                VALUE 'O'.
       01  WS-REG-IDX                PIC 9.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-DATE-LIMITE-SIN        PIC 9(8).
       01  WS-DATE-SIN               PIC 9(8).

      * Client en cours (vehicules du matricule)
       01  WS-CLI-MAT                PIC 9(6).
       01  WS-CLI-NB-VEH             PIC 99.
       01  WS-CLI-ANC-MAX            PIC 99.
       01  WS-CLI-NB-SIN             PIC 9(3).
       01  WS-CLI-TOUS-BONUS         PIC X.
           88 CLI-TOUS-BONUS             VALUE 'O'.
       01  WS-CLI-PREMIER            PIC X(120).
       01  WS-CLI-TAB-VEH.
           05 WS-CLI-SEQ             PIC 99 OCCURS 20 TIMES.
       01  WS-VEH-IDX                PIC 99.
       01  WS-ASSURES-FIN            PIC X VALUE 'N'.
           88 ASSURES-FIN                VALUE 'O'.
       01  WS-CONDITION              PIC X VALUE 'N'.
           88 CONDITION-REMPLIE          VALUE 'O'.
       01  WS-TELEPHONE              PIC X(10).
       01  WS-EMAIL                  PIC X(30).
       01  WS-RECLAM-OUVERT          PIC X VALUE 'N'.
           88 RECLAM-OUVERT              VALUE 'O'.
       01  WS-CAMPAGNE-OUVERTE       PIC X VALUE 'N'.
           88 CAMPAGNE-OUVERTE           VALUE 'O'.

      * Zone d'appel PGMGARAN - verification 'V' de la garantie ASS
       01  WS-NOM-PGMGARAN           PIC X(8) VALUE 'PGMGARAN'.
       01  WS-COM-GARANTIE.
           05 WS-GAR-FONCTION       PIC X(1).
           05 WS-GAR-MAT            PIC 9(6).
           05 WS-GAR-SEQ            PIC 9(2).
           05 WS-GAR-FORMULE        PIC X(1).
           05 WS-GAR-PRIME          PIC 9(6)V99.
           05 WS-GAR-DATE           PIC 9(8).
           05 WS-GAR-CODE           PIC X(3).
           05 WS-GAR-MAT-NOUVEAU    PIC 9(6).
           05 WS-GAR-RETOUR         PIC 99.
           05 FILLER                PIC X(13).
       01  WS-GAR-INDETERMINE        PIC X VALUE 'N'.
           88 GAR-INDETERMINE            VALUE 'O'.

      * Assure decede (sous-programme partage PGMDECES)
       01  WS-NOM-PGMDECES           PIC X(8) VALUE 'PGMDECES'.
       01  WS-COM-DECES.
           05 WS-DCD-FONCTION        PIC X(1).
           05 WS-DCD-MAT             PIC X(6).
           05 WS-DCD-ETAT            PIC X(1).
           05 WS-DCD-DATE-DECES      PIC 9(8).
           05 WS-DCD-DATE-SIGNAL     PIC 9(8).
           05 WS-DCD-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Zone d'appel PGMAGENC - agence gestionnaire de la police
       01  WS-COM-AGENCE.
           05 WS-AGC-FONCTION        PIC X(1).
           05 WS-AGC-MAT             PIC X(6).
           05 WS-AGC-CP              PIC 9(5).
           05 WS-AGC-CODE            PIC X(3).
           05 WS-AGC-ORIGINE         PIC X(1).
           05 WS-AGC-FICHE.
               10 WS-AGC-TYPE        PIC X(1).
               10 WS-AGC-NOM         PIC X(20).
               10 WS-AGC-RUE         PIC X(25).
               10 WS-AGC-CP-AGENCE   PIC 9(5).
               10 WS-AGC-VILLE       PIC X(12).
               10 WS-AGC-RESPONSABLE PIC X(20).
               10 WS-AGC-STATUT      PIC X(1).
               10 WS-AGC-DIRECTION   PIC X(3).
               10 WS-AGC-NOM-DIRECTION PIC X(20).
           05 WS-AGC-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Compteurs
       01  WS-COMPTEURS.
           05 WS-CPT-CLIENTS         PIC 9(6) VALUE 0.
           05 WS-CPT-HORS-REGLES     PIC 9(6) VALUE 0.
           05 WS-CPT-ASS-DEJA        PIC 9(6) VALUE 0.
           05 WS-CPT-ASS-INDET       PIC 9(6) VALUE 0.
           05 WS-CPT-RGPD            PIC 9(6) VALUE 0.
           05 WS-CPT-DECEDES         PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-CONSENT    PIC 9(6) VALUE 0.
           05 WS-CPT-CAMPAGNE        PIC 9(6) VALUE 0.
           05 WS-CPT-RECLAMANTS      PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-INSCRITS   PIC 9(6) VALUE 0.
           05 WS-CPT-PROSPECTS       PIC 9(6) VALUE 0.

      * Lignes du compte rendu
       01  WS-LIGNE                  PIC X(80).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(7) VALUE 'MATRIC'.
           05 FILLER                PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                PIC X(6) VALUE 'CP'.
           05 FILLER                PIC X(13) VALUE 'VILLE'.
           05 FILLER                PIC X(4) VALUE 'AGC'.
           05 FILLER                PIC X(29) VALUE 'CONTACT'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-NOM           PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-CP            PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-VILLE         PIC X(12).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-AGENCE        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-CONTACT       PIC X(29).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE       PIC X(40).
           05 WS-LIGT-NOMBRE        PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'CIBLAGE VENTE CROISEE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-ASSURE
           PERFORM 21000-TRAITER-MATRICULE UNTIL ASSURES-FIN
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'CLIENTS EXAMINES     : ' WS-CPT-CLIENTS
           DISPLAY 'HORS REGLES          : ' WS-CPT-HORS-REGLES
           DISPLAY 'EFFACES RGPD         : ' WS-CPT-RGPD
           DISPLAY 'DECEDES              : ' WS-CPT-DECEDES
           DISPLAY 'SANS CONSENTEMENT    : ' WS-CPT-SANS-CONSENT
           DISPLAY 'CAMPAGNE EXP/CHN     : ' WS-CPT-CAMPAGNE
           DISPLAY 'RECLAMANTS ACTIFS    : ' WS-CPT-RECLAMANTS
           DISPLAY 'DEJA INSCRITS        : ' WS-CPT-DEJA-INSCRITS
           DISPLAY 'PROSPECTS INSCRITS   : ' WS-CPT-PROSPECTS
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM, regles, ouverture des fichiers          *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           EVALUATE TRUE
               WHEN OFFRE-VEHICULE
                   MOVE 'XVE' TO WS-TYPE-CAMPAGNE
                   IF WS-PARM-REGLES = SPACES
                       MOVE 'ABSF' TO WS-PARM-REGLES
                   END-IF
               WHEN OFFRE-ASSISTANCE
                   MOVE 'XAS' TO WS-TYPE-CAMPAGNE
                   IF WS-PARM-REGLES = SPACES
                       MOVE 'ABS' TO WS-PARM-REGLES
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE : OFFRE=VEH|ASS'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF NOT CANAL-VALIDE
               DISPLAY 'PARM INVALIDE : CANAL=T|E|C'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > 4
               EVALUATE WS-PARM-REGLES(WS-REG-IDX:1)
                   WHEN 'A'
                       SET REGLE-ANCIENNETE TO TRUE
                   WHEN 'B'
                       SET REGLE-BONUS TO TRUE
                   WHEN 'S'
                       SET REGLE-SANS-SINISTRE TO TRUE
                   WHEN 'F'
                       SET REGLE-FOYER TO TRUE
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'PARM INVALIDE : REGLES= (A B S F)'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-DATE-LIMITE-SIN = WS-DATE-JOUR
               - (WS-PARM-SANS * 10000)

           PERFORM 12000-OUVRIR-FICHIERS
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 5
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'OFFRE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                           TO WS-PARM-OFFRE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'REGLES='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(8:4)
                           TO WS-PARM-REGLES
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'ANC='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(5:2)
                           TO WS-PARM-ANC
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'SANS='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:1)
                           TO WS-PARM-SANS
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'CANAL='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:1)
                           TO WS-PARM-CANAL
               END-EVALUATE
           END-PERFORM
           .

       12000-OUVRIR-FICHIERS.
           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CONTACTS
           IF FS-CONTACTS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CONTACTS : ' FS-CONTACTS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF REGLE-FOYER
               OPEN INPUT F-FOYERS
               IF FS-FOYERS NOT = '00'
                   DISPLAY 'FOYERS ABSENT (FOYASSU NON PASSE) - '
                           'REGLE F INAPPLICABLE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
      * Sans fichier RECLAM, aucune reclamation n'a encore ete saisie
           OPEN INPUT F-RECLAM
           IF FS-RECLAM = '00'
               SET RECLAM-OUVERT TO TRUE
           END-IF
           OPEN I-O F-CAMPAGNE
           IF FS-CAMPAGNE NOT = '00'
               OPEN OUTPUT F-CAMPAGNE
               IF FS-CAMPAGNE = '00'
                   CLOSE F-CAMPAGNE
                   OPEN I-O F-CAMPAGNE
               END-IF
           END-IF
           IF FS-CAMPAGNE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CAMPAGNE : ' FS-CAMPAGNE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SET CAMPAGNE-OUVERTE TO TRUE

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'CIBLAGE VENTE CROISEE DU ' WS-DATE-JOUR
                  ' - CAMPAGNE ' WS-TYPE-CAMPAGNE
                  ' - REGLES ' WS-PARM-REGLES
                  ' ANC=' WS-PARM-ANC ' SANS=' WS-PARM-SANS
                  ' CANAL=' WS-PARM-CANAL
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE WS-LIG-ENTETE TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

      * Lecture sequentielle d'ASSURES3 (ordre matricule + vehicule)   *

       20000-LIRE-ASSURE.
           READ F-ASSURES
               AT END
                   SET ASSURES-FIN TO TRUE
               NOT AT END
                   MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
           END-READ
           .

      * Un client : cumul de ses vehicules, puis evaluation            *

       21000-TRAITER-MATRICULE.
           MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-CLI-MAT
           MOVE WS-ASSURE-CASSURES TO WS-CLI-PREMIER
           MOVE 0 TO WS-CLI-NB-VEH
           MOVE 0 TO WS-CLI-ANC-MAX
           MOVE 0 TO WS-CLI-NB-SIN
           MOVE 'O' TO WS-CLI-TOUS-BONUS
           PERFORM 22000-CUMULER-VEHICULE
               UNTIL ASSURES-FIN
                  OR MAT-A4 IN WS-ASSURE-CASSURES NOT = WS-CLI-MAT
           ADD 1 TO WS-CPT-CLIENTS
           PERFORM 30000-EVALUER-CLIENT THRU FIN-30000
           .

       22000-CUMULER-VEHICULE.
           ADD 1 TO WS-CLI-NB-VEH
           IF WS-CLI-NB-VEH <= 20
               MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
                   TO WS-CLI-SEQ(WS-CLI-NB-VEH)
           END-IF
           IF ANCIENNETE-A4 IN WS-ASSURE-CASSURES NUMERIC
               IF ANCIENNETE-A4 IN WS-ASSURE-CASSURES > WS-CLI-ANC-MAX
                   MOVE ANCIENNETE-A4 IN WS-ASSURE-CASSURES
                       TO WS-CLI-ANC-MAX
               END-IF
           END-IF
           IF BM-A4 IN WS-ASSURE-CASSURES NOT = 'B'
               MOVE 'N' TO WS-CLI-TOUS-BONUS
           END-IF
           IF NB-SINISTRE-A4 IN WS-ASSURE-CASSURES NUMERIC
               ADD NB-SINISTRE-A4 IN WS-ASSURE-CASSURES
                   TO WS-CLI-NB-SIN
           END-IF
           PERFORM 20000-LIRE-ASSURE
           .

      * Evaluation du client : regles de ciblage puis exclusions ; un  *
      * client ecarte est compte sous le premier motif rencontre       *

       30000-EVALUER-CLIENT.
           MOVE WS-CLI-PREMIER TO WS-ASSURE-CASSURES

           IF REGLE-ANCIENNETE AND WS-CLI-ANC-MAX < WS-PARM-ANC
               ADD 1 TO WS-CPT-HORS-REGLES
               GO TO FIN-30000
           END-IF
           IF REGLE-BONUS AND NOT CLI-TOUS-BONUS
               ADD 1 TO WS-CPT-HORS-REGLES
               GO TO FIN-30000
           END-IF
           IF REGLE-SANS-SINISTRE
               IF WS-CLI-NB-SIN > 0
                   ADD 1 TO WS-CPT-HORS-REGLES
                   GO TO FIN-30000
               END-IF
               PERFORM 31000-CONTROLER-SINISTRES
               IF NOT CONDITION-REMPLIE
                   ADD 1 TO WS-CPT-HORS-REGLES
                   GO TO FIN-30000
               END-IF
           END-IF
           IF REGLE-FOYER
               PERFORM 32000-CONTROLER-FOYER
               IF NOT CONDITION-REMPLIE
                   ADD 1 TO WS-CPT-HORS-REGLES
                   GO TO FIN-30000
               END-IF
           END-IF
           IF OFFRE-ASSISTANCE
               PERFORM 33000-CONTROLER-ASSISTANCE
               IF NOT CONDITION-REMPLIE
                   IF GAR-INDETERMINE
                       ADD 1 TO WS-CPT-ASS-INDET
                   ELSE
                       ADD 1 TO WS-CPT-ASS-DEJA
                   END-IF
                   GO TO FIN-30000
               END-IF
           END-IF

           MOVE WS-CLI-PREMIER TO WS-ASSURE-CASSURES
           IF NOM-PRE-A4 IN WS-ASSURE-CASSURES = WS-LIB-EFFACE
               ADD 1 TO WS-CPT-RGPD
               GO TO FIN-30000
           END-IF
           MOVE SPACES TO WS-COM-DECES
           MOVE 'V' TO WS-DCD-FONCTION
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-DCD-MAT
           CALL WS-NOM-PGMDECES USING WS-COM-DECES
           IF WS-DCD-RETOUR = 05
               ADD 1 TO WS-CPT-DECEDES
               GO TO FIN-30000
           END-IF
           PERFORM 34000-CONTROLER-CONSENTEMENT
           IF NOT CONDITION-REMPLIE
               ADD 1 TO WS-CPT-SANS-CONSENT
               GO TO FIN-30000
           END-IF
           PERFORM 35000-CONTROLER-CAMPAGNES
           IF NOT CONDITION-REMPLIE
               ADD 1 TO WS-CPT-CAMPAGNE
               GO TO FIN-30000
           END-IF
           PERFORM 36000-CONTROLER-RECLAMATIONS
           IF NOT CONDITION-REMPLIE
               ADD 1 TO WS-CPT-RECLAMANTS
               GO TO FIN-30000
           END-IF

           PERFORM 37000-INSCRIRE-PROSPECT
           .
       FIN-30000.
           EXIT.

      * Regle S : aucun sinistre actif survenu depuis la date limite   *

       31000-CONTROLER-SINISTRES.
           SET CONDITION-REMPLIE TO TRUE
           MOVE WS-CLI-MAT TO FS-SINISTRE-MAT
           MOVE 0 TO FS-SINISTRE-SEQ
           START F-SINISTRE KEY IS >= FS-SINISTRE-KEY
               INVALID KEY
                   MOVE '10' TO FS-SINISTRE
           END-START
           PERFORM 31100-LIRE-SINISTRE
               UNTIL FS-SINISTRE NOT = '00'
                  OR NOT CONDITION-REMPLIE
           .

       31100-LIRE-SINISTRE.
           READ F-SINISTRE NEXT
               AT END
                   MOVE '10' TO FS-SINISTRE
               NOT AT END
                   IF FS-SINISTRE-MAT NOT = WS-CLI-MAT
                       MOVE '10' TO FS-SINISTRE
                   ELSE
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       MOVE 0 TO WS-DATE-SIN
                       IF SIN-DATE IN W-SINISTRE NUMERIC
                           MOVE SIN-DATE IN W-SINISTRE TO WS-DATE-SIN
                       END-IF
                       IF SIN-ETAT IN W-SINISTRE NOT = 'X'
                               AND WS-DATE-SIN >= WS-DATE-LIMITE-SIN
                           MOVE 'N' TO WS-CONDITION
                       END-IF
                   END-IF
           END-READ
           .

      * Regle F : vehicule unique, dans un foyer multi-assures         *

       32000-CONTROLER-FOYER.
           MOVE 'N' TO WS-CONDITION
           IF WS-CLI-NB-VEH = 1
               MOVE SPACES TO FS-FOY-CLE
               MOVE MAT-X4 IN WS-ASSURE-CASSURES TO FS-FOY-CLE(1:6)
               MOVE WS-CLI-SEQ(1) TO FS-FOY-CLE(7:2)
               READ F-FOYERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-FOY-REC TO W-FOYER
                       IF FOY-NB-MATRICULES IN W-FOYER NUMERIC
                           IF FOY-NB-MATRICULES IN W-FOYER >= 2
                               SET CONDITION-REMPLIE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

      * Offre assistance : un vehicule au moins sans garantie ASS en   *
      * cours ; un vehicule sans garantie au fichier est indetermine   *

       33000-CONTROLER-ASSISTANCE.
           MOVE 'N' TO WS-CONDITION
           MOVE 'N' TO WS-GAR-INDETERMINE
           PERFORM VARYING WS-VEH-IDX FROM 1 BY 1
               UNTIL WS-VEH-IDX > WS-CLI-NB-VEH
                  OR WS-VEH-IDX > 20
                  OR CONDITION-REMPLIE
               MOVE SPACES TO WS-COM-GARANTIE
               MOVE 'V' TO WS-GAR-FONCTION
               MOVE WS-CLI-MAT TO WS-GAR-MAT
               MOVE WS-CLI-SEQ(WS-VEH-IDX) TO WS-GAR-SEQ
               MOVE WS-DATE-JOUR TO WS-GAR-DATE
               MOVE 'ASS' TO WS-GAR-CODE
               CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
               EVALUATE WS-GAR-RETOUR
                   WHEN 01
                       SET CONDITION-REMPLIE TO TRUE
                   WHEN 00
                       CONTINUE
                   WHEN OTHER
                       SET GAR-INDETERMINE TO TRUE
               END-EVALUATE
           END-PERFORM
           .

      * Consentement du canal de la campagne, coordonnee non rejetee  *

       34000-CONTROLER-CONSENTEMENT.
           MOVE 'N' TO WS-CONDITION
           MOVE SPACES TO WS-TELEPHONE
           MOVE SPACES TO WS-EMAIL
           MOVE WS-CLI-MAT TO FS-CONTACTS-KEY
           READ F-CONTACTS
               INVALID KEY
                   MOVE '23' TO FS-CONTACTS
           END-READ
           IF FS-CONTACTS = '00'
               MOVE FS-CONTACTS-REC TO W-CONTACT
               EVALUATE TRUE
                   WHEN WS-PARM-CANAL = 'E'
                        AND CT-CONS-EMAIL IN W-CONTACT = 'O'
                        AND CT-EMAIL IN W-CONTACT NOT = SPACES
                        AND NOT CT-EMAIL-REJETE IN W-CONTACT
                       MOVE CT-EMAIL IN W-CONTACT TO WS-EMAIL
                       SET CONDITION-REMPLIE TO TRUE
                   WHEN WS-PARM-CANAL = 'T'
                        AND CT-CONS-TEL IN W-CONTACT = 'O'
                        AND CT-MOBILE IN W-CONTACT NOT = SPACES
                        AND NOT CT-MOBILE-REJETE IN W-CONTACT
                       MOVE CT-MOBILE IN W-CONTACT TO WS-TELEPHONE
                       SET CONDITION-REMPLIE TO TRUE
                   WHEN WS-PARM-CANAL = 'T'
                        AND CT-CONS-TEL IN W-CONTACT = 'O'
                        AND CT-TEL IN W-CONTACT NOT = SPACES
                       MOVE CT-TEL IN W-CONTACT TO WS-TELEPHONE
                       SET CONDITION-REMPLIE TO TRUE
                   WHEN WS-PARM-CANAL = 'C'
                        AND CT-CONS-COURRIER IN W-CONTACT = 'O'
                       SET CONDITION-REMPLIE TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      * Pas de campagne EXP/CHN ouverte (en attente ou a rappeler) ;   *
      * pas d'inscription anterieure sur cette campagne                *

       35000-CONTROLER-CAMPAGNES.
           SET CONDITION-REMPLIE TO TRUE
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO FS-CPG-MAT
           MOVE 'EXP' TO FS-CPG-TYPE
           PERFORM 35100-LIRE-CAMPAGNE
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO FS-CPG-MAT
           MOVE 'CHN' TO FS-CPG-TYPE
           PERFORM 35100-LIRE-CAMPAGNE
           .

       35100-LIRE-CAMPAGNE.
           READ F-CAMPAGNE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-CPG-REC TO W-CAMPAGNE
                   IF CPG-RESULTAT = SPACE OR CPG-RESULTAT = 'C'
                       MOVE 'N' TO WS-CONDITION
                   END-IF
           END-READ
           .

      * Pas de reclamation en cours (sans date de reponse)             *

       36000-CONTROLER-RECLAMATIONS.
           SET CONDITION-REMPLIE TO TRUE
           IF RECLAM-OUVERT
               MOVE WS-CLI-MAT TO FS-RCL-MAT
               MOVE 0 TO FS-RCL-NUM
               START F-RECLAM KEY IS >= FS-RCL-CLE
                   INVALID KEY
                       MOVE '10' TO FS-RECLAM
               END-START
               PERFORM 36100-LIRE-RECLAMATION
                   UNTIL FS-RECLAM NOT = '00'
                      OR NOT CONDITION-REMPLIE
           END-IF
           .

       36100-LIRE-RECLAMATION.
           READ F-RECLAM NEXT
               AT END
                   MOVE '10' TO FS-RECLAM
               NOT AT END
                   IF FS-RCL-MAT NOT = WS-CLI-MAT
                       MOVE '10' TO FS-RECLAM
                   ELSE
                       MOVE FS-RCL-REC TO W-RECLAM
                       IF RCL-DATE-REPONSE IN W-RECLAM = 0
                           MOVE 'N' TO WS-CONDITION
                       END-IF
                   END-IF
           END-READ
           .

      * Inscription dans la campagne de vente croisee (cle deja        *
      * presente : client deja cible, inscription conservee) puis      *
      * ligne de la liste                                              *

       37000-INSCRIRE-PROSPECT.
           MOVE 'P' TO WS-AGC-FONCTION
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-AGC-MAT
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-AGC-CP
           CALL 'PGMAGENC' USING WS-COM-AGENCE

           MOVE SPACES TO W-CAMPAGNE
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO CPG-MAT
           MOVE WS-TYPE-CAMPAGNE TO CPG-TYPE
           MOVE WS-AGC-CODE TO CPG-AGENCE
           MOVE WS-DATE-JOUR TO CPG-DATE-INSCR
           MOVE SPACE TO CPG-RESULTAT
           MOVE 0 TO CPG-DATE-RESULTAT
           MOVE W-CAMPAGNE TO FS-CPG-REC
           WRITE FS-CPG-REC
               INVALID KEY
                   ADD 1 TO WS-CPT-DEJA-INSCRITS
               NOT INVALID KEY
                   ADD 1 TO WS-CPT-PROSPECTS
                   MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-LIGD-MAT
                   MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES
                       TO WS-LIGD-NOM
                   MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-LIGD-CP
                   MOVE VILLE-A4 IN WS-ASSURE-CASSURES
                       TO WS-LIGD-VILLE
                   MOVE WS-AGC-CODE TO WS-LIGD-AGENCE
                   EVALUATE WS-PARM-CANAL
                       WHEN 'T'
                           MOVE WS-TELEPHONE TO WS-LIGD-CONTACT
                       WHEN 'E'
                           MOVE WS-EMAIL TO WS-LIGD-CONTACT
                       WHEN OTHER
                           MOVE RUE-A4 IN WS-ASSURE-CASSURES
                               TO WS-LIGD-CONTACT
                   END-EVALUATE
                   MOVE WS-LIG-DETAIL TO WS-LIGNE
                   PERFORM 85000-ECRIRE-LIGNE
           END-WRITE
           .

      * Fin de traitement - totaux par motif                           *

       40000-FIN.
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE 'CLIENTS EXAMINES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CLIENTS TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  HORS REGLES DE CIBLAGE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-HORS-REGLES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           IF OFFRE-ASSISTANCE
               MOVE '  ASSISTANCE DEJA SOUSCRITE' TO WS-LIGT-LIBELLE
               MOVE WS-CPT-ASS-DEJA TO WS-LIGT-NOMBRE
               PERFORM 41000-ECRIRE-TOTAL
               MOVE '  GARANTIES NON TENUES (INDETERMINE)'
                   TO WS-LIGT-LIBELLE
               MOVE WS-CPT-ASS-INDET TO WS-LIGT-NOMBRE
               PERFORM 41000-ECRIRE-TOTAL
           END-IF
           MOVE '  EXCLUS : EFFACES (RGPD)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RGPD TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  EXCLUS : DECEDES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DECEDES TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  EXCLUS : SANS CONSENTEMENT' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SANS-CONSENT TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  EXCLUS : CAMPAGNE EXP/CHN OUVERTE'
               TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CAMPAGNE TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  EXCLUS : RECLAMATION EN COURS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RECLAMANTS TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE '  DEJA INSCRITS SUR LA CAMPAGNE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DEJA-INSCRITS TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL
           MOVE 'PROSPECTS INSCRITS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-PROSPECTS TO WS-LIGT-NOMBRE
           PERFORM 41000-ECRIRE-TOTAL

           CLOSE F-ASSURES F-SINISTRE F-CONTACTS F-CAMPAGNE F-RAPPORT
           IF REGLE-FOYER
               CLOSE F-FOYERS
           END-IF
           IF RECLAM-OUVERT
               CLOSE F-RECLAM
           END-IF
           .

       41000-ECRIRE-TOTAL.
           MOVE WS-LIG-TOTAL TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

       85000-ECRIRE-LIGNE.
           MOVE WS-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
