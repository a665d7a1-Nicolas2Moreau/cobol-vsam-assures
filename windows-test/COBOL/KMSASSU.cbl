       IDENTIFICATION DIVISION.
       PROGRAM-ID. KMSASSU.

      * KILOMETRAGE DES VEHICULES - Tient le fichier des kilometrages  *
      * (WORK/KILOMET.dat, cf CKILOM.cpy, cree au premier lancement) : *
      * tranche annuelle declaree a la souscription et releves de      *
      * compteur transmis chaque annee par l'agence, le portail client *
      * (PORASSU) ou l'expert sinistre (transaction MISA).             *
      * Mouvements du jour dans WORK/KMMVT.dat (cf WKMMVT.cpy) :       *
      *   'D' : declaration (ou changement) de la tranche du vehicule, *
      *         code tranche de la table DATA/KMBANDE                  *
      *   'R' : releve de compteur - rejete s'il recule par rapport    *
      *         au dernier releve ou s'il n'est pas posterieur ; les 4 *
      *         releves les plus recents sont conserves                *
      * Le vehicule doit exister sur ASSURES3. Le fichier des          *
      * mouvements est vide en fin de traitement.                      *
      * Chaque vehicule du fichier est ensuite recalcule : kilometrage *
      * annualise entre le plus ancien et le plus recent releve        *
      * conserves (s'ils sont separes d'au moins DUREE= jours),        *
      * tranche constatee correspondante et indicateur de depassement  *
      * quand le kilometrage constate excede le maximum de la tranche  *
      * declaree de plus de ECART= %. PRIMCALC applique au             *
      * renouvellement la remise ou la majoration de la tranche        *
      * constatee (a defaut, de la tranche declaree).                  *
      * Compte rendu dans WORK/KMSASSU.lst : mouvements rejetes puis   *
      * vehicules roulant nettement au-dela de leur tranche declaree.  *
      * PARM optionnel :                                               *
      *   ECART=nnn -> tolerance en % au-dela du maximum de la tranche *
      *                declaree avant signalement (defaut 020)         *
      *   DUREE=nnn -> jours minimum entre releves pour annualiser     *
      *                (defaut 180)                                    *
      *   ex : PARM='ECART=010,DUREE=120'                              *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-KILOMET ASSIGN TO "WORK/KILOMET.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KM-CLE
               FILE STATUS IS FS-KILOMET.

      * Mouvements du jour (declarations, releves) - fichier optionnel
           SELECT F-KMMVT ASSIGN TO "WORK/KMMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KMMVT.

      * Table des tranches de kilometrage (chargee en memoire au
      * demarrage, cf CKMBANDE.cpy)
           SELECT F-KMBANDE ASSIGN TO "DATA/KMBANDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KMBANDE.

           SELECT F-RAPPORT ASSIGN TO "WORK/KMSASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-KILOMET.
       01  FS-KM-REC.
           05 FS-KM-CLE            PIC X(8).
           05 FS-KM-DATA           PIC X(112).

       FD  F-KMMVT.
       01  FS-KMV-REC              PIC X(50).

       FD  F-KMBANDE.
       01  FS-KMB-REC.
           05 FS-KMB-CODE          PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-KMB-KM-MAX        PIC 9(6).
           05 FILLER               PIC X(1).
           05 FS-KMB-SENS          PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-KMB-TAUX          PIC 9(2).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WKILOM.
           COPY WKMMVT.
           COPY WASSURE.
           COPY CKMBANDE.

       01  FS-KILOMET                PIC XX.
       01  FS-KMMVT                  PIC XX.
       01  FS-KMBANDE                PIC XX.
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
           05 WS-FUNC-READ           PIC 99 VALUE 03.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

       01  WS-DATE-SYSTEME           PIC 9(8).

      * Zones extraites du PARM
       01  WS-ECART-PCT              PIC 9(3) VALUE 020.
       01  WS-DUREE-MIN              PIC 9(3) VALUE 180.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Table des tranches
       01  WS-NB-KMB-CHARGES         PIC 9(2) VALUE 0.
       01  WS-KMB-IDX                PIC 9(2).
       01  WS-KMB-IDX-CHERCHE        PIC 9(2).
       01  WS-KMB-CODE-RECHERCHE     PIC X(1).
       01  WS-KMB-TROUVE             PIC X VALUE 'N'.
           88 KMB-TROUVE                 VALUE 'Y'.

       01  WS-FIN-MOUVEMENTS         PIC X VALUE 'N'.
           88 FIN-MOUVEMENTS             VALUE 'O'.
       01  WS-FIN-KILOMET            PIC X VALUE 'N'.
           88 FIN-KILOMET                VALUE 'O'.
       01  WS-KILOMET-EXISTE         PIC X VALUE 'N'.
           88 KILOMET-EXISTE             VALUE 'O'.

      * Mouvement courant
       01  WS-SEQ-VEHICULE           PIC X(2).
       01  WS-MOTIF-REJET            PIC X(40).
       01  WS-DATE-MVT               PIC 9(8).
       01  WS-DATE-MVT-R REDEFINES WS-DATE-MVT.
           05 WS-DMV-AAAA            PIC 9(4).
           05 WS-DMV-MM              PIC 99.
           05 WS-DMV-JJ              PIC 99.
       01  WS-COMPTEUR-MVT           PIC 9(7).

      * Calcul du kilometrage annuel
       01  WS-REL-IDX                PIC 9(2).
       01  WS-NB-JOURS               PIC S9(7).
       01  WS-KM-PARCOURUS           PIC 9(7).
       01  WS-KM-ANNUEL              PIC 9(9).
       01  WS-KM-SEUIL               PIC 9(9).
       01  WS-ANCIENNE-IMAGE         PIC X(120).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-DECLARATIONS    PIC 9(6) VALUE 0.
           05 WS-CPT-RELEVES         PIC 9(6) VALUE 0.
           05 WS-CPT-REJETS          PIC 9(6) VALUE 0.
           05 WS-CPT-VEHICULES       PIC 9(6) VALUE 0.
           05 WS-CPT-CALCULES        PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-TRANCHE    PIC 9(6) VALUE 0.
           05 WS-CPT-DEPASSEMENTS    PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-REJET.
           05 FILLER                 PIC X(7) VALUE 'REJET  '.
           05 WS-LIGR-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGR-VEHIC          PIC X(2).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-CODE           PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-SOURCE         PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-MOTIF          PIC X(40).
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40) VALUE
               'VEHICULE  DECLAREE     MAX  KM CONSTATE '.
           05 FILLER PIC X(40) VALUE
               'CONSTATEE  DERNIER RELEVE   COMPTEUR    '.
       01  WS-LIG-DEPASSEMENT.
           05 WS-LIGD-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGD-VEHIC          PIC 9(2).
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WS-LIGD-DECLAREE       PIC X(1).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WS-LIGD-KM-MAX         PIC ZZZZZ9.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 WS-LIGD-KM-ANNUEL      PIC ZZZZZ9.
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WS-LIGD-CONSTATEE      PIC X(1).
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 WS-LIGD-DATE-RELEVE    PIC 9(8).
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 WS-LIGD-COMPTEUR       PIC ZZZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE        PIC X(30).
           05 WS-LIGT-NOMBRE         PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'KILOMETRAGE DES VEHICULES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-MOUVEMENT UNTIL FIN-MOUVEMENTS
           PERFORM 30000-RECALCULER-VEHICULES
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'MOUVEMENTS LUS       : ' WS-CPT-LUS
           DISPLAY '  DECLARATIONS       : ' WS-CPT-DECLARATIONS
           DISPLAY '  RELEVES            : ' WS-CPT-RELEVES
           DISPLAY '  REJETES            : ' WS-CPT-REJETS
           DISPLAY 'VEHICULES SUIVIS     : ' WS-CPT-VEHICULES
           DISPLAY '  KM ANNUEL CALCULE  : ' WS-CPT-CALCULES
           DISPLAY '  SANS TRANCHE DECL. : ' WS-CPT-SANS-TRANCHE
           DISPLAY '  EN DEPASSEMENT     : ' WS-CPT-DEPASSEMENTS
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM, table des tranches, fichiers            *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'TOLERANCE DE DEPASSEMENT : ' WS-ECART-PCT
                   ' % - DUREE MINIMALE ENTRE RELEVES : '
                   WS-DUREE-MIN ' JOURS'

           PERFORM 10200-CHARGER-TRANCHES
           IF WS-NB-KMB-CHARGES = 0
               DISPLAY 'TABLE DATA/KMBANDE ABSENTE OU VIDE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Fichier des kilometrages - cree au tout premier lancement
      * (meme technique que DCDASSU pour WORK/DECES.dat)
           OPEN I-O F-KILOMET
           IF FS-KILOMET NOT = '00'
               OPEN OUTPUT F-KILOMET
               IF FS-KILOMET NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE WORK/KILOMET.dat'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE F-KILOMET
               OPEN I-O F-KILOMET
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'KILOMETRAGE DES VEHICULES - TRAITEMENT DU'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           OPEN INPUT F-KMMVT
           IF FS-KMMVT NOT = '00'
               DISPLAY 'KMMVT.dat ABSENT - AUCUN MOUVEMENT'
               SET FIN-MOUVEMENTS TO TRUE
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
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'ECART='
                   IF WS-PARM-TOK(WS-PARM-IDX)(7:3) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                           TO WS-ECART-PCT
                   ELSE
                       DISPLAY 'ECART INVALIDE - DEFAUT CONSERVE'
                   END-IF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DUREE='
                   IF WS-PARM-TOK(WS-PARM-IDX)(7:3) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                           TO WS-DUREE-MIN
                   ELSE
                       DISPLAY 'DUREE INVALIDE - DEFAUT CONSERVE'
                   END-IF
               END-IF
           END-PERFORM
           .

      * Chargement de la table des tranches depuis DATA/KMBANDE        *

       10200-CHARGER-TRANCHES.
           OPEN INPUT F-KMBANDE
           IF FS-KMBANDE = '00'
               PERFORM 10210-LIRE-TRANCHE
                   UNTIL FS-KMBANDE = '10'
               CLOSE F-KMBANDE
           END-IF
           .

       10210-LIRE-TRANCHE.
           READ F-KMBANDE
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-KMB-CHARGES < 20
                       ADD 1 TO WS-NB-KMB-CHARGES
                       MOVE FS-KMB-CODE
                           TO WS-KMB-CODE(WS-NB-KMB-CHARGES)
                       MOVE FS-KMB-KM-MAX
                           TO WS-KMB-KM-MAX(WS-NB-KMB-CHARGES)
                       MOVE FS-KMB-SENS
                           TO WS-KMB-SENS(WS-NB-KMB-CHARGES)
                       MOVE FS-KMB-TAUX
                           TO WS-KMB-TAUX(WS-NB-KMB-CHARGES)
                   END-IF
           END-READ
           .

      * Mouvements du jour                                             *

       20000-LIRE-MOUVEMENT.
           READ F-KMMVT
               AT END
                   SET FIN-MOUVEMENTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-KMV-REC TO W-KMMVT
                   MOVE SPACES TO WS-MOTIF-REJET
                   PERFORM 21000-TRAITER-MOUVEMENT
                       THRU FIN-21000-TRAITER-MOUVEMENT
                   IF WS-MOTIF-REJET NOT = SPACES
                       PERFORM 29000-EDITER-REJET
                   END-IF
           END-READ
           .

      * Controles communs puis declaration ou releve                   *

       21000-TRAITER-MOUVEMENT.
           IF KMV-MAT NOT NUMERIC
               MOVE 'MATRICULE INVALIDE' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           IF KMV-SEQ-VEHICULE = SPACES OR KMV-SEQ-VEHICULE = '00'
               MOVE '01' TO WS-SEQ-VEHICULE
           ELSE
               MOVE KMV-SEQ-VEHICULE TO WS-SEQ-VEHICULE
           END-IF
           IF WS-SEQ-VEHICULE NOT NUMERIC
               MOVE 'VEHICULE INVALIDE' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Le vehicule doit etre en portefeuille
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE KMV-MAT TO WS-ENREG(1:6)
           MOVE WS-SEQ-VEHICULE TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'VEHICULE INCONNU' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Date : AAAAMMJJ plausible, non future
           IF KMV-DATE NOT NUMERIC
               MOVE 'DATE INVALIDE' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           MOVE KMV-DATE TO WS-DATE-MVT
           IF WS-DMV-AAAA < 1900 OR WS-DMV-MM < 1 OR WS-DMV-MM > 12
                   OR WS-DMV-JJ < 1 OR WS-DMV-JJ > 31
               MOVE 'DATE INVALIDE' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           IF WS-DATE-MVT > WS-DATE-SYSTEME
               MOVE 'DATE POSTERIEURE AU TRAITEMENT' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           IF KMV-SOURCE NOT = 'S' AND KMV-SOURCE NOT = 'A'
                   AND KMV-SOURCE NOT = 'P' AND KMV-SOURCE NOT = 'E'
               MOVE 'SOURCE INVALIDE (S/A/P/E)' TO WS-MOTIF-REJET
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

           PERFORM 21100-LIRE-KILOMETRAGE

           EVALUATE TRUE
               WHEN KMV-DECLARATION
                   PERFORM 22000-DECLARER-TRANCHE
                       THRU FIN-22000-DECLARER-TRANCHE
               WHEN KMV-RELEVE
                   PERFORM 23000-ENREGISTRER-RELEVE
                       THRU FIN-23000-ENREGISTRER-RELEVE
               WHEN OTHER
                   MOVE 'CODE MOUVEMENT INVALIDE (D/R)'
                       TO WS-MOTIF-REJET
           END-EVALUATE
           .
       FIN-21000-TRAITER-MOUVEMENT.
           EXIT.

      * Lecture du kilometrage du vehicule - absent, une image vierge  *
      * est preparee pour la creation                                  *

       21100-LIRE-KILOMETRAGE.
           MOVE 'N' TO WS-KILOMET-EXISTE
           MOVE KMV-MAT TO FS-KM-CLE(1:6)
           MOVE WS-SEQ-VEHICULE TO FS-KM-CLE(7:2)
           READ F-KILOMET
               INVALID KEY
                   INITIALIZE W-KILOM
                   MOVE KMV-MAT TO KM-MAT
                   MOVE WS-SEQ-VEHICULE TO KM-SEQ-VEHICULE
               NOT INVALID KEY
                   SET KILOMET-EXISTE TO TRUE
                   MOVE FS-KM-REC TO W-KILOM
           END-READ
           .

      * Declaration de la tranche annuelle                             *

       22000-DECLARER-TRANCHE.
           MOVE KMV-BANDE TO WS-KMB-CODE-RECHERCHE
           PERFORM 31500-CHERCHER-TRANCHE-CODE
           IF NOT KMB-TROUVE
               MOVE 'TRANCHE INCONNUE (DATA/KMBANDE)' TO WS-MOTIF-REJET
               GO TO FIN-22000-DECLARER-TRANCHE
           END-IF
           MOVE KMV-BANDE   TO KM-BANDE-DECLAREE
           MOVE WS-DATE-MVT TO KM-DATE-DECLARATION
           MOVE KMV-SOURCE  TO KM-ORIGINE-DECLARATION
           PERFORM 24000-ECRIRE-KILOMETRAGE
           IF WS-MOTIF-REJET = SPACES
               ADD 1 TO WS-CPT-DECLARATIONS
           END-IF
           .
       FIN-22000-DECLARER-TRANCHE.
           EXIT.

      * Releve de compteur : posterieur au dernier releve et sans      *
      * recul du compteur ; au-dela de 4 releves, le plus ancien est   *
      * abandonne                                                      *

       23000-ENREGISTRER-RELEVE.
           IF KMV-COMPTEUR NOT NUMERIC
               MOVE 'COMPTEUR INVALIDE' TO WS-MOTIF-REJET
               GO TO FIN-23000-ENREGISTRER-RELEVE
           END-IF
           MOVE KMV-COMPTEUR TO WS-COMPTEUR-MVT
           IF KM-NB-RELEVES > 0
               IF WS-DATE-MVT NOT > KM-REL-DATE(KM-NB-RELEVES)
                   MOVE 'RELEVE NON POSTERIEUR AU DERNIER'
                       TO WS-MOTIF-REJET
                   GO TO FIN-23000-ENREGISTRER-RELEVE
               END-IF
               IF WS-COMPTEUR-MVT < KM-REL-COMPTEUR(KM-NB-RELEVES)
                   MOVE 'COMPTEUR EN RECUL SUR LE DERNIER RELEVE'
                       TO WS-MOTIF-REJET
                   GO TO FIN-23000-ENREGISTRER-RELEVE
               END-IF
           END-IF

           IF KM-NB-RELEVES = 4
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > 3
                   MOVE KM-RELEVE(WS-REL-IDX + 1)
                       TO KM-RELEVE(WS-REL-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO KM-NB-RELEVES
           END-IF
           MOVE WS-DATE-MVT     TO KM-REL-DATE(KM-NB-RELEVES)
           MOVE WS-COMPTEUR-MVT TO KM-REL-COMPTEUR(KM-NB-RELEVES)
           MOVE KMV-SOURCE      TO KM-REL-SOURCE(KM-NB-RELEVES)
           PERFORM 24000-ECRIRE-KILOMETRAGE
           IF WS-MOTIF-REJET = SPACES
               ADD 1 TO WS-CPT-RELEVES
           END-IF
           .
       FIN-23000-ENREGISTRER-RELEVE.
           EXIT.

       24000-ECRIRE-KILOMETRAGE.
           MOVE W-KILOM TO FS-KM-REC
           IF KILOMET-EXISTE
               REWRITE FS-KM-REC
                   INVALID KEY
                       MOVE 'ECHEC MISE A JOUR KILOMET'
                           TO WS-MOTIF-REJET
                       ADD 1 TO WS-CPT-ANOMALIES
               END-REWRITE
           ELSE
               WRITE FS-KM-REC
                   INVALID KEY
                       MOVE 'ECHEC CREATION KILOMET' TO WS-MOTIF-REJET
                       ADD 1 TO WS-CPT-ANOMALIES
               END-WRITE
           END-IF
           .

      * Ligne de rejet au compte rendu                                 *

       29000-EDITER-REJET.
           ADD 1 TO WS-CPT-REJETS
           MOVE KMV-MAT          TO WS-LIGR-MAT
           MOVE KMV-SEQ-VEHICULE TO WS-LIGR-VEHIC
           MOVE KMV-CODE         TO WS-LIGR-CODE
           MOVE KMV-SOURCE       TO WS-LIGR-SOURCE
           MOVE WS-MOTIF-REJET   TO WS-LIGR-MOTIF
           MOVE WS-LIG-REJET TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Recalcul de tous les vehicules suivis et liste des             *
      * depassements de tranche                                        *

       30000-RECALCULER-VEHICULES.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES AU-DELA DE LEUR TRANCHE DECLAREE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE LOW-VALUES TO FS-KM-CLE
           START F-KILOMET KEY IS NOT LESS THAN FS-KM-CLE
               INVALID KEY
                   SET FIN-KILOMET TO TRUE
           END-START
           PERFORM 30100-VEHICULE-SUIVANT UNTIL FIN-KILOMET
           .

       30100-VEHICULE-SUIVANT.
           READ F-KILOMET NEXT RECORD
               AT END
                   SET FIN-KILOMET TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-VEHICULES
                   MOVE FS-KM-REC TO W-KILOM
                   MOVE FS-KM-REC TO WS-ANCIENNE-IMAGE
                   PERFORM 31000-CALCULER-KILOMETRAGE
                       THRU FIN-31000-CALCULER
                   IF W-KILOM NOT = WS-ANCIENNE-IMAGE
                       MOVE W-KILOM TO FS-KM-REC
                       REWRITE FS-KM-REC
                           INVALID KEY
                               DISPLAY 'ANOMALIE - REWRITE KILOMET '
                                       KM-MAT '/' KM-SEQ-VEHICULE
                               ADD 1 TO WS-CPT-ANOMALIES
                       END-REWRITE
                   END-IF
                   IF KM-EN-DEPASSEMENT
                       PERFORM 32000-EDITER-DEPASSEMENT
                   END-IF
           END-READ
           .

      * Kilometrage annualise entre le plus ancien et le plus recent   *
      * releve conserves, tranche constatee et depassement de la       *
      * tranche declaree (maximum de la tranche + ECART %)             *

       31000-CALCULER-KILOMETRAGE.
           MOVE 'N' TO KM-DEPASSEMENT
           IF KM-NB-RELEVES < 2
               GO TO FIN-31000-CALCULER
           END-IF
           COMPUTE WS-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(KM-REL-DATE(KM-NB-RELEVES))
               - FUNCTION INTEGER-OF-DATE(KM-REL-DATE(1))
           IF WS-NB-JOURS < WS-DUREE-MIN
               GO TO FIN-31000-CALCULER
           END-IF

           COMPUTE WS-KM-PARCOURUS = KM-REL-COMPTEUR(KM-NB-RELEVES)
                                   - KM-REL-COMPTEUR(1)
           COMPUTE WS-KM-ANNUEL ROUNDED =
               WS-KM-PARCOURUS * 365 / WS-NB-JOURS
           IF WS-KM-ANNUEL > 999999
               MOVE 999999 TO WS-KM-ANNUEL
           END-IF
           IF KM-KM-ANNUEL NOT = WS-KM-ANNUEL
                   OR KM-BANDE-CONSTATEE = SPACE
               MOVE WS-DATE-SYSTEME TO KM-DATE-CALCUL
           END-IF
           MOVE WS-KM-ANNUEL TO KM-KM-ANNUEL
           PERFORM 31600-CHERCHER-TRANCHE-KM
           MOVE WS-KMB-CODE(WS-KMB-IDX-CHERCHE) TO KM-BANDE-CONSTATEE
           ADD 1 TO WS-CPT-CALCULES

           IF KM-BANDE-DECLAREE = SPACE
               ADD 1 TO WS-CPT-SANS-TRANCHE
               GO TO FIN-31000-CALCULER
           END-IF
           MOVE KM-BANDE-DECLAREE TO WS-KMB-CODE-RECHERCHE
           PERFORM 31500-CHERCHER-TRANCHE-CODE
           IF KMB-TROUVE
               COMPUTE WS-KM-SEUIL =
                   WS-KMB-KM-MAX(WS-KMB-IDX-CHERCHE)
                   * (100 + WS-ECART-PCT) / 100
               IF WS-KM-ANNUEL > WS-KM-SEUIL
                   SET KM-EN-DEPASSEMENT TO TRUE
               END-IF
           END-IF
           .
       FIN-31000-CALCULER.
           EXIT.

      * Recherche d'une tranche par son code                           *

       31500-CHERCHER-TRANCHE-CODE.
           MOVE 'N' TO WS-KMB-TROUVE
           MOVE 0 TO WS-KMB-IDX-CHERCHE
           PERFORM VARYING WS-KMB-IDX FROM 1 BY 1
               UNTIL WS-KMB-IDX > WS-NB-KMB-CHARGES OR KMB-TROUVE
               IF WS-KMB-CODE(WS-KMB-IDX) = WS-KMB-CODE-RECHERCHE
                   SET KMB-TROUVE TO TRUE
                   MOVE WS-KMB-IDX TO WS-KMB-IDX-CHERCHE
               END-IF
           END-PERFORM
           .

      * Tranche d'un kilometrage annuel : la premiere dont le maximum  *
      * l'atteint (tranches rangees par kilometrage croissant) - au-   *
      * dela de la derniere, la derniere                               *

       31600-CHERCHER-TRANCHE-KM.
           MOVE WS-NB-KMB-CHARGES TO WS-KMB-IDX-CHERCHE
           MOVE 'N' TO WS-KMB-TROUVE
           PERFORM VARYING WS-KMB-IDX FROM 1 BY 1
               UNTIL WS-KMB-IDX > WS-NB-KMB-CHARGES OR KMB-TROUVE
               IF WS-KMB-KM-MAX(WS-KMB-IDX) NOT < WS-KM-ANNUEL
                   SET KMB-TROUVE TO TRUE
                   MOVE WS-KMB-IDX TO WS-KMB-IDX-CHERCHE
               END-IF
           END-PERFORM
           .

      * Ligne de depassement au compte rendu                           *

       32000-EDITER-DEPASSEMENT.
           ADD 1 TO WS-CPT-DEPASSEMENTS
           MOVE KM-MAT TO WS-LIGD-MAT
           MOVE KM-SEQ-VEHICULE TO WS-LIGD-VEHIC
           MOVE KM-BANDE-DECLAREE TO WS-LIGD-DECLAREE
           MOVE KM-BANDE-DECLAREE TO WS-KMB-CODE-RECHERCHE
           PERFORM 31500-CHERCHER-TRANCHE-CODE
           MOVE WS-KMB-KM-MAX(WS-KMB-IDX-CHERCHE) TO WS-LIGD-KM-MAX
           MOVE KM-KM-ANNUEL TO WS-LIGD-KM-ANNUEL
           MOVE KM-BANDE-CONSTATEE TO WS-LIGD-CONSTATEE
           MOVE KM-REL-DATE(KM-NB-RELEVES) TO WS-LIGD-DATE-RELEVE
           MOVE KM-REL-COMPTEUR(KM-NB-RELEVES) TO WS-LIGD-COMPTEUR
           MOVE WS-LIG-DEPASSEMENT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - mouvements traites, KMMVT vide             *

       40000-FIN.
           IF FS-KMMVT NOT = '35'
               CLOSE F-KMMVT
               OPEN OUTPUT F-KMMVT
               CLOSE F-KMMVT
           END-IF
           CLOSE F-KILOMET
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'MOUVEMENTS REJETES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES EN DEPASSEMENT' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DEPASSEMENTS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           CLOSE F-RAPPORT
           .
