       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRCASSU.

      * FRANCHISES A RECUPERER SUR LES ASSURES - Quand la reparation  *
      * chez un reparateur agree est reglee en totalite au garage,    *
      * SINASSU ouvre dans WORK/FRAREC.dat (cf CFRAREC.cpy) la        *
      * creance de franchise sur l'assure, exigible a 30 jours. Ce    *
      * programme en assure le suivi, meme principe que RECOASSU pour *
      * les recours :                                                 *
      *   - les mouvements de WORK/FRCMVT.dat (cf WFRCMVT.cpy) sont   *
      *     appliques a la creance puis le fichier est vide :         *
      *       R reglement de l'assure (P partiel, S solde)            *
      *       I imputation du solde sur un sinistre ou au             *
      *         renouvellement (montant a zero = solde restant du)    *
      *       A abandon du solde (decision de gestion)                *
      *     creance inconnue ou deja soldee, code ou montant invalide *
      *     -> rejet liste                                            *
      *   - relance : une creance exigible non soldee recoit une      *
      *     lettre de relance (WORK/FRCRELAN.lst, registre des        *
      *     courriers type RFR, avis RELFRANC par email ou SMS selon  *
      *     les consentements - PGMNOTIF) a l'exigibilite puis tous   *
      *     les DELAI jours, au plus MAXREL relances                  *
      *   - anciennete des franchises impayees par agence (tranches   *
      *     de RECOASSU depuis la creation) et, pour les creances     *
      *     relancees MAXREL fois, proposition d'imputation : sur un  *
      *     sinistre plus recent encore a regler a l'assure, sinon a  *
      *     l'echeance de renouvellement du vehicule                  *
      *   Compte rendu dans WORK/FRCASSU.lst                          *
      * PARM optionnel : DELAI=nnn (jours entre relances, defaut 030) *
      *                  MAXREL=n (nombre de relances, defaut 3)      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Mouvements de reglement des franchises - fichier optionnel
           SELECT F-FRCMVT ASSIGN TO "WORK/FRCMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRCMVT.

      * Franchises a recuperer (cree par SINASSU, au besoin a vide
      * ici au tout premier lancement)
           SELECT F-FRAREC ASSIGN TO "WORK/FRAREC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FRC-CLE
               FILE STATUS IS FS-FRAREC.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Lettres de relance
           SELECT F-COURRIER ASSIGN TO "WORK/FRCRELAN.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURRIER.

      * Compte rendu : rejets, anciennete par agence, propositions
           SELECT F-RAPPORT ASSIGN TO "WORK/FRCASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FRCMVT.
       01  FS-FRCMVT-REC           PIC X(80).

       FD  F-FRAREC.
       01  FS-FRC-REC.
           05 FS-FRC-CLE.
               10 FS-FRC-MAT       PIC 9(6).
               10 FS-FRC-SIN-SEQ   PIC 9(4).
           05 FS-FRC-DATA          PIC X(70).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY.
               10 FS-ASSURES-MAT   PIC 9(6).
               10 FS-ASSURES-SEQ   PIC 9(2).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-COURRIER.
       01  FS-COURRIER-REC         PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-FRCMVT                 PIC XX.
       01  FS-FRAREC                 PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-COURRIER               PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Copy books structures
           COPY WFRCMVT.
           COPY WFRAREC.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.

       01  WS-FIN-FRCMVT             PIC X VALUE 'N'.
           88 FIN-FRCMVT                 VALUE 'O'.
       01  WS-FRCMVT-OUVERT          PIC X VALUE 'N'.
           88 FRCMVT-OUVERT              VALUE 'O'.

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-DELAI-RELANCE          PIC 9(3) VALUE 030.
       01  WS-MAX-RELANCES           PIC 9 VALUE 3.

      * Dates (AAAAMMJJ) et jours julien pour l'anciennete et
      * l'espacement des relances (meme technique que RECOASSU)
       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-AUJOURDHUI-JUL         PIC 9(7).
       01  WS-CONV-DATE              PIC 9(8).
       01  WS-CONV-JULIEN            PIC 9(7).
       01  WS-AGE-JOURS              PIC S9(7) VALUE 0.
       01  WS-DATE-MVT               PIC 9(8).

      * Creance courante
       01  WS-RESTE-DU               PIC S9(7)V99 VALUE 0.
       01  WS-MONTANT-APPLIQUE       PIC 9(6)V99 VALUE 0.
       01  WS-RELANCE-A-FAIRE        PIC X VALUE 'N'.
           88 RELANCE-A-FAIRE            VALUE 'O'.
       01  WS-PROPOSITION            PIC X(24).
       01  WS-SIN-IMPUTABLE          PIC X VALUE 'N'.
           88 SIN-IMPUTABLE              VALUE 'O'.
       01  WS-ED-MONTANT             PIC Z(5)9.99.

      * Cumuls par agence et tranche d'anciennete (memes tranches
      * que RECOASSU et RESASSU)
       01  WS-TRANCHE-IDX            PIC 9.
       01  WS-TAB-AGENCES.
           05 WS-AGE-ENTREE OCCURS 50 TIMES.
               10 WS-AGE-CODE       PIC X(3).
               10 WS-AGE-NB         PIC 9(5).
               10 WS-AGE-TRANCHE    PIC 9(8)V99 OCCURS 4 TIMES.
               10 WS-AGE-TOTAL      PIC 9(9)V99.
       01  WS-NB-AGENCES             PIC 99 VALUE 0.
       01  WS-IDX-AGENCE             PIC 99.
       01  WS-AGE-POS                PIC 99.
       01  WS-TOT-TRANCHES.
           05 WS-TOT-TRANCHE        PIC 9(9)V99 OCCURS 4 TIMES.
       01  WS-TOT-GENERAL            PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NB                 PIC 9(6) VALUE 0.

      * Canal de l'avis de relance (sous-programme partage PGMNOTIF)
       01  WS-NOM-PGMNOTIF           PIC X(8) VALUE 'PGMNOTIF'.
       01  WS-COM-NOTIF.
           05 WS-NTF-FONCTION        PIC X(1).
           05 WS-NTF-MAT             PIC X(6).
           05 WS-NTF-MODELE          PIC X(8).
           05 WS-NTF-PROGRAMME       PIC X(8).
           05 WS-NTF-VARIABLES.
               10 WS-NTF-VAR         PIC X(20) OCCURS 4 TIMES.
           05 WS-NTF-CANAL           PIC X(1).
           05 WS-NTF-ADRESSE         PIC X(30).
           05 WS-NTF-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

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

      * Compteurs
       01  WS-COMPTEURS.
           05 WS-CPT-MVT-LUS        PIC 9(6) VALUE 0.
           05 WS-CPT-MVT-APPLIQUES  PIC 9(6) VALUE 0.
           05 WS-CPT-MVT-REJETES    PIC 9(6) VALUE 0.
           05 WS-CPT-SOLDEES        PIC 9(6) VALUE 0.
           05 WS-CPT-RELANCES       PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-ADRESSE   PIC 9(6) VALUE 0.
           05 WS-CPT-NON-ARCHIVEES  PIC 9(6) VALUE 0.
           05 WS-CPT-A-DECIDER      PIC 9(6) VALUE 0.

      * Lignes du compte rendu
       01  WS-LIG-REJET.
           05 FILLER                PIC X(8) VALUE 'REJET : '.
           05 WS-LIGR-MAT           PIC X(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGR-SEQ           PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-CODE          PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-MONTANT       PIC Z(5)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGR-MOTIF         PIC X(38).
       01  WS-LIG-ENTETE-AGE.
           05 FILLER                PIC X(4) VALUE 'AGC'.
           05 FILLER                PIC X(6) VALUE '   NB'.
           05 FILLER                PIC X(12) VALUE '  0-30 J'.
           05 FILLER                PIC X(12) VALUE ' 31-90 J'.
           05 FILLER                PIC X(12) VALUE '91-365 J'.
           05 FILLER                PIC X(12) VALUE ' > 1 AN'.
           05 FILLER                PIC X(12) VALUE '  TOTAL DU'.
       01  WS-LIG-AGENCE.
           05 WS-LIGA-AGENCE        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGA-NB            PIC ZZZZ9.
           05 WS-LIGA-MONTANTS.
               10 WS-LIGA-TRANCHE   OCCURS 4 TIMES.
                   15 FILLER        PIC X(1).
                   15 WS-LIGA-MT    PIC Z(7)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGA-TOTAL         PIC Z(7)9.99.
       01  WS-LIG-ENTETE-DEC.
           05 FILLER                PIC X(12) VALUE 'SINISTRE'.
           05 FILLER                PIC X(4) VALUE 'AGC'.
           05 FILLER                PIC X(11) VALUE '   RESTE DU'.
           05 FILLER                PIC X(10) VALUE ' EXIGIBLE'.
           05 FILLER                PIC X(4) VALUE 'REL'.
           05 FILLER                PIC X(24) VALUE 'PROPOSITION'.
       01  WS-LIG-DECISION.
           05 WS-LIGD-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGD-SEQ           PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-AGENCE        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-RESTE         PIC Z(6)9.99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGD-ECHEANCE      PIC 9(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-NB-REL        PIC 9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-PROPOSITION   PIC X(24).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE       PIC X(40).
           05 WS-LIGT-NOMBRE        PIC ZZZZZ9.

      * Corps de la lettre de relance
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
       01  WS-LIG-OBJET.
           05 FILLER                PIC X(30) VALUE
               'OBJET : FRANCHISE RESTANT DUE'.
           05 FILLER                PIC X(10) VALUE ' - RELANCE'.
           05 FILLER                PIC X(4) VALUE ' NO '.
           05 WS-OBJ-NB-REL         PIC 9.
       01  WS-LIG-REFERENCE.
           05 FILLER                PIC X(23) VALUE
               'REFERENCE A RAPPELER : '.
           05 WS-REF-MAT            PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-REF-SEQ            PIC 9(4).
       01  WS-LIG-CORPS1.
           05 FILLER                PIC X(44) VALUE
               'LA REPARATION DE VOTRE VEHICULE A ETE REGLEE'.
           05 FILLER                PIC X(34) VALUE
               ' EN TOTALITE AU REPARATEUR AGREE.'.
       01  WS-LIG-CORPS2.
           05 FILLER                PIC X(41) VALUE
               'LA FRANCHISE PREVUE A VOTRE CONTRAT RESTE'.
           05 FILLER                PIC X(9) VALUE ' A VOTRE '.
           05 FILLER                PIC X(8) VALUE 'CHARGE :'.
           05 WS-COR2-MONTANT       PIC Z(5)9.99.
           05 FILLER                PIC X(4) VALUE ' EUR'.
       01  WS-LIG-CORPS3.
           05 FILLER                PIC X(38) VALUE
               'MERCI DE NOUS EN ADRESSER LE REGLEMENT'.
           05 FILLER                PIC X(30) VALUE
               ' (EXIGIBLE DEPUIS LE '.
       01  WS-LIG-CORPS3-R REDEFINES WS-LIG-CORPS3.
           05 FILLER                PIC X(59).
           05 WS-COR3-ECHEANCE      PIC 9(8).
           05 FILLER                PIC X(1).
       01  WS-LIG-EDITION.
           05 FILLER                PIC X(12) VALUE 'EDITE LE :  '.
           05 WS-EDI-DATE           PIC 9(8).
       01  WS-LIG-CANAL.
           05 FILLER                PIC X(16) VALUE 'CANAL D ENVOI : '.
           05 WS-CAN-LIBELLE        PIC X(9).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CAN-EMAIL          PIC X(30).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'FRANCHISES A RECUPERER SUR LES ASSURES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CHARGER-MOUVEMENTS UNTIL FIN-FRCMVT
           PERFORM 30000-SUIVRE-CREANCES
           PERFORM 40000-EDITER-ANCIENNETE
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'MOUVEMENTS LUS       : ' WS-CPT-MVT-LUS
           DISPLAY 'MOUVEMENTS APPLIQUES : ' WS-CPT-MVT-APPLIQUES
           DISPLAY 'MOUVEMENTS REJETES   : ' WS-CPT-MVT-REJETES
           DISPLAY 'CREANCES SOLDEES     : ' WS-CPT-SOLDEES
           DISPLAY 'LETTRES DE RELANCE   : ' WS-CPT-RELANCES
           DISPLAY 'SANS ADRESSE         : ' WS-CPT-SANS-ADRESSE
           DISPLAY 'NON ARCHIVEES        : ' WS-CPT-NON-ARCHIVEES
           DISPLAY 'CREANCES IMPAYEES    : ' WS-TOT-NB
           DISPLAY 'A IMPUTER (DECISION) : ' WS-CPT-A-DECIDER
           DISPLAY 'RESTE DU TOTAL       : ' WS-TOT-GENERAL
           DISPLAY '========================================'
           IF WS-CPT-MVT-REJETES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-DATE-JOUR TO WS-CONV-DATE
           PERFORM 15000-CONVERTIR-JULIEN
           MOVE WS-CONV-JULIEN TO WS-AUJOURDHUI-JUL

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           IF WS-DELAI-RELANCE = 0 OR WS-MAX-RELANCES = 0
               DISPLAY 'PARM INVALIDE : DELAI=nnn ET MAXREL=n > 0'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-FRCMVT
           IF FS-FRCMVT NOT = '00'
               DISPLAY 'PAS DE REGLEMENTS DE FRANCHISE (FRCMVT ABSENT)'
               SET FIN-FRCMVT TO TRUE
           ELSE
               SET FRCMVT-OUVERT TO TRUE
           END-IF

           OPEN I-O F-FRAREC
           IF FS-FRAREC NOT = '00'
               OPEN OUTPUT F-FRAREC
               IF FS-FRAREC = '00'
                   CLOSE F-FRAREC
                   OPEN I-O F-FRAREC
               END-IF
           END-IF
           IF FS-FRAREC NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FRAREC : ' FS-FRAREC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

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

           OPEN OUTPUT F-COURRIER
           IF FS-COURRIER NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COURRIER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'FRANCHISES A RECUPERER AU ' WS-DATE-JOUR
                  ' - RELANCE TOUS LES ' WS-DELAI-RELANCE
                  ' JOURS, ' WS-MAX-RELANCES ' AU PLUS'
               DELIMITED BY SIZE INTO FS-RAPPORT-REC
           END-STRING
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DELAI='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                       TO WS-DELAI-RELANCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'MAXREL='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:1)
                       TO WS-MAX-RELANCES
               END-IF
           END-PERFORM
           .

      * Conversion AAAAMMJJ en jour julien absolu                      *

       15000-CONVERTIR-JULIEN.
           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-CONV-DATE)
           .

      * Application des mouvements de FRCMVT a FRAREC                  *

       20000-CHARGER-MOUVEMENTS.
           READ F-FRCMVT
               AT END
                   SET FIN-FRCMVT TO TRUE
               NOT AT END
                   MOVE FS-FRCMVT-REC TO W-FRCMVT
                   ADD 1 TO WS-CPT-MVT-LUS
                   PERFORM 21000-TRAITER-MOUVEMENT
                       THRU FIN-21000-TRAITER-MOUVEMENT
           END-READ
           .

      * Un mouvement : controles, puis cumul sur la creance et nouvel  *
      * etat (reglement partiel P, solde S ou I, abandon A)            *

       21000-TRAITER-MOUVEMENT.
           IF FM-CODE OF W-FRCMVT NOT = 'R' AND NOT = 'I'
                   AND NOT = 'A'
               MOVE 'CODE MOUVEMENT INVALIDE (R/I/A)'
                   TO WS-LIGR-MOTIF
               PERFORM 22000-REJETER-MOUVEMENT
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           IF FM-CODE OF W-FRCMVT = 'R'
                   AND (FM-MONTANT OF W-FRCMVT NOT NUMERIC
                        OR FM-MONTANT OF W-FRCMVT = 0)
               MOVE 'MONTANT DE REGLEMENT NUL OU INVALIDE'
                   TO WS-LIGR-MOTIF
               PERFORM 22000-REJETER-MOUVEMENT
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

           MOVE FM-MAT OF W-FRCMVT     TO FS-FRC-CLE(1:6)
           MOVE FM-SIN-SEQ OF W-FRCMVT TO FS-FRC-CLE(7:4)
           READ F-FRAREC
               INVALID KEY
                   MOVE 'AUCUNE FRANCHISE A RECUPERER'
                       TO WS-LIGR-MOTIF
                   PERFORM 22000-REJETER-MOUVEMENT
                   GO TO FIN-21000-TRAITER-MOUVEMENT
           END-READ
           MOVE FS-FRC-REC TO W-FRAREC
           IF NOT FRC-A-RECOUVRER OF W-FRAREC
               MOVE 'FRANCHISE DEJA SOLDEE OU SANS OBJET'
                   TO WS-LIGR-MOTIF
               PERFORM 22000-REJETER-MOUVEMENT
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

           IF FM-DATE OF W-FRCMVT NUMERIC
                   AND FM-DATE OF W-FRCMVT > 0
               MOVE FM-DATE OF W-FRCMVT TO WS-DATE-MVT
           ELSE
               MOVE WS-DATE-JOUR TO WS-DATE-MVT
           END-IF
           COMPUTE WS-RESTE-DU = FRC-MONTANT OF W-FRAREC
               - FRC-MONTANT-REGLE OF W-FRAREC

           EVALUATE FM-CODE OF W-FRCMVT
               WHEN 'R'
                   MOVE FM-MONTANT OF W-FRCMVT TO WS-MONTANT-APPLIQUE
                   IF WS-MONTANT-APPLIQUE > WS-RESTE-DU
                       MOVE 'TROP-PERCU A REMBOURSER (ENCAISSE)'
                           TO WS-LIGR-MOTIF
                       MOVE FM-MAT OF W-FRCMVT TO WS-LIGR-MAT
                       MOVE FM-SIN-SEQ OF W-FRCMVT TO WS-LIGR-SEQ
                       MOVE FM-CODE OF W-FRCMVT TO WS-LIGR-CODE
                       MOVE FM-MONTANT OF W-FRCMVT TO WS-LIGR-MONTANT
                       MOVE WS-LIG-REJET TO FS-RAPPORT-REC
                       MOVE 'AVIS  : ' TO FS-RAPPORT-REC(1:8)
                       WRITE FS-RAPPORT-REC
                   END-IF
                   ADD WS-MONTANT-APPLIQUE
                       TO FRC-MONTANT-REGLE OF W-FRAREC
                   IF FRC-MONTANT-REGLE OF W-FRAREC
                           NOT < FRC-MONTANT OF W-FRAREC
                       MOVE 'S' TO FRC-STATUT OF W-FRAREC
                       ADD 1 TO WS-CPT-SOLDEES
                   ELSE
                       MOVE 'P' TO FRC-STATUT OF W-FRAREC
                   END-IF
               WHEN 'I'
                   IF FM-MONTANT OF W-FRCMVT NUMERIC
                           AND FM-MONTANT OF W-FRCMVT > 0
                           AND FM-MONTANT OF W-FRCMVT < WS-RESTE-DU
                       MOVE FM-MONTANT OF W-FRCMVT
                           TO WS-MONTANT-APPLIQUE
                   ELSE
                       MOVE WS-RESTE-DU TO WS-MONTANT-APPLIQUE
                   END-IF
                   ADD WS-MONTANT-APPLIQUE
                       TO FRC-MONTANT-REGLE OF W-FRAREC
                   IF FRC-MONTANT-REGLE OF W-FRAREC
                           NOT < FRC-MONTANT OF W-FRAREC
                       MOVE 'I' TO FRC-STATUT OF W-FRAREC
                       ADD 1 TO WS-CPT-SOLDEES
                   ELSE
                       MOVE 'P' TO FRC-STATUT OF W-FRAREC
                   END-IF
               WHEN 'A'
                   MOVE 'A' TO FRC-STATUT OF W-FRAREC
                   ADD 1 TO WS-CPT-SOLDEES
           END-EVALUATE
           MOVE WS-DATE-MVT TO FRC-DATE-STATUT OF W-FRAREC
           MOVE FM-REF OF W-FRCMVT TO FRC-REFERENCE OF W-FRAREC

           MOVE W-FRAREC TO FS-FRC-REC
           REWRITE FS-FRC-REC
               INVALID KEY
                   MOVE 'ECHEC MISE A JOUR FRAREC' TO WS-LIGR-MOTIF
                   PERFORM 22000-REJETER-MOUVEMENT
                   GO TO FIN-21000-TRAITER-MOUVEMENT
           END-REWRITE
           ADD 1 TO WS-CPT-MVT-APPLIQUES
           .
       FIN-21000-TRAITER-MOUVEMENT.
           EXIT.

       22000-REJETER-MOUVEMENT.
           MOVE FM-MAT OF W-FRCMVT     TO WS-LIGR-MAT
           MOVE FM-SIN-SEQ OF W-FRCMVT TO WS-LIGR-SEQ
           MOVE FM-CODE OF W-FRCMVT    TO WS-LIGR-CODE
           IF FM-MONTANT OF W-FRCMVT NUMERIC
               MOVE FM-MONTANT OF W-FRCMVT TO WS-LIGR-MONTANT
           ELSE
               MOVE 0 TO WS-LIGR-MONTANT
           END-IF
           MOVE WS-LIG-REJET TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-CPT-MVT-REJETES
           .

      * Balayage des creances : relance des creances exigibles,        *
      * cumul de l'anciennete par agence, propositions d'imputation    *
      * apres la derniere relance                                      *

       30000-SUIVRE-CREANCES.
           IF WS-CPT-MVT-LUS > 0
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           MOVE 'CREANCES RELANCEES SANS SUCCES - PROPOSITION D IMPUTATI
      -        'ON' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-DEC TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE LOW-VALUES TO FS-FRC-CLE
           START F-FRAREC KEY >= FS-FRC-CLE
               INVALID KEY
                   MOVE '10' TO FS-FRAREC
           END-START
           PERFORM 31000-LIRE-CREANCE-SUIVANTE
               UNTIL FS-FRAREC = '10'
           .

       31000-LIRE-CREANCE-SUIVANTE.
           READ F-FRAREC NEXT
               AT END
                   MOVE '10' TO FS-FRAREC
               NOT AT END
                   MOVE FS-FRC-REC TO W-FRAREC
                   IF FRC-A-RECOUVRER OF W-FRAREC
                       PERFORM 32000-SUIVRE-UNE-CREANCE
                   END-IF
           END-READ
           .

       32000-SUIVRE-UNE-CREANCE.
           COMPUTE WS-RESTE-DU = FRC-MONTANT OF W-FRAREC
               - FRC-MONTANT-REGLE OF W-FRAREC
           IF WS-RESTE-DU > 0
               PERFORM 33000-CUMULER-ANCIENNETE
               PERFORM 34000-DETERMINER-RELANCE
               IF RELANCE-A-FAIRE
                   PERFORM 35000-EDITER-RELANCE
                       THRU FIN-35000-EDITER-RELANCE
               END-IF
               IF FRC-NB-RELANCES OF W-FRAREC NOT < WS-MAX-RELANCES
                   PERFORM 37000-PROPOSER-IMPUTATION
               END-IF
           END-IF
           .

      * Anciennete depuis la creation (0-30 jours : pas encore         *
      * exigible), par agence                                          *

       33000-CUMULER-ANCIENNETE.
           MOVE FRC-DATE-CREATION OF W-FRAREC TO WS-CONV-DATE
           PERFORM 15000-CONVERTIR-JULIEN
           COMPUTE WS-AGE-JOURS = WS-AUJOURDHUI-JUL - WS-CONV-JULIEN
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 30
                   MOVE 1 TO WS-TRANCHE-IDX
               WHEN WS-AGE-JOURS <= 90
                   MOVE 2 TO WS-TRANCHE-IDX
               WHEN WS-AGE-JOURS <= 365
                   MOVE 3 TO WS-TRANCHE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-TRANCHE-IDX
           END-EVALUATE

           MOVE 0 TO WS-AGE-POS
           PERFORM 33100-COMPARER-AGENCE
               VARYING WS-IDX-AGENCE FROM 1 BY 1
               UNTIL WS-IDX-AGENCE > WS-NB-AGENCES
                   OR WS-AGE-POS > 0
           IF WS-AGE-POS = 0 AND WS-NB-AGENCES < 50
               ADD 1 TO WS-NB-AGENCES
               MOVE WS-NB-AGENCES TO WS-AGE-POS
               MOVE FRC-AGENCE OF W-FRAREC TO WS-AGE-CODE(WS-AGE-POS)
               MOVE 0 TO WS-AGE-NB(WS-AGE-POS)
               MOVE 0 TO WS-AGE-TRANCHE(WS-AGE-POS, 1)
               MOVE 0 TO WS-AGE-TRANCHE(WS-AGE-POS, 2)
               MOVE 0 TO WS-AGE-TRANCHE(WS-AGE-POS, 3)
               MOVE 0 TO WS-AGE-TRANCHE(WS-AGE-POS, 4)
               MOVE 0 TO WS-AGE-TOTAL(WS-AGE-POS)
           END-IF
           IF WS-AGE-POS > 0
               ADD 1 TO WS-AGE-NB(WS-AGE-POS)
               ADD WS-RESTE-DU
                   TO WS-AGE-TRANCHE(WS-AGE-POS, WS-TRANCHE-IDX)
               ADD WS-RESTE-DU TO WS-AGE-TOTAL(WS-AGE-POS)
           END-IF
           ADD 1 TO WS-TOT-NB
           ADD WS-RESTE-DU TO WS-TOT-TRANCHE(WS-TRANCHE-IDX)
           ADD WS-RESTE-DU TO WS-TOT-GENERAL
           .

       33100-COMPARER-AGENCE.
           IF WS-AGE-CODE(WS-IDX-AGENCE) = FRC-AGENCE OF W-FRAREC
               MOVE WS-IDX-AGENCE TO WS-AGE-POS
           END-IF
           .

      * Relance due : exigibilite atteinte, et DELAI jours ecoules     *
      * depuis la relance precedente, dans la limite de MAXREL         *

       34000-DETERMINER-RELANCE.
           MOVE 'N' TO WS-RELANCE-A-FAIRE
           IF WS-DATE-JOUR NOT < FRC-DATE-ECHEANCE OF W-FRAREC
                   AND FRC-NB-RELANCES OF W-FRAREC < WS-MAX-RELANCES
               IF FRC-NB-RELANCES OF W-FRAREC = 0
                   SET RELANCE-A-FAIRE TO TRUE
               ELSE
                   MOVE FRC-DATE-RELANCE OF W-FRAREC TO WS-CONV-DATE
                   PERFORM 15000-CONVERTIR-JULIEN
                   IF WS-AUJOURDHUI-JUL - WS-CONV-JULIEN
                           NOT < WS-DELAI-RELANCE
                       SET RELANCE-A-FAIRE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * Lettre de relance : adresse du vehicule du sinistre, canal     *
      * PGMNOTIF (avis RELFRANC), archivage au registre (type RFR) ;   *
      * la relance est notee sur la creance                            *

       35000-EDITER-RELANCE.
           MOVE FRC-MAT OF W-FRAREC TO FS-ASSURES-MAT
           MOVE FRC-SEQ-VEHICULE OF W-FRAREC TO FS-ASSURES-SEQ
           READ F-ASSURES
               INVALID KEY
                   ADD 1 TO WS-CPT-SANS-ADRESSE
                   GO TO FIN-35000-EDITER-RELANCE
           END-READ
           MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES

           ADD 1 TO FRC-NB-RELANCES OF W-FRAREC
           MOVE WS-DATE-JOUR TO FRC-DATE-RELANCE OF W-FRAREC

           MOVE FRC-MAT OF W-FRAREC TO WS-REF-MAT
           MOVE FRC-SIN-SEQ OF W-FRAREC TO WS-REF-SEQ
           MOVE FRC-NB-RELANCES OF W-FRAREC TO WS-OBJ-NB-REL
           MOVE WS-RESTE-DU TO WS-COR2-MONTANT
           MOVE FRC-DATE-ECHEANCE OF W-FRAREC TO WS-COR3-ECHEANCE
           MOVE ')' TO WS-LIG-CORPS3(68:1)
           PERFORM 36000-CHOISIR-CANAL
           PERFORM 36100-OUVRIR-ARCHIVE

           MOVE WS-LIG-SEPARATION TO FS-COURRIER-REC
           WRITE FS-COURRIER-REC

           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-ADR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-OBJET TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-REFERENCE TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS1 TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS2 TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS3 TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-DATE-JOUR TO WS-EDI-DATE
           MOVE WS-LIG-EDITION TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE
           MOVE WS-LIG-CANAL TO FS-COURRIER-REC
           PERFORM 36200-ECRIRE-LIGNE

           PERFORM 36300-FERMER-ARCHIVE
           ADD 1 TO WS-CPT-RELANCES

           MOVE W-FRAREC TO FS-FRC-REC
           REWRITE FS-FRC-REC
               INVALID KEY
                   DISPLAY 'ANOMALIE - RELANCE NON NOTEE '
                           FRC-MAT OF W-FRAREC '/'
                           FRC-SIN-SEQ OF W-FRAREC
           END-REWRITE
           .
       FIN-35000-EDITER-RELANCE.
           EXIT.

      * Canal d'envoi par PGMNOTIF (email, a defaut SMS, sinon         *
      * courrier) - variables de l'avis : reference, reste du,         *
      * date d'exigibilite, numero de relance                          *

       36000-CHOISIR-CANAL.
           MOVE SPACES TO WS-COM-NOTIF
           MOVE 'N' TO WS-NTF-FONCTION
           MOVE FRC-MAT OF W-FRAREC TO WS-NTF-MAT
           MOVE 'RELFRANC' TO WS-NTF-MODELE
           MOVE 'FRCASSU' TO WS-NTF-PROGRAMME
           MOVE WS-LIG-REFERENCE(24:11) TO WS-NTF-VAR(1)
           MOVE WS-RESTE-DU TO WS-ED-MONTANT
           MOVE WS-ED-MONTANT TO WS-NTF-VAR(2)
           MOVE FRC-DATE-ECHEANCE OF W-FRAREC TO WS-NTF-VAR(3)
           MOVE FRC-NB-RELANCES OF W-FRAREC TO WS-NTF-VAR(4)
           CALL WS-NOM-PGMNOTIF USING WS-COM-NOTIF
           MOVE WS-NTF-ADRESSE TO WS-CAN-EMAIL
           EVALUATE WS-NTF-CANAL
               WHEN 'E'
                   MOVE 'EMAIL    ' TO WS-CAN-LIBELLE
               WHEN 'S'
                   MOVE 'SMS      ' TO WS-CAN-LIBELLE
               WHEN OTHER
                   MOVE 'C' TO WS-NTF-CANAL
                   MOVE 'COURRIER ' TO WS-CAN-LIBELLE
           END-EVALUATE
           .

      * Inscription de la lettre au registre des courriers (type RFR,  *
      * reference du sinistre) - registre indisponible = lettre        *
      * editee mais non archivee                                       *

       36100-OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-COM-CORR
           MOVE 'O' TO WS-COR-FONCTION
           MOVE FRC-MAT OF W-FRAREC TO WS-COR-MAT
           MOVE 'RFR' TO WS-COR-TYPE-DOC
           MOVE 'FRCASSU' TO WS-COR-PROGRAMME
           MOVE WS-NTF-CANAL TO WS-COR-CANAL
           MOVE WS-LIG-REFERENCE(24:11) TO WS-COR-REFERENCE
           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-COR-NOM-PRE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-COR-RUE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-COR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-COR-VILLE
           MOVE WS-CAN-EMAIL TO WS-COR-EMAIL
           CALL WS-NOM-PGMCORR USING WS-COM-CORR
           IF WS-COR-RETOUR = 00
               SET COR-ARCHIVEE TO TRUE
           ELSE
               MOVE 'N' TO WS-COR-ARCHIVEE
               ADD 1 TO WS-CPT-NON-ARCHIVEES
           END-IF
           .

       36200-ECRIRE-LIGNE.
           WRITE FS-COURRIER-REC
           IF COR-ARCHIVEE
               MOVE 'L' TO WS-COR-FONCTION
               MOVE FS-COURRIER-REC TO WS-COR-LIGNE
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

       36300-FERMER-ARCHIVE.
           IF COR-ARCHIVEE
               MOVE 'F' TO WS-COR-FONCTION
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

      * Creance relancee MAXREL fois sans succes : proposition         *
      * d'imputation sur un sinistre plus recent de l'assure encore    *
      * actif et indemnisable, sinon a l'echeance de renouvellement    *
      * du vehicule (DATE-EXPIR-A4)                                    *

       37000-PROPOSER-IMPUTATION.
           MOVE SPACES TO WS-PROPOSITION
           MOVE 'N' TO WS-SIN-IMPUTABLE
           MOVE FRC-MAT OF W-FRAREC TO FS-SINISTRE-MAT
           MOVE FRC-SIN-SEQ OF W-FRAREC TO FS-SINISTRE-SEQ
           START F-SINISTRE KEY > FS-SINISTRE-KEY
               INVALID KEY
                   MOVE '10' TO FS-SINISTRE
           END-START
           PERFORM 37100-EXAMINER-SINISTRE
               UNTIL FS-SINISTRE NOT = '00'
                  OR SIN-IMPUTABLE

           IF NOT SIN-IMPUTABLE
               MOVE FRC-MAT OF W-FRAREC TO FS-ASSURES-MAT
               MOVE FRC-SEQ-VEHICULE OF W-FRAREC TO FS-ASSURES-SEQ
               READ F-ASSURES
                   INVALID KEY
                       MOVE 'VEHICULE SORTI - ABANDON ?'
                           TO WS-PROPOSITION
                   NOT INVALID KEY
                       MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                       MOVE DATE-EXPIR-A4 IN WS-ASSURE-CASSURES
                           TO WS-CONV-DATE
                       STRING 'ECHEANCE ' WS-CONV-DATE
                           DELIMITED BY SIZE INTO WS-PROPOSITION
                       END-STRING
               END-READ
           END-IF

           MOVE FRC-MAT OF W-FRAREC TO WS-LIGD-MAT
           MOVE FRC-SIN-SEQ OF W-FRAREC TO WS-LIGD-SEQ
           MOVE FRC-AGENCE OF W-FRAREC TO WS-LIGD-AGENCE
           MOVE WS-RESTE-DU TO WS-LIGD-RESTE
           MOVE FRC-DATE-ECHEANCE OF W-FRAREC TO WS-LIGD-ECHEANCE
           MOVE FRC-NB-RELANCES OF W-FRAREC TO WS-LIGD-NB-REL
           MOVE WS-PROPOSITION TO WS-LIGD-PROPOSITION
           MOVE WS-LIG-DECISION TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-CPT-A-DECIDER
           .

       37100-EXAMINER-SINISTRE.
           READ F-SINISTRE NEXT
               AT END
                   MOVE '10' TO FS-SINISTRE
               NOT AT END
                   IF FS-SINISTRE-MAT NOT = FRC-MAT OF W-FRAREC
                       MOVE '10' TO FS-SINISTRE
                   ELSE
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       IF SIN-ETAT IN W-SINISTRE NOT = 'X'
                               AND SIN-MONTANT-NET IN W-SINISTRE
                                   NOT < WS-RESTE-DU
                           SET SIN-IMPUTABLE TO TRUE
                           STRING 'SINISTRE '
                                  SIN-SEQ IN W-SINISTRE
                               DELIMITED BY SIZE INTO WS-PROPOSITION
                           END-STRING
                       END-IF
                   END-IF
           END-READ
           .

      * Anciennete des franchises impayees par agence                  *

       40000-EDITER-ANCIENNETE.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ANCIENNETE DES FRANCHISES IMPAYEES PAR AGENCE (RESTE DU
      -        ')' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-AGE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 41000-EDITER-UNE-AGENCE
               VARYING WS-IDX-AGENCE FROM 1 BY 1
               UNTIL WS-IDX-AGENCE > WS-NB-AGENCES

           MOVE SPACES TO WS-LIG-AGENCE
           MOVE 'TOT' TO WS-LIGA-AGENCE
           MOVE WS-TOT-NB TO WS-LIGA-NB
           PERFORM VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > 4
               MOVE WS-TOT-TRANCHE(WS-TRANCHE-IDX)
                   TO WS-LIGA-MT(WS-TRANCHE-IDX)
           END-PERFORM
           MOVE WS-TOT-GENERAL TO WS-LIGA-TOTAL
           MOVE WS-LIG-AGENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'MOUVEMENTS APPLIQUES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-MVT-APPLIQUES TO WS-LIGT-NOMBRE
           PERFORM 42000-ECRIRE-TOTAL
           MOVE 'MOUVEMENTS REJETES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-MVT-REJETES TO WS-LIGT-NOMBRE
           PERFORM 42000-ECRIRE-TOTAL
           MOVE 'LETTRES DE RELANCE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RELANCES TO WS-LIGT-NOMBRE
           PERFORM 42000-ECRIRE-TOTAL
           MOVE 'RELANCES SANS ADRESSE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SANS-ADRESSE TO WS-LIGT-NOMBRE
           PERFORM 42000-ECRIRE-TOTAL
           MOVE 'CREANCES A IMPUTER (DECISION)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-A-DECIDER TO WS-LIGT-NOMBRE
           PERFORM 42000-ECRIRE-TOTAL
           .

       41000-EDITER-UNE-AGENCE.
           MOVE SPACES TO WS-LIG-AGENCE
           MOVE WS-AGE-CODE(WS-IDX-AGENCE) TO WS-LIGA-AGENCE
           MOVE WS-AGE-NB(WS-IDX-AGENCE) TO WS-LIGA-NB
           PERFORM VARYING WS-TRANCHE-IDX FROM 1 BY 1
               UNTIL WS-TRANCHE-IDX > 4
               MOVE WS-AGE-TRANCHE(WS-IDX-AGENCE, WS-TRANCHE-IDX)
                   TO WS-LIGA-MT(WS-TRANCHE-IDX)
           END-PERFORM
           MOVE WS-AGE-TOTAL(WS-IDX-AGENCE) TO WS-LIGA-TOTAL
           MOVE WS-LIG-AGENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       42000-ECRIRE-TOTAL.
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - le fichier de mouvements applique est vide *

       50000-FIN.
           IF FRCMVT-OUVERT
               CLOSE F-FRCMVT
               OPEN OUTPUT F-FRCMVT
               CLOSE F-FRCMVT
           END-IF
           CLOSE F-FRAREC
           CLOSE F-ASSURES
           CLOSE F-SINISTRE
           CLOSE F-COURRIER
           CLOSE F-RAPPORT
           .
