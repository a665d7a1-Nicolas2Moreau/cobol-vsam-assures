       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRASSU.

      * READRESSAGE EN MASSE - fusions de communes (communes nouvelles)*
      * et renumerotations de codes postaux : les adresses d'ASSURES3  *
      * restent sur l'ancien CP/ancienne commune et VALASSU comme le   *
      * courrier finissent par les rejeter. Ce batch ponctuel applique *
      * la table de correspondance DATA/CPFUSION (une ligne par        *
      * ancienne commune : ancien CP, ancienne commune, nouveau CP,    *
      * nouvelle commune - ancienne commune a blanc = toutes les       *
      * communes de l'ancien CP, nouvelle commune a blanc = commune    *
      * conservee) a chaque vehicule concerne.                         *
      * Chaque changement est journalise comme mouvement d'adresse     *
      * (code 'D', ancien CP/ancienne commune portes en queue          *
      * d'enregistrement JOURNAL) sous le lot indique - BCKASSU        *
      * BATCH=lot sait le defaire. Une adresse en retour NPAI est      *
      * levee sur la nouvelle adresse (PGMNPAI, comme une modification *
      * d'adresse MAJASSV2).                                           *
      * Un vehicule qui change de zone de tarif (prefixe CP) ou de     *
      * region (WORK/REGIONS.dat) est liste pour revue de prime, avec  *
      * la prime actuelle et la prime indicative PGMTARIF sur le       *
      * nouveau CP : la prime n'est jamais modifiee ici.               *
      * Le batch tourne en SIMULATION par defaut (liste complete, rien *
      * n'est ecrit) ; REEL n'est a passer qu'apres relecture de la    *
      * liste de simulation.                                           *
      * PARM : [LOT=xxxxxx][,REEL]                                     *
      *   LOT    identifiant de lot journalise (defaut READRS)         *
      *   REEL   application effective (ASSURES3, JOURNAL, NPAI)       *
      * Code retour 4 si des lignes de correspondance sont rejetees ou *
      * si des vehicules sont a revoir en prime                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CPFUSION ASSIGN TO "DATA/CPFUSION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CPFUSION.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

           SELECT F-RAPPORT ASSIGN TO "WORK/ADRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CPFUSION.
       01  FS-CPF-REC.
           05 FS-CPF-ANC-CP        PIC X(5).
           05 FILLER               PIC X(1).
           05 FS-CPF-ANC-VILLE     PIC X(12).
           05 FILLER               PIC X(1).
           05 FS-CPF-NOUV-CP       PIC X(5).
           05 FILLER               PIC X(1).
           05 FS-CPF-NOUV-VILLE    PIC X(12).
           05 FILLER               PIC X(43).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-CODE-MVT      PIC X.
           05 FS-JRN-PRIME-AVANT   PIC 9(6)V99.
           05 FS-JRN-BM-AVANT      PIC X.
           05 FS-JRN-TAUX-AVANT    PIC 99.
           05 FS-JRN-BATCH-ID      PIC X(6).
           05 FS-JRN-DATE-MVT      PIC 9(8).
           05 FS-JRN-RESTE.
               10 FS-JRN-PRIME-APRES  PIC 9(6)V99.
               10 FS-JRN-BM-APRES     PIC X.
               10 FS-JRN-TAUX-APRES   PIC 99.
      * Pour le code 'D' (readressage), le reste porte le
      * SEQ-VEHICULE-A4 du vehicule readresse (1-2), l'ancien CP (3-7)
      * et l'ancienne commune (8-19) - c'est l'adresse que BCKASSU
      * restaure au backout du lot
               10 FS-JRN-RESTE2       PIC X(37).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-CPFUSION               PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

      * PARM
       01  WS-PARM-LOT               PIC X(6) VALUE 'READRS'.
       01  WS-OPT-REEL               PIC X VALUE 'N'.
           88 OPT-REEL-ON                VALUE 'O'.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 5 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-DATE-JOUR              PIC 9(8).

      * Table de correspondance chargee depuis DATA/CPFUSION
       01  WS-TABLE-CPFUSION.
           05 WS-CPF-ENTREE OCCURS 500 TIMES.
               10 WS-CPF-ANC-CP      PIC 9(5).
               10 WS-CPF-ANC-VILLE   PIC X(12).
               10 WS-CPF-NOUV-CP     PIC 9(5).
               10 WS-CPF-NOUV-VILLE  PIC X(12).
       01  WS-NB-CPF-CHARGEES        PIC 9(3) VALUE 0.
       01  WS-CPF-IDX                PIC 9(3).
       01  WS-CPF-POS                PIC 9(3) VALUE 0.
       01  WS-CPF-MOTIF-REJET        PIC X(30).

      * Table des regions (prefixe CP -> code region)
           COPY CREGION.
       01  WS-NB-REG-CHARGEES        PIC 99 VALUE 0.
       01  WS-REG-IDX-CHERCHE        PIC 99.
       01  WS-REG-CODE-TROUVE        PIC X(3).
       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-CP-PREFIXE             PIC X(2).

      * Adresse avant/apres du vehicule courant
       01  WS-ANC-CP                 PIC 9(5).
       01  WS-ANC-VILLE              PIC X(12).
       01  WS-NOUV-CP                PIC 9(5).
       01  WS-NOUV-VILLE             PIC X(12).
       01  WS-ANC-ZONE               PIC X(2).
       01  WS-NOUV-ZONE              PIC X(2).
       01  WS-ANC-REGION             PIC X(3).
       01  WS-NOUV-REGION            PIC X(3).
       01  WS-IND-REVUE              PIC X(2).

      * Zone d'appel PGMTARIF (meme zone que MAJASSV2) - prime
      * indicative sur le nouveau CP d'un vehicule a revoir
       01  WS-NOM-PGMTARIF          PIC X(8) VALUE 'PGMTARIF'.
       01  WS-COM-TARIF.
           05 WS-TAR-CP             PIC 9(5).
           05 WS-TAR-TYPE-V         PIC X(1).
           05 WS-TAR-BM             PIC X(1).
           05 WS-TAR-TAUX           PIC 99.
           05 WS-TAR-DUREE          PIC X(1).
           05 WS-TAR-DATE           PIC 9(8).
           05 WS-TAR-PRIME-BASE     PIC 9(6)V99.
           05 WS-TAR-PRIME          PIC 9(6)V99.
           05 WS-TAR-RETOUR         PIC 99.
           05 FILLER                PIC X(14).

      * Adresses en retour NPAI (PGMNPAI) - levee sur nouvelle adresse
       01  WS-NOM-PGMNPAI          PIC X(8) VALUE 'PGMNPAI'.
       01  WS-COM-NPAI.
           05 WS-NPA-FONCTION      PIC X(1).
           05 WS-NPA-MAT           PIC X(6).
           05 WS-NPA-TYPE-DOC      PIC X(3).
           05 WS-NPA-DATE-RETOUR   PIC 9(8).
           05 WS-NPA-ADRESSE.
               10 WS-NPA-RUE       PIC X(18).
               10 WS-NPA-CP        PIC 9(5).
               10 WS-NPA-VILLE     PIC X(12).
           05 WS-NPA-PROGRAMME     PIC X(8).
           05 WS-NPA-ETAT          PIC X(1).
           05 WS-NPA-DATE-SIGNAL   PIC 9(8).
           05 WS-NPA-NB-RETOURS    PIC 9(3).
           05 WS-NPA-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

      * Vehicules a revoir en prime, edites en fin de rapport
       01  WS-TAB-REVUE.
           05 WS-REV-ENTREE OCCURS 1000 TIMES.
               10 WS-REV-LIGNE      PIC X(80).
       01  WS-NB-REVUE               PIC 9(4) VALUE 0.
       01  WS-REV-IDX                PIC 9(4).

      * Compteurs
       01  WS-CPT-LIGNES-CPF         PIC 9(4) VALUE 0.
       01  WS-CPT-REJETS-CPF         PIC 9(4) VALUE 0.
       01  WS-CPT-LUS                PIC 9(6) VALUE 0.
       01  WS-CPT-READRESSES         PIC 9(6) VALUE 0.
       01  WS-CPT-A-REVOIR           PIC 9(6) VALUE 0.
       01  WS-CPT-REVUE-DEBORD       PIC 9(6) VALUE 0.
       01  WS-CPT-NPAI-LEVES         PIC 9(6) VALUE 0.

      * Lignes du rapport
       01  WS-LIG-REJET.
           05 FILLER                PIC X(8) VALUE 'REJET : '.
           05 WS-LIGJ-LIGNE         PIC X(37).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGJ-MOTIF         PIC X(30).
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGD-SEQ           PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-ANC-CP        PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-ANC-VILLE     PIC X(12).
           05 FILLER                PIC X(4) VALUE ' -> '.
           05 WS-LIGD-NOUV-CP       PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-NOUV-VILLE    PIC X(12).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-REVUE         PIC X(2).
       01  WS-LIG-REVUE.
           05 WS-LIGV-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGV-SEQ           PIC 9(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGV-ANC-ZONE      PIC X(2).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGV-ANC-REGION    PIC X(3).
           05 FILLER                PIC X(4) VALUE ' -> '.
           05 WS-LIGV-NOUV-ZONE     PIC X(2).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGV-NOUV-REGION   PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGV-TYPE-V        PIC X(1).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGV-PRIME         PIC Z(5)9.99.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGV-PRIME-IND     PIC Z(5)9.99.
           05 WS-LIGV-PRIME-IND-X REDEFINES WS-LIGV-PRIME-IND
                                    PIC X(9).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'READRESSAGE EN MASSE (FUSIONS DE COMMUNES)'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER UNTIL FS-ASSURES = '10'
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'LIGNES CORRESPONDANCE: ' WS-CPT-LIGNES-CPF
           DISPLAY 'LIGNES REJETEES      : ' WS-CPT-REJETS-CPF
           DISPLAY 'VEHICULES LUS        : ' WS-CPT-LUS
           DISPLAY 'VEHICULES READRESSES : ' WS-CPT-READRESSES
           DISPLAY 'A REVOIR EN PRIME    : ' WS-CPT-A-REVOIR
           DISPLAY 'ADRESSES NPAI LEVEES : ' WS-CPT-NPAI-LEVES
           IF NOT OPT-REEL-ON
               DISPLAY 'MODE SIMULATION - AUCUNE ECRITURE'
           END-IF
           DISPLAY '========================================'
           IF WS-CPT-REJETS-CPF > 0 OR WS-CPT-A-REVOIR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'READRESSAGE EN MASSE (FUSIONS DE COMMUNES)'
               TO FS-RAPPORT-REC
           IF NOT OPT-REEL-ON
               MOVE '- SIMULATION' TO FS-RAPPORT-REC(44:12)
           END-IF
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 11000-CHARGER-CPFUSION
           IF WS-NB-CPF-CHARGEES = 0
               DISPLAY 'AUCUNE CORRESPONDANCE VALIDE DANS CPFUSION'
               CLOSE F-RAPPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 12000-CHARGER-REGIONS

           IF OPT-REEL-ON
               OPEN I-O F-ASSURES
           ELSE
               OPEN INPUT F-ASSURES
           END-IF
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF OPT-REEL-ON
               OPEN EXTEND F-JOURNAL
               IF FS-JRN NOT = '00'
                   OPEN OUTPUT F-JOURNAL
               END-IF
               IF FS-JRN NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE JOURNAL : ' FS-JRN
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES READRESSES (Z=ZONE R=REGION A REVOIR)'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
                    WS-PARM-TOK(3) WS-PARM-TOK(4)
                    WS-PARM-TOK(5)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 5
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'LOT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-LOT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'REEL'
                   SET OPT-REEL-ON TO TRUE
               END-IF
           END-PERFORM
           .

      * Chargement de la table de correspondance - une ligne           *
      * invalide est listee et ignoree, le reste du fichier passe      *

       11000-CHARGER-CPFUSION.
           OPEN INPUT F-CPFUSION
           IF FS-CPFUSION NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DATA/CPFUSION : ' FS-CPFUSION
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 11100-LIRE-CORRESPONDANCE
               THRU FIN-11100-LIRE-CORRESPONDANCE
               UNTIL FS-CPFUSION = '10'
           CLOSE F-CPFUSION
           .

       11100-LIRE-CORRESPONDANCE.
           READ F-CPFUSION
               AT END
                   GO TO FIN-11100-LIRE-CORRESPONDANCE
           END-READ
           IF FS-CPF-REC = SPACES
               GO TO FIN-11100-LIRE-CORRESPONDANCE
           END-IF
           ADD 1 TO WS-CPT-LIGNES-CPF

           MOVE SPACES TO WS-CPF-MOTIF-REJET
           EVALUATE TRUE
               WHEN FS-CPF-ANC-CP NOT NUMERIC
                   MOVE 'ANCIEN CP NON NUMERIQUE'
                       TO WS-CPF-MOTIF-REJET
               WHEN FS-CPF-NOUV-CP NOT NUMERIC
                   MOVE 'NOUVEAU CP NON NUMERIQUE'
                       TO WS-CPF-MOTIF-REJET
               WHEN FS-CPF-NOUV-VILLE = SPACES
                       AND FS-CPF-NOUV-CP = FS-CPF-ANC-CP
                   MOVE 'AUCUN CHANGEMENT' TO WS-CPF-MOTIF-REJET
               WHEN FS-CPF-NOUV-CP = FS-CPF-ANC-CP
                       AND FS-CPF-NOUV-VILLE = FS-CPF-ANC-VILLE
                   MOVE 'AUCUN CHANGEMENT' TO WS-CPF-MOTIF-REJET
               WHEN FS-CPF-ANC-VILLE = SPACES
                       AND FS-CPF-NOUV-CP = FS-CPF-ANC-CP
                   MOVE 'COMMUNE REQUISE SI CP INCHANGE'
                       TO WS-CPF-MOTIF-REJET
               WHEN WS-NB-CPF-CHARGEES >= 500
                   MOVE 'TABLE PLEINE (500)' TO WS-CPF-MOTIF-REJET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-CPF-MOTIF-REJET NOT = SPACES
               ADD 1 TO WS-CPT-REJETS-CPF
               MOVE FS-CPF-REC(1:37) TO WS-LIGJ-LIGNE
               MOVE WS-CPF-MOTIF-REJET TO WS-LIGJ-MOTIF
               MOVE WS-LIG-REJET TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               GO TO FIN-11100-LIRE-CORRESPONDANCE
           END-IF

           ADD 1 TO WS-NB-CPF-CHARGEES
           MOVE FS-CPF-ANC-CP
               TO WS-CPF-ANC-CP(WS-NB-CPF-CHARGEES)
           MOVE FS-CPF-ANC-VILLE
               TO WS-CPF-ANC-VILLE(WS-NB-CPF-CHARGEES)
           MOVE FS-CPF-NOUV-CP
               TO WS-CPF-NOUV-CP(WS-NB-CPF-CHARGEES)
           MOVE FS-CPF-NOUV-VILLE
               TO WS-CPF-NOUV-VILLE(WS-NB-CPF-CHARGEES)
           .
       FIN-11100-LIRE-CORRESPONDANCE.
           EXIT.

       12000-CHARGER-REGIONS.
           OPEN INPUT F-REGIONS
           IF FS-REGIONS NOT = '00'
               DISPLAY 'REGIONS.dat ABSENT - REGION INCONNUE'
           ELSE
               PERFORM 12100-LIRE-ENTREE-REGION
                   UNTIL FS-REGIONS = '10'
               CLOSE F-REGIONS
           END-IF
           .

       12100-LIRE-ENTREE-REGION.
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

      * Traitement d'un vehicule ASSURES3                              *

       20000-TRAITER.
           READ F-ASSURES
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                   PERFORM 21000-EXAMINER-ADRESSE
                       THRU FIN-21000-EXAMINER-ADRESSE
           END-READ
           .

       21000-EXAMINER-ADRESSE.
      * Correspondance exacte CP + commune d'abord, a defaut une ligne
      * generique (ancienne commune a blanc) sur le CP
           MOVE 0 TO WS-CPF-POS
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
               UNTIL WS-CPF-IDX > WS-NB-CPF-CHARGEES
                   OR WS-CPF-POS > 0
               IF WS-CPF-ANC-CP(WS-CPF-IDX) = CP-A4
                       AND WS-CPF-ANC-VILLE(WS-CPF-IDX) = VILLE-A4
                   MOVE WS-CPF-IDX TO WS-CPF-POS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1
               UNTIL WS-CPF-IDX > WS-NB-CPF-CHARGEES
                   OR WS-CPF-POS > 0
               IF WS-CPF-ANC-CP(WS-CPF-IDX) = CP-A4
                       AND WS-CPF-ANC-VILLE(WS-CPF-IDX) = SPACES
                   MOVE WS-CPF-IDX TO WS-CPF-POS
               END-IF
           END-PERFORM
           IF WS-CPF-POS = 0
               GO TO FIN-21000-EXAMINER-ADRESSE
           END-IF

           MOVE CP-A4 TO WS-ANC-CP
           MOVE VILLE-A4 TO WS-ANC-VILLE
           MOVE WS-CPF-NOUV-CP(WS-CPF-POS) TO WS-NOUV-CP
           MOVE WS-CPF-NOUV-VILLE(WS-CPF-POS) TO WS-NOUV-VILLE
           IF WS-NOUV-VILLE = SPACES
               MOVE VILLE-A4 TO WS-NOUV-VILLE
           END-IF
           IF WS-NOUV-CP = WS-ANC-CP AND WS-NOUV-VILLE = WS-ANC-VILLE
               GO TO FIN-21000-EXAMINER-ADRESSE
           END-IF

      * Zone de tarif (prefixe CP, comme TARIFS) et region avant/apres
           MOVE SPACES TO WS-IND-REVUE
           COMPUTE WS-CP-PREFIXE-NUM = WS-ANC-CP / 1000
           MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
           MOVE WS-CP-PREFIXE TO WS-ANC-ZONE
           PERFORM 22250-RESOUDRE-REGION
           MOVE WS-REG-CODE-TROUVE TO WS-ANC-REGION
           COMPUTE WS-CP-PREFIXE-NUM = WS-NOUV-CP / 1000
           MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
           MOVE WS-CP-PREFIXE TO WS-NOUV-ZONE
           PERFORM 22250-RESOUDRE-REGION
           MOVE WS-REG-CODE-TROUVE TO WS-NOUV-REGION
           IF WS-NOUV-ZONE NOT = WS-ANC-ZONE
               MOVE 'Z' TO WS-IND-REVUE(1:1)
           END-IF
           IF WS-NOUV-REGION NOT = WS-ANC-REGION
               MOVE 'R' TO WS-IND-REVUE(2:1)
           END-IF

           MOVE MAT-A4 TO WS-LIGD-MAT
           MOVE SEQ-VEHICULE-A4 TO WS-LIGD-SEQ
           MOVE WS-ANC-CP TO WS-LIGD-ANC-CP
           MOVE WS-ANC-VILLE TO WS-LIGD-ANC-VILLE
           MOVE WS-NOUV-CP TO WS-LIGD-NOUV-CP
           MOVE WS-NOUV-VILLE TO WS-LIGD-NOUV-VILLE
           MOVE WS-IND-REVUE TO WS-LIGD-REVUE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF WS-IND-REVUE NOT = SPACES
               PERFORM 23000-NOTER-REVUE-PRIME
           END-IF

           IF OPT-REEL-ON
               PERFORM 22000-JOURNALISER-ADRESSE
               MOVE WS-NOUV-CP TO CP-A4
               MOVE WS-NOUV-VILLE TO VILLE-A4
               MOVE WS-ASSURE-CASSURES TO FS-ASSURES-REC
               REWRITE FS-ASSURES-REC
                   INVALID KEY
                       DISPLAY 'ERREUR REECRITURE MATRICULE ' MAT-A4
               END-REWRITE
               PERFORM 24000-LEVER-NPAI
           END-IF

           ADD 1 TO WS-CPT-READRESSES
           .
       FIN-21000-EXAMINER-ADRESSE.
           EXIT.

      * Journaliser le readressage (code 'D') - prime/BM/taux inchanges*
      * avant comme apres, l'ancienne adresse en queue : tout ce qu'il *
      * faut a BCKASSU pour defaire le lot                             *

       22000-JOURNALISER-ADRESSE.
           MOVE SPACES TO FS-JRN-REC
           MOVE MAT-A4 TO FS-JRN-MATRICULE
           MOVE 'D' TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 TO FS-JRN-TAUX-AVANT
           MOVE WS-PARM-LOT TO FS-JRN-BATCH-ID
           MOVE WS-DATE-JOUR TO FS-JRN-DATE-MVT
           MOVE PRIME-A4 TO FS-JRN-PRIME-APRES
           MOVE BM-A4 TO FS-JRN-BM-APRES
           MOVE TAUX-A4 TO FS-JRN-TAUX-APRES
           MOVE SEQ-VEHICULE-A4 TO FS-JRN-RESTE2(1:2)
           MOVE WS-ANC-CP TO FS-JRN-RESTE2(3:5)
           MOVE WS-ANC-VILLE TO FS-JRN-RESTE2(8:12)
           WRITE FS-JRN-REC
           .

       22250-RESOUDRE-REGION.
           MOVE '???' TO WS-REG-CODE-TROUVE
           PERFORM 22260-COMPARER-REGION
               VARYING WS-REG-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-REG-IDX-CHERCHE > WS-NB-REG-CHARGEES
           .

       22260-COMPARER-REGION.
           IF WS-REG-PREFIXE(WS-REG-IDX-CHERCHE) = WS-CP-PREFIXE
               MOVE WS-REG-CODE(WS-REG-IDX-CHERCHE)
                   TO WS-REG-CODE-TROUVE
           END-IF
           .

      * Vehicule a revoir en prime - prime indicative PGMTARIF sur le  *
      * nouveau CP a la date du jour, BM/taux/duree en place (meme     *
      * appel que la substitution MAJASSV2), pour information seule    *

       23000-NOTER-REVUE-PRIME.
           ADD 1 TO WS-CPT-A-REVOIR
           MOVE SPACES TO WS-COM-TARIF
           MOVE WS-NOUV-CP     TO WS-TAR-CP
           MOVE TYPE-V-A4      TO WS-TAR-TYPE-V
           MOVE BM-A4          TO WS-TAR-BM
           MOVE TAUX-A4        TO WS-TAR-TAUX
           MOVE DUREE-A4       TO WS-TAR-DUREE
           MOVE WS-DATE-JOUR   TO WS-TAR-DATE
           CALL WS-NOM-PGMTARIF USING WS-COM-TARIF

           MOVE MAT-A4 TO WS-LIGV-MAT
           MOVE SEQ-VEHICULE-A4 TO WS-LIGV-SEQ
           MOVE WS-ANC-ZONE TO WS-LIGV-ANC-ZONE
           MOVE WS-ANC-REGION TO WS-LIGV-ANC-REGION
           MOVE WS-NOUV-ZONE TO WS-LIGV-NOUV-ZONE
           MOVE WS-NOUV-REGION TO WS-LIGV-NOUV-REGION
           MOVE TYPE-V-A4 TO WS-LIGV-TYPE-V
           MOVE PRIME-A4 TO WS-LIGV-PRIME
           IF WS-TAR-RETOUR = 00
               MOVE WS-TAR-PRIME TO WS-LIGV-PRIME-IND
           ELSE
               MOVE ' SANS TRF' TO WS-LIGV-PRIME-IND-X
           END-IF

           IF WS-NB-REVUE < 1000
               ADD 1 TO WS-NB-REVUE
               MOVE WS-LIG-REVUE TO WS-REV-LIGNE(WS-NB-REVUE)
           ELSE
               ADD 1 TO WS-CPT-REVUE-DEBORD
           END-IF
           .

      * Adresse en retour NPAI : PGMNPAI ne leve l'etat que si la      *
      * nouvelle adresse differe de celle revenue en NPAI              *

       24000-LEVER-NPAI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'L' TO WS-NPA-FONCTION
           MOVE MAT-X4 TO WS-NPA-MAT
           MOVE RUE-A4 TO WS-NPA-RUE
           MOVE CP-A4 TO WS-NPA-CP
           MOVE VILLE-A4 TO WS-NPA-VILLE
           MOVE 'ADRASSU' TO WS-NPA-PROGRAMME
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           IF WS-NPA-RETOUR = 00
               ADD 1 TO WS-CPT-NPAI-LEVES
           END-IF
           .

      * Fin de traitement - liste des vehicules a revoir en prime      *

       30000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE
               'REVUE DE PRIME - ZONE/REGION, PRIME ACTUELLE/INDICATIVE'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-NB-REVUE
               MOVE WS-REV-LIGNE(WS-REV-IDX) TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-PERFORM
           IF WS-CPT-REVUE-DEBORD > 0
               MOVE SPACES TO FS-RAPPORT-REC
               STRING 'TABLE DE REVUE PLEINE - '
                      WS-CPT-REVUE-DEBORD
                      ' VEHICULE(S) NON LISTE(S)'
                   DELIMITED BY SIZE INTO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           CLOSE F-ASSURES
           CLOSE F-RAPPORT
           IF OPT-REEL-ON
               CLOSE F-JOURNAL
           END-IF
           .
