       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPASSU.

      * IMPRESSION CONSOLIDEE DU COURRIER - Etape de nuit qui reunit   *
      * les documents papier emis dans la journee par tous les         *
      * programmes de courrier, a partir du registre des courriers     *
      * (WORK/CORRESP.dat, cf CCORRESP.cpy) et de leur texte conserve  *
      * (WORK/CORRTXT.dat) - canal C uniquement, les envois email et   *
      * SMS n'ont pas de pli.                                          *
      * Les documents destines a une meme adresse (RUE + CP + VILLE,   *
      * meme cle que le foyer de FOYASSU) sont mis sous un seul pli,   *
      * precede d'une feuille de garde (adresse, destinataires et      *
      * liste des documents joints). Le flux est trie par code postal  *
      * pour le tarif presort (SORT, cle CP + RUE + VILLE + matricule  *
      * + numero de document).                                         *
      * Sorties :                                                      *
      *   WORK/IMPRESS.lst  : flux d'impression (plis consecutifs)     *
      *   WORK/MANIFEST.lst : bordereau de depot - plis, documents et  *
      *                       lignes par secteur postal (departement,  *
      *                       2 premiers chiffres du CP) et total      *
      * Un document sans code postal ou sans rue, ou dont le texte n'a *
      * pas ete conserve, n'est pas mis sous pli : il est signale au   *
      * bordereau (RC 4).                                              *
      * Le papier destine a une adresse en retour NPAI (canal N au     *
      * registre, ou adresse signalee depuis l'emission - PGMNPAI)     *
      * est retenu : liste au bordereau, sans pli. De meme pour le     *
      * courrier d'un assure decede (canal D au registre, ou deces     *
      * declare depuis l'emission - PGMDECES).                         *
      * PARM optionnel :                                               *
      *   DATE=aaaammjj -> journee d'emission a reprendre (defaut :    *
      *                    jour courant) ; relancer la meme journee    *
      *                    reproduit le meme flux                      *
      *   ex : PARM='DATE=20261014'                                    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CORRESP ASSIGN TO "WORK/CORRESP.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-COR-CLE
               FILE STATUS IS FS-CORRESP.

           SELECT F-CORRTXT ASSIGN TO "WORK/CORRTXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-CLE
               FILE STATUS IS FS-CORRTXT.

      * Flux d'impression consolide
           SELECT F-IMPRESS ASSIGN TO "WORK/IMPRESS.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESS.

      * Bordereau de depot par secteur postal
           SELECT F-MANIFEST ASSIGN TO "WORK/MANIFEST.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFEST.

      * Fichier de travail du SORT presort
           SELECT F-TRI-WORK ASSIGN TO "WORK/IMPASSU.SRT".

       DATA DIVISION.
       FILE SECTION.

       FD  F-CORRESP.
       01  FS-COR-REC.
           05 FS-COR-CLE.
               10 FS-COR-MAT       PIC X(6).
               10 FS-COR-NUM       PIC 9(5).
           05 FS-COR-DATA          PIC X(139).

       FD  F-CORRTXT.
       01  FS-CTX-REC.
           05 FS-CTX-CLE.
               10 FS-CTX-MAT       PIC X(6).
               10 FS-CTX-NUM       PIC 9(5).
               10 FS-CTX-LIGNE     PIC 9(3).
           05 FS-CTX-DATA          PIC X(86).

       FD  F-IMPRESS.
       01  FS-IMPRESS-REC          PIC X(80).

       FD  F-MANIFEST.
       01  FS-MANIFEST-REC         PIC X(80).

       SD  F-TRI-WORK.
       01  SD-DOC-REC.
           05 SD-DOC-ADRESSE.
               10 SD-DOC-CP.
                   15 SD-DOC-SECTEUR PIC X(2).
                   15 FILLER         PIC X(3).
               10 SD-DOC-RUE       PIC X(18).
               10 SD-DOC-VILLE     PIC X(12).
           05 SD-DOC-MAT           PIC X(6).
           05 SD-DOC-NUM           PIC 9(5).
           05 SD-DOC-NOM-PRE       PIC X(20).
           05 SD-DOC-TYPE          PIC X(3).
           05 SD-DOC-REFERENCE     PIC X(12).
           05 SD-DOC-NB-LIGNES     PIC 9(3).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WCORRESP.

       01  W-CORRTXT.
           COPY CCORRTXT.

       01  FS-CORRESP                PIC XX.
       01  FS-CORRTXT                PIC XX.
       01  FS-IMPRESS                PIC XX.
       01  FS-MANIFEST               PIC XX.

      * Etat NPAI de l'adresse (sous-programme partage PGMNPAI)
       01  WS-NOM-PGMNPAI            PIC X(8) VALUE 'PGMNPAI'.
       01  WS-COM-NPAI.
           05 WS-NPA-FONCTION        PIC X(1).
           05 WS-NPA-MAT             PIC X(6).
           05 WS-NPA-TYPE-DOC        PIC X(3).
           05 WS-NPA-DATE-RETOUR     PIC 9(8).
           05 WS-NPA-ADRESSE.
               10 WS-NPA-RUE         PIC X(18).
               10 WS-NPA-CP          PIC 9(5).
               10 WS-NPA-VILLE       PIC X(12).
           05 WS-NPA-PROGRAMME       PIC X(8).
           05 WS-NPA-ETAT            PIC X(1).
           05 WS-NPA-DATE-SIGNAL     PIC 9(8).
           05 WS-NPA-NB-RETOURS      PIC 9(3).
           05 WS-NPA-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Matricule gele par un dossier de deces (sous-programme
      * partage PGMDECES)
       01  WS-NOM-PGMDECES           PIC X(8) VALUE 'PGMDECES'.
       01  WS-COM-DECES.
           05 WS-DCD-FONCTION        PIC X(1).
           05 WS-DCD-MAT             PIC X(6).
           05 WS-DCD-ETAT            PIC X(1).
           05 WS-DCD-DATE-DECES      PIC 9(8).
           05 WS-DCD-DATE-SIGNAL     PIC 9(8).
           05 WS-DCD-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-EXTRAIT           PIC 9(8) VALUE 0.

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-REGISTRE           PIC X VALUE 'N'.
           88 FIN-REGISTRE               VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-FIN-TEXTE              PIC X VALUE 'N'.
           88 FIN-TEXTE                  VALUE 'O'.

      * Pli en cours de constitution : adresse commune et documents
      * joints (un pli plein est ferme, la suite part sous un autre
      * pli a la meme adresse)
       01  WS-PLI-ADRESSE            PIC X(35).
       01  WS-PLI-ADRESSE-R REDEFINES WS-PLI-ADRESSE.
           05 WS-PLI-CP              PIC X(5).
           05 WS-PLI-RUE             PIC X(18).
           05 WS-PLI-VILLE           PIC X(12).
       01  WS-TAB-PLI.
           05 WS-PLI-DOC             OCCURS 50 TIMES.
               10 WS-PLD-MAT         PIC X(6).
               10 WS-PLD-NUM         PIC 9(5).
               10 WS-PLD-NOM-PRE     PIC X(20).
               10 WS-PLD-TYPE        PIC X(3).
               10 WS-PLD-REFERENCE   PIC X(12).
               10 WS-PLD-NB-LIGNES   PIC 9(3).
       01  WS-NB-PLI-DOC             PIC 99 VALUE 0.
       01  WS-PLI-IDX                PIC 99.
       01  WS-NB-NOMS                PIC 99.
       01  WS-NUM-PLI                PIC 9(6) VALUE 0.

      * Rupture par secteur postal du bordereau
       01  WS-PREMIER-SECTEUR        PIC X VALUE 'O'.
           88 PREMIER-SECTEUR            VALUE 'O'.
       01  WS-SECTEUR-PREC           PIC X(2).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-DU-JOUR         PIC 9(6) VALUE 0.
           05 WS-CPT-ELECTRONIQUE    PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-ADRESSE    PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-TEXTE      PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS-NPAI    PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS-DECES   PIC 9(6) VALUE 0.
       01  WS-TOTAUX-SECTEUR.
           05 WS-SEC-PLIS            PIC 9(6) VALUE 0.
           05 WS-SEC-DOCUMENTS       PIC 9(6) VALUE 0.
           05 WS-SEC-LIGNES          PIC 9(7) VALUE 0.
       01  WS-TOTAUX-GENERAL.
           05 WS-GEN-PLIS            PIC 9(6) VALUE 0.
           05 WS-GEN-DOCUMENTS       PIC 9(6) VALUE 0.
           05 WS-GEN-LIGNES          PIC 9(7) VALUE 0.
           05 WS-GEN-PLIS-GROUPES    PIC 9(6) VALUE 0.

      * Lignes du flux d'impression
       01  WS-LIG-SEPARATION         PIC X(80) VALUE ALL '-'.
       01  WS-LIG-PLI.
           05 FILLER                 PIC X(16)
               VALUE '=========== PLI '.
           05 WS-LIGP-NUM            PIC 9(6).
           05 FILLER                 PIC X(11) VALUE ' - SECTEUR '.
           05 WS-LIGP-SECTEUR        PIC X(2).
           05 FILLER                 PIC X(3)  VALUE ' - '.
           05 WS-LIGP-NB-DOC         PIC Z9.
           05 FILLER                 PIC X(40)
               VALUE ' DOCUMENT(S) ==========================='.
       01  WS-LIG-ADR-NOM.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-ADR-NOM             PIC X(20).
       01  WS-LIG-ADR-FOYER.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 FILLER                 PIC X(29)
               VALUE 'ET AUTRES ASSURES DU FOYER ('.
           05 WS-ADR-NB-NOMS         PIC Z9.
           05 FILLER                 PIC X(1)  VALUE ')'.
       01  WS-LIG-ADR-RUE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-ADR-RUE             PIC X(18).
       01  WS-LIG-ADR-VILLE.
           05 FILLER                 PIC X(10) VALUE SPACES.
           05 WS-ADR-CP              PIC X(5).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-ADR-VILLE           PIC X(12).
       01  WS-LIG-CONTENU            PIC X(80) VALUE
           'DOCUMENTS JOINTS :'.
       01  WS-LIG-CONTENU-DOC.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-LIGC-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGC-NUM            PIC 9(5).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGC-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGC-REFERENCE      PIC X(12).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGC-NOM            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGC-NB-LIGNES      PIC ZZ9.
           05 FILLER                 PIC X(7) VALUE ' LIGNES'.

      * Lignes du bordereau
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER                 PIC X(10) VALUE 'SECTEUR'.
           05 FILLER                 PIC X(10) VALUE '     PLIS'.
           05 FILLER                 PIC X(12) VALUE '   DOCUMENTS'.
           05 FILLER                 PIC X(10) VALUE '    LIGNES'.
       01  WS-LIG-SECTEUR.
           05 WS-LIGS-SECTEUR        PIC X(10).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-LIGS-PLIS           PIC ZZZZZ9.
           05 FILLER                 PIC X(6) VALUE SPACES.
           05 WS-LIGS-DOCUMENTS      PIC ZZZZZ9.
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-LIGS-LIGNES         PIC ZZZZZZ9.
       01  WS-LIG-ANOMALIE.
           05 FILLER                 PIC X(12) VALUE 'HORS PLI  : '.
           05 WS-LIGA-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGA-NUM            PIC 9(5).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGA-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGA-MOTIF          PIC X(30).
       01  WS-LIG-TOTAL.
           05 WS-LIGTO-LIBELLE       PIC X(30).
           05 WS-LIGTO-NOMBRE        PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'IMPRESSION CONSOLIDEE DU COURRIER'
           DISPLAY '========================================'
           PERFORM 10000-INIT

           SORT F-TRI-WORK
               ASCENDING KEY SD-DOC-CP SD-DOC-RUE SD-DOC-VILLE
                             SD-DOC-MAT SD-DOC-NUM
               INPUT PROCEDURE IS 20000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 30000-RESTITUER-TRI

           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'JOURNEE D EMISSION   : ' WS-DATE-EXTRAIT
           DISPLAY 'DOCUMENTS DU JOUR    : ' WS-CPT-DU-JOUR
           DISPLAY '  CANAL EMAIL/SMS    : ' WS-CPT-ELECTRONIQUE
           DISPLAY '  SANS ADRESSE       : ' WS-CPT-SANS-ADRESSE
           DISPLAY '  SANS TEXTE         : ' WS-CPT-SANS-TEXTE
           DISPLAY '  RETENUS NPAI       : ' WS-CPT-RETENUS-NPAI
           DISPLAY '  RETENUS DECES      : ' WS-CPT-RETENUS-DECES
           DISPLAY '  MIS SOUS PLI       : ' WS-GEN-DOCUMENTS
           DISPLAY 'PLIS                 : ' WS-GEN-PLIS
           DISPLAY '  DONT GROUPES       : ' WS-GEN-PLIS-GROUPES
           DISPLAY '========================================'
           IF WS-CPT-SANS-ADRESSE > 0 OR WS-CPT-SANS-TEXTE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM et ouverture des fichiers                *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-DATE-EXTRAIT = 0
               MOVE WS-DATE-SYSTEME TO WS-DATE-EXTRAIT
           END-IF
           DISPLAY 'DOCUMENTS EMIS LE : ' WS-DATE-EXTRAIT

           OPEN INPUT F-CORRESP
           IF FS-CORRESP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CORRESP : ' FS-CORRESP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-CORRTXT
           IF FS-CORRTXT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CORRTXT : ' FS-CORRTXT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-IMPRESS
           IF FS-IMPRESS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE IMPRESS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-MANIFEST
           IF FS-MANIFEST NOT = '00'
               DISPLAY 'ERREUR OUVERTURE MANIFEST'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'BORDEREAU DE DEPOT - COURRIER EMIS LE'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-EXTRAIT TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE SPACES TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-DATE-EXTRAIT
               END-IF
           END-PERFORM
           .

      * Alimentation du tri : documents papier du jour du registre     *

       20000-ALIMENTER-TRI.
           PERFORM 21000-LIRE-REGISTRE UNTIL FIN-REGISTRE
           .

       21000-LIRE-REGISTRE.
           READ F-CORRESP NEXT
               AT END
                   SET FIN-REGISTRE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-COR-REC TO W-CORRESP
                   IF COR-DATE-EMISSION = WS-DATE-EXTRAIT
                       ADD 1 TO WS-CPT-DU-JOUR
                       PERFORM 22000-RETENIR-DOCUMENT
                           THRU FIN-22000-RETENIR-DOCUMENT
                   END-IF
           END-READ
           .

       22000-RETENIR-DOCUMENT.
           IF COR-CANAL = 'E' OR COR-CANAL = 'S'
               ADD 1 TO WS-CPT-ELECTRONIQUE
               GO TO FIN-22000-RETENIR-DOCUMENT
           END-IF
           IF COR-CANAL NOT = 'D'
               MOVE SPACES TO WS-COM-DECES
               MOVE 'V' TO WS-DCD-FONCTION
               MOVE COR-MAT TO WS-DCD-MAT
               CALL WS-NOM-PGMDECES USING WS-COM-DECES
               IF WS-DCD-RETOUR = 05
                   MOVE 'D' TO COR-CANAL
               END-IF
           END-IF
           IF COR-CANAL = 'D'
               ADD 1 TO WS-CPT-RETENUS-DECES
               MOVE 'ASSURE DECEDE' TO WS-LIGA-MOTIF
               PERFORM 22100-SIGNALER-HORS-PLI
               GO TO FIN-22000-RETENIR-DOCUMENT
           END-IF
           IF COR-CANAL NOT = 'N'
               MOVE SPACES TO WS-COM-NPAI
               MOVE 'V' TO WS-NPA-FONCTION
               MOVE COR-MAT TO WS-NPA-MAT
               CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
               IF WS-NPA-RETOUR = 05
                   MOVE 'N' TO COR-CANAL
               END-IF
           END-IF
           IF COR-CANAL = 'N'
               ADD 1 TO WS-CPT-RETENUS-NPAI
               MOVE 'ADRESSE EN RETOUR NPAI' TO WS-LIGA-MOTIF
               PERFORM 22100-SIGNALER-HORS-PLI
               GO TO FIN-22000-RETENIR-DOCUMENT
           END-IF
           IF COR-CP = 0 OR COR-RUE = SPACES
               ADD 1 TO WS-CPT-SANS-ADRESSE
               MOVE 'ADRESSE INCOMPLETE' TO WS-LIGA-MOTIF
               PERFORM 22100-SIGNALER-HORS-PLI
               GO TO FIN-22000-RETENIR-DOCUMENT
           END-IF
           IF COR-NB-LIGNES = 0
               ADD 1 TO WS-CPT-SANS-TEXTE
               MOVE 'TEXTE NON CONSERVE' TO WS-LIGA-MOTIF
               PERFORM 22100-SIGNALER-HORS-PLI
               GO TO FIN-22000-RETENIR-DOCUMENT
           END-IF

           MOVE COR-CP             TO SD-DOC-CP
           MOVE COR-RUE            TO SD-DOC-RUE
           MOVE COR-VILLE          TO SD-DOC-VILLE
           MOVE COR-MAT            TO SD-DOC-MAT
           MOVE COR-NUM            TO SD-DOC-NUM
           MOVE COR-NOM-PRE        TO SD-DOC-NOM-PRE
           MOVE COR-TYPE-DOC       TO SD-DOC-TYPE
           MOVE COR-REFERENCE      TO SD-DOC-REFERENCE
           MOVE COR-NB-LIGNES      TO SD-DOC-NB-LIGNES
           RELEASE SD-DOC-REC
           .
       FIN-22000-RETENIR-DOCUMENT.
           EXIT.

       22100-SIGNALER-HORS-PLI.
           MOVE COR-MAT      TO WS-LIGA-MAT
           MOVE COR-NUM      TO WS-LIGA-NUM
           MOVE COR-TYPE-DOC TO WS-LIGA-TYPE
           MOVE WS-LIG-ANOMALIE TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           .

      * Restitution triee : constitution des plis par adresse et       *
      * bordereau par secteur postal                                   *

       30000-RESTITUER-TRI.
           MOVE SPACES TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE WS-LIG-ENTETE TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC

           PERFORM 31000-RETOURNER-DOCUMENT
           PERFORM 32000-TRAITER-DOCUMENT UNTIL FIN-TRI
           IF WS-NB-PLI-DOC > 0
               PERFORM 33000-EDITER-PLI
           END-IF
           IF NOT PREMIER-SECTEUR
               PERFORM 36000-EDITER-SECTEUR
           END-IF
           PERFORM 37000-EDITER-TOTAL
           .

       31000-RETOURNER-DOCUMENT.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-TRAITER-DOCUMENT.
      * Changement d'adresse (ou pli plein) : le pli precedent part
           IF WS-NB-PLI-DOC > 0
               IF SD-DOC-ADRESSE NOT = WS-PLI-ADRESSE
                       OR WS-NB-PLI-DOC = 50
                   PERFORM 33000-EDITER-PLI
               END-IF
           END-IF

      * Changement de secteur postal : sous-total du bordereau
           IF PREMIER-SECTEUR
                   OR SD-DOC-SECTEUR NOT = WS-SECTEUR-PREC
               IF NOT PREMIER-SECTEUR
                   PERFORM 36000-EDITER-SECTEUR
               END-IF
               MOVE SD-DOC-SECTEUR TO WS-SECTEUR-PREC
               MOVE 'N' TO WS-PREMIER-SECTEUR
               INITIALIZE WS-TOTAUX-SECTEUR
           END-IF

           IF WS-NB-PLI-DOC = 0
               MOVE SD-DOC-ADRESSE TO WS-PLI-ADRESSE
           END-IF
           ADD 1 TO WS-NB-PLI-DOC
           MOVE SD-DOC-MAT       TO WS-PLD-MAT(WS-NB-PLI-DOC)
           MOVE SD-DOC-NUM       TO WS-PLD-NUM(WS-NB-PLI-DOC)
           MOVE SD-DOC-NOM-PRE   TO WS-PLD-NOM-PRE(WS-NB-PLI-DOC)
           MOVE SD-DOC-TYPE      TO WS-PLD-TYPE(WS-NB-PLI-DOC)
           MOVE SD-DOC-REFERENCE TO WS-PLD-REFERENCE(WS-NB-PLI-DOC)
           MOVE SD-DOC-NB-LIGNES TO WS-PLD-NB-LIGNES(WS-NB-PLI-DOC)

           PERFORM 31000-RETOURNER-DOCUMENT
           .

      * Edition d'un pli : feuille de garde puis texte de chaque       *
      * document joint                                                 *

       33000-EDITER-PLI.
           ADD 1 TO WS-NUM-PLI
           ADD 1 TO WS-SEC-PLIS WS-GEN-PLIS
           IF WS-NB-PLI-DOC > 1
               ADD 1 TO WS-GEN-PLIS-GROUPES
           END-IF

      * Destinataires distincts du pli (foyer)
           MOVE 1 TO WS-NB-NOMS
           PERFORM VARYING WS-PLI-IDX FROM 2 BY 1
               UNTIL WS-PLI-IDX > WS-NB-PLI-DOC
               IF WS-PLD-NOM-PRE(WS-PLI-IDX)
                       NOT = WS-PLD-NOM-PRE(WS-PLI-IDX - 1)
                   ADD 1 TO WS-NB-NOMS
               END-IF
           END-PERFORM

           MOVE WS-NUM-PLI       TO WS-LIGP-NUM
           MOVE WS-PLI-CP(1:2)   TO WS-LIGP-SECTEUR
           MOVE WS-NB-PLI-DOC    TO WS-LIGP-NB-DOC
           MOVE WS-LIG-PLI TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           MOVE SPACES TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           MOVE WS-PLD-NOM-PRE(1) TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           IF WS-NB-NOMS > 1
               MOVE WS-NB-NOMS TO WS-ADR-NB-NOMS
               MOVE WS-LIG-ADR-FOYER TO FS-IMPRESS-REC
               WRITE FS-IMPRESS-REC
           END-IF
           MOVE WS-PLI-RUE TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           MOVE WS-PLI-CP TO WS-ADR-CP
           MOVE WS-PLI-VILLE TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           MOVE SPACES TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           MOVE WS-LIG-CONTENU TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           PERFORM VARYING WS-PLI-IDX FROM 1 BY 1
               UNTIL WS-PLI-IDX > WS-NB-PLI-DOC
               MOVE WS-PLD-MAT(WS-PLI-IDX)       TO WS-LIGC-MAT
               MOVE WS-PLD-NUM(WS-PLI-IDX)       TO WS-LIGC-NUM
               MOVE WS-PLD-TYPE(WS-PLI-IDX)      TO WS-LIGC-TYPE
               MOVE WS-PLD-REFERENCE(WS-PLI-IDX) TO WS-LIGC-REFERENCE
               MOVE WS-PLD-NOM-PRE(WS-PLI-IDX)   TO WS-LIGC-NOM
               MOVE WS-PLD-NB-LIGNES(WS-PLI-IDX) TO WS-LIGC-NB-LIGNES
               MOVE WS-LIG-CONTENU-DOC TO FS-IMPRESS-REC
               WRITE FS-IMPRESS-REC
           END-PERFORM

           PERFORM 34000-EDITER-DOCUMENT
               VARYING WS-PLI-IDX FROM 1 BY 1
               UNTIL WS-PLI-IDX > WS-NB-PLI-DOC
           MOVE 0 TO WS-NB-PLI-DOC
           .

      * Texte conserve d'un document du pli                            *

       34000-EDITER-DOCUMENT.
           MOVE WS-LIG-SEPARATION TO FS-IMPRESS-REC
           WRITE FS-IMPRESS-REC
           ADD 1 TO WS-SEC-DOCUMENTS WS-GEN-DOCUMENTS
           MOVE 'N' TO WS-FIN-TEXTE
           MOVE WS-PLD-MAT(WS-PLI-IDX) TO FS-CTX-MAT
           MOVE WS-PLD-NUM(WS-PLI-IDX) TO FS-CTX-NUM
           MOVE 0 TO FS-CTX-LIGNE
           START F-CORRTXT KEY IS >= FS-CTX-CLE
               INVALID KEY
                   SET FIN-TEXTE TO TRUE
           END-START
           PERFORM 35000-LIRE-LIGNE UNTIL FIN-TEXTE
           .

       35000-LIRE-LIGNE.
           READ F-CORRTXT NEXT
               AT END
                   SET FIN-TEXTE TO TRUE
               NOT AT END
                   IF FS-CTX-MAT NOT = WS-PLD-MAT(WS-PLI-IDX)
                      OR FS-CTX-NUM NOT = WS-PLD-NUM(WS-PLI-IDX)
                       SET FIN-TEXTE TO TRUE
                   ELSE
                       MOVE FS-CTX-REC TO W-CORRTXT
                       MOVE CTX-TEXTE TO FS-IMPRESS-REC
                       WRITE FS-IMPRESS-REC
                       ADD 1 TO WS-SEC-LIGNES WS-GEN-LIGNES
                   END-IF
           END-READ
           .

      * Bordereau : sous-total du secteur postal                       *

       36000-EDITER-SECTEUR.
           MOVE SPACES TO WS-LIGS-SECTEUR
           MOVE WS-SECTEUR-PREC   TO WS-LIGS-SECTEUR
           MOVE WS-SEC-PLIS       TO WS-LIGS-PLIS
           MOVE WS-SEC-DOCUMENTS  TO WS-LIGS-DOCUMENTS
           MOVE WS-SEC-LIGNES     TO WS-LIGS-LIGNES
           MOVE WS-LIG-SECTEUR TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           .

       37000-EDITER-TOTAL.
           MOVE 'TOTAL'           TO WS-LIGS-SECTEUR
           MOVE WS-GEN-PLIS       TO WS-LIGS-PLIS
           MOVE WS-GEN-DOCUMENTS  TO WS-LIGS-DOCUMENTS
           MOVE WS-GEN-LIGNES     TO WS-LIGS-LIGNES
           MOVE WS-LIG-SECTEUR TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE SPACES TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE 'PLIS A PLUSIEURS DOCUMENTS' TO WS-LIGTO-LIBELLE
           MOVE WS-GEN-PLIS-GROUPES TO WS-LIGTO-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE 'DOCUMENTS ENVOYES EMAIL/SMS' TO WS-LIGTO-LIBELLE
           MOVE WS-CPT-ELECTRONIQUE TO WS-LIGTO-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE 'DOCUMENTS HORS PLI' TO WS-LIGTO-LIBELLE
           COMPUTE WS-LIGTO-NOMBRE = WS-CPT-SANS-ADRESSE
                                   + WS-CPT-SANS-TEXTE
           MOVE WS-LIG-TOTAL TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE 'DOCUMENTS RETENUS NPAI' TO WS-LIGTO-LIBELLE
           MOVE WS-CPT-RETENUS-NPAI TO WS-LIGTO-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           MOVE 'DOCUMENTS RETENUS DECES' TO WS-LIGTO-LIBELLE
           MOVE WS-CPT-RETENUS-DECES TO WS-LIGTO-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-MANIFEST-REC
           WRITE FS-MANIFEST-REC
           .

      * Fin de traitement                                              *

       40000-FIN.
           CLOSE F-CORRESP
           CLOSE F-CORRTXT
           CLOSE F-IMPRESS
           CLOSE F-MANIFEST
           .
