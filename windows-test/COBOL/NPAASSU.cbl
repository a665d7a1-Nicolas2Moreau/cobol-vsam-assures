       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAASSU.

      * COURRIER EN RETOUR NPAI - Les plis revenus "n'habite pas a     *
      * l'adresse indiquee" sont saisis dans WORK/NPAIRET.dat ; layout *
      * a positions fixes :                                            *
      *   MAT(6) TYPE-DOC(3) DATE-RETOUR(8) USER(8)                    *
      *   (type de document cf CCORRESP, date a blanc = jour du        *
      *   traitement)                                                  *
      * Chaque retour pose l'etat NPAI sur l'adresse de l'assure       *
      * (WORK/NPAI.dat via PGMNPAI) : le courrier papier vers cette    *
      * adresse est ensuite retenu par le registre des courriers et    *
      * l'impression consolidee (PGMCORR, IMPASSU). Un retour est      *
      * ignore si le document revenu (dernier du type emis avant le    *
      * retour, registre CORRESP) etait parti a une adresse qui a      *
      * change depuis : la nouvelle adresse n'est pas en cause.        *
      * L'etat est leve par un mouvement de changement d'adresse       *
      * (MAJASSV2, MVTASSU) ; ce programme le leve aussi pour tout     *
      * assure dont l'adresse d'ASSURES3 ne correspond plus a celle    *
      * revenue en NPAI.                                               *
      * Sorties :                                                      *
      *   WORK/NPAASSU.lst : retours charges, ignores et rejetes       *
      *   WORK/NPAIAPP.lst : liste d'appel par agence (region du CP,   *
      *                      WORK/REGIONS.dat) des assures dont        *
      *                      l'adresse reste invalide, avec leurs      *
      *                      telephones (CONTACTS), pour recherche de  *
      *                      la nouvelle adresse - plus anciens en tete*
      * Le fichier des retours est vide en fin de traitement pour ne   *
      * pas etre rejoue.                                               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Retours de courrier saisis
           SELECT F-NPAIRET ASSIGN TO "WORK/NPAIRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NPAIRET.

      * Registre des courriers - adresse d'envoi du document revenu
           SELECT F-CORRESP ASSIGN TO "WORK/CORRESP.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-COR-CLE
               FILE STATUS IS FS-CORRESP.

      * Correspondance prefixe CP -> region (agence)
           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

           SELECT F-RAPPORT ASSIGN TO "WORK/NPAASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

           SELECT F-APPEL ASSIGN TO "WORK/NPAIAPP.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APPEL.

      * Fichier de travail du SORT de la liste d'appel
           SELECT F-TRI-WORK ASSIGN TO "WORK/NPAASSU.SRT".

       DATA DIVISION.
       FILE SECTION.

       FD  F-NPAIRET.
       01  FS-NRT-REC.
           05 FS-NRT-MAT           PIC X(6).
           05 FS-NRT-TYPE-DOC      PIC X(3).
           05 FS-NRT-DATE          PIC X(8).
           05 FS-NRT-DATE-N REDEFINES FS-NRT-DATE PIC 9(8).
           05 FS-NRT-USER          PIC X(8).

       FD  F-CORRESP.
       01  FS-COR-REC.
           05 FS-COR-CLE.
               10 FS-COR-MAT       PIC X(6).
               10 FS-COR-NUM       PIC 9(5).
           05 FS-COR-DATA          PIC X(139).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-APPEL.
       01  FS-APPEL-REC            PIC X(80).

       SD  F-TRI-WORK.
       01  SD-APP-REC.
           05 SD-APP-AGENCE        PIC X(3).
           05 SD-APP-DATE-SIGNAL   PIC 9(8).
           05 SD-APP-MAT           PIC X(6).
           05 SD-APP-NOM-PRE       PIC X(20).
           05 SD-APP-VILLE         PIC X(12).
           05 SD-APP-TEL           PIC X(10).
           05 SD-APP-MOBILE        PIC X(10).
           05 SD-APP-NB-RETOURS    PIC 9(3).
           05 SD-APP-TYPE-DOC      PIC X(3).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WCORRESP.

       01  W-CONTACT.
           COPY CCONTACT.

       01  FS-NPAIRET                PIC XX.
       01  FS-CORRESP                PIC XX.
       01  FS-REGIONS                PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-APPEL                  PIC XX.

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

      * Etat NPAI des adresses (sous-programme partage PGMNPAI)
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

       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-RETOUR            PIC 9(8).

       01  WS-FIN-RETOURS            PIC X VALUE 'N'.
           88 FIN-RETOURS                VALUE 'O'.
       01  WS-CORRESP-OUVERT         PIC X VALUE 'N'.
           88 CORRESP-OUVERT             VALUE 'O'.
       01  WS-REGIONS-OUVERT         PIC X VALUE 'N'.
           88 REGIONS-OUVERT             VALUE 'O'.
       01  WS-FIN-MATRICULE          PIC X VALUE 'N'.
           88 FIN-MATRICULE              VALUE 'O'.
       01  WS-FIN-NPAI               PIC X VALUE 'N'.
           88 FIN-NPAI                   VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.

      * Document revenu retrouve au registre (adresse d'envoi)
       01  WS-DOC-TROUVE             PIC X VALUE 'N'.
           88 DOC-TROUVE                 VALUE 'O'.
       01  WS-DOC-RUE                PIC X(18).
       01  WS-DOC-CP                 PIC 9(5).

       01  WS-CP-PREFIXE-NUM         PIC 99.
       01  WS-AGENCE                 PIC X(3).

      * Rupture par agence de la liste d'appel
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-AGENCE-PREC            PIC X(3).
       01  WS-CPT-AGENCE             PIC 9(5) VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-RETOURS         PIC 9(6) VALUE 0.
           05 WS-CPT-NOUVEAUX        PIC 9(6) VALUE 0.
           05 WS-CPT-REPETES         PIC 9(6) VALUE 0.
           05 WS-CPT-IGNORES         PIC 9(6) VALUE 0.
           05 WS-CPT-REJETES         PIC 9(6) VALUE 0.
           05 WS-CPT-LEVES           PIC 9(6) VALUE 0.
           05 WS-CPT-SORTIS          PIC 9(6) VALUE 0.
           05 WS-CPT-A-APPELER       PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-RETOUR.
           05 WS-LIGR-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-DATE           PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-USER           PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGR-DISPOSITION    PIC X(51).
       01  WS-LIG-AGENCE.
           05 FILLER                 PIC X(8) VALUE 'AGENCE '.
           05 WS-LIGA-AGENCE         PIC X(3).
       01  WS-LIG-ENTETE-APP.
           05 FILLER                 PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                 PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                 PIC X(13) VALUE 'VILLE'.
           05 FILLER                 PIC X(11) VALUE 'TELEPHONE'.
           05 FILLER                 PIC X(11) VALUE 'MOBILE'.
           05 FILLER                 PIC X(9)  VALUE 'NPAI DEP'.
           05 FILLER                 PIC X(4)  VALUE 'NB'.
           05 FILLER                 PIC X(3)  VALUE 'DOC'.
       01  WS-LIG-APPEL.
           05 WS-LIGP-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-NOM            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-VILLE          PIC X(12).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-TEL            PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-MOBILE         PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-SIGNAL         PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-NB             PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGP-TYPE           PIC X(3).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE        PIC X(30).
           05 WS-LIGT-NOMBRE         PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'COURRIER EN RETOUR NPAI'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-RETOUR UNTIL FIN-RETOURS
           PERFORM 30000-EDITER-APPELS
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'RETOURS LUS          : ' WS-CPT-RETOURS
           DISPLAY '  ADRESSES SIGNALEES : ' WS-CPT-NOUVEAUX
           DISPLAY '  RETOURS REPETES    : ' WS-CPT-REPETES
           DISPLAY '  IGNORES            : ' WS-CPT-IGNORES
           DISPLAY '  REJETES            : ' WS-CPT-REJETES
           DISPLAY 'NPAI LEVES ADRESSE   : ' WS-CPT-LEVES
           DISPLAY 'NPAI ASSURES SORTIS  : ' WS-CPT-SORTIS
           DISPLAY 'ASSURES A APPELER    : ' WS-CPT-A-APPELER
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - ouverture des fichiers                       *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           OPEN INPUT F-NPAIRET
           IF FS-NPAIRET NOT = '00'
               DISPLAY 'NPAIRET.dat ABSENT - AUCUN RETOUR'
               SET FIN-RETOURS TO TRUE
           END-IF

           OPEN INPUT F-CORRESP
           IF FS-CORRESP = '00'
               SET CORRESP-OUVERT TO TRUE
           ELSE
               DISPLAY 'CORRESP.dat ABSENT - ADRESSE D''ENVOI NON '
                       'CONTROLEE'
           END-IF

           OPEN INPUT F-REGIONS
           IF FS-REGIONS = '00'
               SET REGIONS-OUVERT TO TRUE
           ELSE
               DISPLAY 'REGIONS.dat ABSENT - AGENCE NON DETERMINEE'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'COURRIER EN RETOUR NPAI - RETOURS CHARGES LE'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           OPEN OUTPUT F-APPEL
           IF FS-APPEL NOT = '00'
               DISPLAY 'ERREUR OUVERTURE LISTE D''APPEL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'CONTACTS ABSENT - LISTE D''APPEL SANS '
                       'TELEPHONE'
           END-IF
           .

      * Un retour de courrier                                          *

       20000-TRAITER-RETOUR.
           READ F-NPAIRET
               AT END
                   SET FIN-RETOURS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-RETOURS
                   PERFORM 21000-APPLIQUER-RETOUR
                       THRU FIN-21000-APPLIQUER-RETOUR
                   MOVE FS-NRT-MAT      TO WS-LIGR-MAT
                   MOVE FS-NRT-TYPE-DOC TO WS-LIGR-TYPE
                   MOVE WS-DATE-RETOUR  TO WS-LIGR-DATE
                   MOVE FS-NRT-USER     TO WS-LIGR-USER
                   MOVE WS-LIG-RETOUR TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
           END-READ
           .

       21000-APPLIQUER-RETOUR.
           IF FS-NRT-DATE-N NUMERIC AND FS-NRT-DATE-N > 0
               MOVE FS-NRT-DATE-N TO WS-DATE-RETOUR
           ELSE
               MOVE WS-DATE-SYSTEME TO WS-DATE-RETOUR
           END-IF

           IF FS-NRT-MAT NOT NUMERIC
               MOVE 'REJET - MATRICULE NON NUMERIQUE'
                   TO WS-LIGR-DISPOSITION
               ADD 1 TO WS-CPT-REJETES
               GO TO FIN-21000-APPLIQUER-RETOUR
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE FS-NRT-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'REJET - ASSURE INCONNU D''ASSURES3'
                   TO WS-LIGR-DISPOSITION
               ADD 1 TO WS-CPT-REJETES
               GO TO FIN-21000-APPLIQUER-RETOUR
           END-IF
           MOVE WS-ENREG TO W-ASSURE

      * Le document revenu etait-il parti a l'adresse actuelle ?
           PERFORM 21100-CHERCHER-DOCUMENT
           IF DOC-TROUVE
               IF WS-DOC-RUE NOT = RUE-A4 OF W-ASSURE
                  OR WS-DOC-CP NOT = CP-A4 OF W-ASSURE
                   MOVE 'IGNORE - ADRESSE CHANGEE DEPUIS L''ENVOI'
                       TO WS-LIGR-DISPOSITION
                   ADD 1 TO WS-CPT-IGNORES
                   GO TO FIN-21000-APPLIQUER-RETOUR
               END-IF
           END-IF

           MOVE SPACES TO WS-COM-NPAI
           MOVE 'S' TO WS-NPA-FONCTION
           MOVE FS-NRT-MAT TO WS-NPA-MAT
           MOVE FS-NRT-TYPE-DOC TO WS-NPA-TYPE-DOC
           MOVE WS-DATE-RETOUR TO WS-NPA-DATE-RETOUR
           MOVE RUE-A4 OF W-ASSURE TO WS-NPA-RUE
           MOVE CP-A4 OF W-ASSURE TO WS-NPA-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-NPA-VILLE
           MOVE 'NPAASSU' TO WS-NPA-PROGRAMME
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           EVALUATE WS-NPA-RETOUR
               WHEN 00
                   MOVE 'ADRESSE SIGNALEE NPAI - COURRIER RETENU'
                       TO WS-LIGR-DISPOSITION
                   ADD 1 TO WS-CPT-NOUVEAUX
               WHEN 01
                   MOVE 'NOUVEAU RETOUR - ADRESSE DEJA SIGNALEE'
                       TO WS-LIGR-DISPOSITION
                   ADD 1 TO WS-CPT-REPETES
               WHEN OTHER
                   MOVE 'ANOMALIE - FICHIER NPAI INACCESSIBLE'
                       TO WS-LIGR-DISPOSITION
                   ADD 1 TO WS-CPT-ANOMALIES
           END-EVALUATE
           .
       FIN-21000-APPLIQUER-RETOUR.
           EXIT.

      * Dernier document du type emis au plus tard le jour du retour   *
      * (START sur le matricule, READ NEXT tant que la cle correspond  *
      * - cf PGMCORR) ; type a blanc = dernier document quel qu'il soit*

       21100-CHERCHER-DOCUMENT.
           MOVE 'N' TO WS-DOC-TROUVE
           IF CORRESP-OUVERT
               MOVE 'N' TO WS-FIN-MATRICULE
               MOVE FS-NRT-MAT TO FS-COR-MAT
               MOVE 0 TO FS-COR-NUM
               START F-CORRESP KEY IS >= FS-COR-CLE
                   INVALID KEY
                       SET FIN-MATRICULE TO TRUE
               END-START
               PERFORM 21110-LIRE-DOCUMENT UNTIL FIN-MATRICULE
           END-IF
           .

       21110-LIRE-DOCUMENT.
           READ F-CORRESP NEXT
               AT END
                   SET FIN-MATRICULE TO TRUE
               NOT AT END
                   IF FS-COR-MAT NOT = FS-NRT-MAT
                       SET FIN-MATRICULE TO TRUE
                   ELSE
                       MOVE FS-COR-REC TO W-CORRESP
                       IF (COR-TYPE-DOC = FS-NRT-TYPE-DOC
                           OR FS-NRT-TYPE-DOC = SPACES)
                          AND COR-DATE-EMISSION NOT > WS-DATE-RETOUR
                          AND COR-RUE NOT = SPACES
                           SET DOC-TROUVE TO TRUE
                           MOVE COR-RUE TO WS-DOC-RUE
                           MOVE COR-CP  TO WS-DOC-CP
                       END-IF
                   END-IF
           END-READ
           .

      * Liste d'appel des adresses restees invalides, par agence       *

       30000-EDITER-APPELS.
           MOVE 'ASSURES EN NPAI A CONTACTER - LISTE DU'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-APPEL-REC
           WRITE FS-APPEL-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-APP-AGENCE SD-APP-DATE-SIGNAL
                             SD-APP-MAT
               INPUT PROCEDURE IS 31000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 32000-RESTITUER-TRI
           .

      * Parcours des etats NPAI : levee si l'adresse a change, sinon   *
      * l'assure est a appeler                                         *

       31000-ALIMENTER-TRI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'P' TO WS-NPA-FONCTION
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           IF WS-NPA-RETOUR NOT = 00
               DISPLAY 'FICHIER NPAI INACCESSIBLE - PAS DE LISTE'
               ADD 1 TO WS-CPT-ANOMALIES
               SET FIN-NPAI TO TRUE
           END-IF
           PERFORM 31100-LIRE-ETAT UNTIL FIN-NPAI
           .

       31100-LIRE-ETAT.
           MOVE 'N' TO WS-NPA-FONCTION
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           IF WS-NPA-RETOUR NOT = 00
               SET FIN-NPAI TO TRUE
           ELSE
               IF WS-NPA-ETAT = 'A'
                   PERFORM 31200-EXAMINER-ETAT
                       THRU FIN-31200-EXAMINER-ETAT
               END-IF
           END-IF
           .

       31200-EXAMINER-ETAT.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-NPA-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               ADD 1 TO WS-CPT-SORTIS
               GO TO FIN-31200-EXAMINER-ETAT
           END-IF
           MOVE WS-ENREG TO W-ASSURE

           IF RUE-A4 OF W-ASSURE NOT = WS-NPA-RUE
              OR CP-A4 OF W-ASSURE NOT = WS-NPA-CP
              OR VILLE-A4 OF W-ASSURE NOT = WS-NPA-VILLE
               MOVE 'L' TO WS-NPA-FONCTION
               MOVE RUE-A4 OF W-ASSURE TO WS-NPA-RUE
               MOVE CP-A4 OF W-ASSURE TO WS-NPA-CP
               MOVE VILLE-A4 OF W-ASSURE TO WS-NPA-VILLE
               MOVE 'NPAASSU' TO WS-NPA-PROGRAMME
               CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
               IF WS-NPA-RETOUR = 00
                   ADD 1 TO WS-CPT-LEVES
               ELSE
                   ADD 1 TO WS-CPT-ANOMALIES
               END-IF
               GO TO FIN-31200-EXAMINER-ETAT
           END-IF

           PERFORM 31300-DETERMINER-AGENCE
           MOVE SPACES TO SD-APP-REC
           MOVE WS-AGENCE              TO SD-APP-AGENCE
           MOVE WS-NPA-DATE-SIGNAL     TO SD-APP-DATE-SIGNAL
           MOVE WS-NPA-MAT             TO SD-APP-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE TO SD-APP-NOM-PRE
           MOVE VILLE-A4 OF W-ASSURE   TO SD-APP-VILLE
           MOVE WS-NPA-NB-RETOURS      TO SD-APP-NB-RETOURS
           MOVE WS-NPA-TYPE-DOC        TO SD-APP-TYPE-DOC

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-NPA-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG(1:80) TO W-CONTACT
               MOVE CT-TEL    TO SD-APP-TEL
               MOVE CT-MOBILE TO SD-APP-MOBILE
           END-IF
           RELEASE SD-APP-REC
           ADD 1 TO WS-CPT-A-APPELER
           .
       FIN-31200-EXAMINER-ETAT.
           EXIT.

      * Agence = region du prefixe du code postal de l'assure          *

       31300-DETERMINER-AGENCE.
           MOVE '???' TO WS-AGENCE
           IF REGIONS-OUVERT AND CP-A4 OF W-ASSURE NUMERIC
                   AND CP-A4 OF W-ASSURE > 0
               COMPUTE WS-CP-PREFIXE-NUM = CP-A4 OF W-ASSURE / 1000
               MOVE WS-CP-PREFIXE-NUM TO FS-REG-PREFIXE
               READ F-REGIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-REG-CODE TO WS-AGENCE
               END-READ
           END-IF
           .

       32000-RESTITUER-TRI.
           PERFORM 32100-RETOURNER-APPEL
           PERFORM 33000-EDITER-APPEL
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 34000-EDITER-TOTAL-AGENCE
           END-IF
           MOVE SPACES TO FS-APPEL-REC
           WRITE FS-APPEL-REC
           MOVE 'TOTAL ASSURES A APPELER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-A-APPELER TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-APPEL-REC
           WRITE FS-APPEL-REC
           .

       32100-RETOURNER-APPEL.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       33000-EDITER-APPEL.
           IF PREMIER-GROUPE OR SD-APP-AGENCE NOT = WS-AGENCE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 34000-EDITER-TOTAL-AGENCE
               END-IF
               MOVE SD-APP-AGENCE TO WS-AGENCE-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE 0 TO WS-CPT-AGENCE
               MOVE SPACES TO FS-APPEL-REC
               WRITE FS-APPEL-REC
               MOVE SD-APP-AGENCE TO WS-LIGA-AGENCE
               MOVE WS-LIG-AGENCE TO FS-APPEL-REC
               WRITE FS-APPEL-REC
               MOVE WS-LIG-ENTETE-APP TO FS-APPEL-REC
               WRITE FS-APPEL-REC
           END-IF

           MOVE SD-APP-MAT          TO WS-LIGP-MAT
           MOVE SD-APP-NOM-PRE      TO WS-LIGP-NOM
           MOVE SD-APP-VILLE        TO WS-LIGP-VILLE
           MOVE SD-APP-TEL          TO WS-LIGP-TEL
           MOVE SD-APP-MOBILE       TO WS-LIGP-MOBILE
           MOVE SD-APP-DATE-SIGNAL  TO WS-LIGP-SIGNAL
           MOVE SD-APP-NB-RETOURS   TO WS-LIGP-NB
           MOVE SD-APP-TYPE-DOC     TO WS-LIGP-TYPE
           MOVE WS-LIG-APPEL TO FS-APPEL-REC
           WRITE FS-APPEL-REC
           ADD 1 TO WS-CPT-AGENCE

           PERFORM 32100-RETOURNER-APPEL
           .

       34000-EDITER-TOTAL-AGENCE.
           MOVE 'A APPELER AGENCE' TO WS-LIGT-LIBELLE
           MOVE WS-AGENCE-PREC TO WS-LIGT-LIBELLE(18:3)
           MOVE WS-CPT-AGENCE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-APPEL-REC
           WRITE FS-APPEL-REC
           .

      * Fin de traitement - le fichier des retours est vide            *

       40000-FIN.
           IF FS-NPAIRET NOT = '35'
               CLOSE F-NPAIRET
               OPEN OUTPUT F-NPAIRET
               CLOSE F-NPAIRET
           END-IF
           IF CORRESP-OUVERT
               CLOSE F-CORRESP
           END-IF
           IF REGIONS-OUVERT
               CLOSE F-REGIONS
           END-IF
           CLOSE F-RAPPORT
           CLOSE F-APPEL

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           .
