       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCORR.

      * REGISTRE DES COURRIERS - Sous-programme partage appele par     *
      * chaque programme qui emet un document vers un client : le      *
      * document est inscrit dans WORK/CORRESP.dat (cf CCORRESP.cpy,   *
      * cle matricule + numero d'ordre) avec son type, sa date, son    *
      * canal et l'adresse utilisee, et son texte est conserve ligne   *
      * a ligne dans WORK/CORRTXT.dat (cf CCORRTXT.cpy) pour pouvoir   *
      * en editer un duplicata identique (REIASSU). Les deux fichiers  *
      * sont crees au premier appel s'ils n'existent pas, puis gardes  *
      * ouverts pour les appels suivants du run.                       *
      * Fonctions (LS-COR-FONCTION) :                                  *
      *   'O' : ouvrir un document - matricule, type, programme,       *
      *         canal, reference, adresse (et email) fournis ; le      *
      *         numero attribue (dernier du matricule + 1) est rendu   *
      *         dans LS-COR-NUM ; un courrier postal (canal C) vers   *
      *         une adresse en retour NPAI (PGMNPAI) est inscrit en    *
      *         canal N (retenu, non imprime) et LS-COR-CANAL est      *
      *         rendu a 'N' pour que l'appelant le compte ; tout       *
      *         document d'un assure decede (matricule gele, cf        *
      *         PGMDECES) est inscrit et rendu de meme en canal D      *
      *   'L' : ajouter LS-COR-LIGNE au texte du document ouvert       *
      *   'F' : fermer le document ouvert (nombre de lignes reporte    *
      *         au registre)                                           *
      * Codes retour (LS-COR-RETOUR) :                                 *
      *   00 : OK                                                      *
      *   02 : fonction inconnue                                       *
      *   03 : aucun document ouvert ('L' ou 'F' sans 'O')             *
      *   04 : texte plein (999 lignes) - ligne non conservee          *
      *   99 : registre inaccessible / erreur d'ecriture - l'emission  *
      *        du document n'est pas bloquee par l'appelant            *

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

       WORKING-STORAGE SECTION.

       01  FS-CORRESP              PIC XX.
       01  FS-CORRTXT              PIC XX.

           COPY WCORRESP.

       01  W-CORRTXT.
           COPY CCORRTXT.

      * Etat des fichiers (ouverts au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-REGISTRE-DISPONIBLE  PIC X VALUE 'N'.
           88 REGISTRE-DISPONIBLE      VALUE 'O'.

      * Document en cours (entre 'O' et 'F')
       01  WS-DOCUMENT-OUVERT      PIC X VALUE 'N'.
           88 DOCUMENT-OUVERT          VALUE 'O'.
       01  WS-DOC-MAT              PIC X(6).
       01  WS-DOC-NUM              PIC 9(5).
       01  WS-DOC-NB-LIGNES        PIC 9(3).
       01  WS-DERNIER-NUM          PIC 9(5).
       01  WS-FIN-MATRICULE        PIC X VALUE 'N'.
           88 FIN-MATRICULE            VALUE 'O'.

       01  WS-HEURE                PIC 9(8).

      * Etat NPAI de l'adresse (sous-programme partage PGMNPAI)
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

      * Matricule gele par un dossier de deces (sous-programme partage
      * PGMDECES)
       01  WS-NOM-PGMDECES         PIC X(8) VALUE 'PGMDECES'.
       01  WS-COM-DECES.
           05 WS-DCD-FONCTION      PIC X(1).
           05 WS-DCD-MAT           PIC X(6).
           05 WS-DCD-ETAT          PIC X(1).
           05 WS-DCD-DATE-DECES    PIC 9(8).
           05 WS-DCD-DATE-SIGNAL   PIC 9(8).
           05 WS-DCD-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       LINKAGE SECTION.

       01  LS-CORRESPONDANCE.
           05 LS-COR-FONCTION      PIC X(1).
           05 LS-COR-MAT           PIC X(6).
           05 LS-COR-NUM           PIC 9(5).
           05 LS-COR-TYPE-DOC      PIC X(3).
           05 LS-COR-PROGRAMME     PIC X(8).
           05 LS-COR-CANAL         PIC X(1).
           05 LS-COR-REFERENCE     PIC X(12).
           05 LS-COR-ADRESSE.
               10 LS-COR-NOM-PRE   PIC X(20).
               10 LS-COR-RUE       PIC X(18).
               10 LS-COR-CP        PIC 9(5).
               10 LS-COR-VILLE     PIC X(12).
           05 LS-COR-EMAIL         PIC X(30).
           05 LS-COR-LIGNE         PIC X(80).
           05 LS-COR-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-CORRESPONDANCE.

      * Programme principal                                           *

       MAIN-PGMCORR.
           MOVE 00 TO LS-COR-RETOUR
           IF PREMIER-APPEL
               PERFORM OUVRIR-REGISTRE
           END-IF
           IF NOT REGISTRE-DISPONIBLE
               MOVE 99 TO LS-COR-RETOUR
               GOBACK
           END-IF

           EVALUATE LS-COR-FONCTION
               WHEN 'O'
                   PERFORM OUVRIR-DOCUMENT
               WHEN 'L'
                   PERFORM AJOUTER-LIGNE
               WHEN 'F'
                   PERFORM FERMER-DOCUMENT
               WHEN OTHER
                   MOVE 02 TO LS-COR-RETOUR
           END-EVALUATE
           GOBACK.

      * Ouverture des deux fichiers en mise a jour, crees s'ils        *
      * n'existent pas encore                                          *

       OUVRIR-REGISTRE.
           MOVE 'N' TO WS-PREMIER-APPEL
           OPEN I-O F-CORRESP
           IF FS-CORRESP NOT = '00'
               OPEN OUTPUT F-CORRESP
               IF FS-CORRESP = '00'
                   CLOSE F-CORRESP
                   OPEN I-O F-CORRESP
               END-IF
           END-IF
           OPEN I-O F-CORRTXT
           IF FS-CORRTXT NOT = '00'
               OPEN OUTPUT F-CORRTXT
               IF FS-CORRTXT = '00'
                   CLOSE F-CORRTXT
                   OPEN I-O F-CORRTXT
               END-IF
           END-IF
           IF FS-CORRESP = '00' AND FS-CORRTXT = '00'
               SET REGISTRE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PGMCORR - REGISTRE DES COURRIERS INACCESSIBLE '
                       FS-CORRESP '/' FS-CORRTXT
           END-IF
           .

      * Nouveau document : numero suivant du matricule, inscription    *
      * au registre (texte vide jusqu'aux lignes 'L')                  *

       OUVRIR-DOCUMENT.
           PERFORM VERIFIER-DECES
           IF LS-COR-CANAL = 'C'
               PERFORM VERIFIER-NPAI
           END-IF
           PERFORM CHERCHER-DERNIER-NUMERO
           ACCEPT WS-HEURE FROM TIME
           MOVE SPACES TO W-CORRESP
           MOVE LS-COR-MAT              TO COR-MAT
           COMPUTE COR-NUM = WS-DERNIER-NUM + 1
           MOVE LS-COR-TYPE-DOC         TO COR-TYPE-DOC
           MOVE LS-COR-PROGRAMME        TO COR-PROGRAMME
           ACCEPT COR-DATE-EMISSION FROM DATE YYYYMMDD
           MOVE WS-HEURE(1:6)           TO COR-HEURE-EMISSION
           MOVE LS-COR-CANAL            TO COR-CANAL
           MOVE LS-COR-REFERENCE        TO COR-REFERENCE
           MOVE LS-COR-NOM-PRE          TO COR-NOM-PRE
           MOVE LS-COR-RUE              TO COR-RUE
           MOVE LS-COR-CP               TO COR-CP
           MOVE LS-COR-VILLE            TO COR-VILLE
           MOVE LS-COR-EMAIL            TO COR-EMAIL
           MOVE 0                       TO COR-NB-LIGNES
           MOVE 0                       TO COR-NB-DUPLICATA
           MOVE 0                       TO COR-DATE-DUPLICATA
           MOVE W-CORRESP TO FS-COR-REC
           WRITE FS-COR-REC
               INVALID KEY
                   DISPLAY 'PGMCORR - ERREUR ECRITURE REGISTRE '
                           LS-COR-MAT ' STATUS ' FS-CORRESP
                   MOVE 'N' TO WS-DOCUMENT-OUVERT
                   MOVE 99 TO LS-COR-RETOUR
               NOT INVALID KEY
                   SET DOCUMENT-OUVERT TO TRUE
                   MOVE COR-MAT TO WS-DOC-MAT
                   MOVE COR-NUM TO WS-DOC-NUM
                   MOVE 0 TO WS-DOC-NB-LIGNES
                   MOVE COR-NUM TO LS-COR-NUM
           END-WRITE
           .

      * Courrier postal vers une adresse en retour NPAI : retenu       *

       VERIFIER-NPAI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'V' TO WS-NPA-FONCTION
           MOVE LS-COR-MAT TO WS-NPA-MAT
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           IF WS-NPA-RETOUR = 05
               MOVE 'N' TO LS-COR-CANAL
           END-IF
           .

      * Assure decede : le document est inscrit mais retenu, quel que  *
      * soit le canal demande                                          *

       VERIFIER-DECES.
           MOVE SPACES TO WS-COM-DECES
           MOVE 'V' TO WS-DCD-FONCTION
           MOVE LS-COR-MAT TO WS-DCD-MAT
           CALL WS-NOM-PGMDECES USING WS-COM-DECES
           IF WS-DCD-RETOUR = 05
               MOVE 'D' TO LS-COR-CANAL
           END-IF
           .

      * Dernier numero attribue au matricule (START sur le matricule,  *
      * READ NEXT tant que la cle correspond - cf PGMCOUT)             *

       CHERCHER-DERNIER-NUMERO.
           MOVE 0 TO WS-DERNIER-NUM
           MOVE 'N' TO WS-FIN-MATRICULE
           MOVE LS-COR-MAT TO FS-COR-MAT
           MOVE 0 TO FS-COR-NUM
           START F-CORRESP KEY IS >= FS-COR-CLE
               INVALID KEY
                   SET FIN-MATRICULE TO TRUE
           END-START
           PERFORM LIRE-DOCUMENT-MATRICULE UNTIL FIN-MATRICULE
           .

       LIRE-DOCUMENT-MATRICULE.
           READ F-CORRESP NEXT
               AT END
                   SET FIN-MATRICULE TO TRUE
               NOT AT END
                   IF FS-COR-MAT NOT = LS-COR-MAT
                       SET FIN-MATRICULE TO TRUE
                   ELSE
                       MOVE FS-COR-NUM TO WS-DERNIER-NUM
                   END-IF
           END-READ
           .

      * Ligne de texte du document ouvert                              *

       AJOUTER-LIGNE.
           IF NOT DOCUMENT-OUVERT
               MOVE 03 TO LS-COR-RETOUR
           ELSE
               IF WS-DOC-NB-LIGNES = 999
                   MOVE 04 TO LS-COR-RETOUR
               ELSE
                   ADD 1 TO WS-DOC-NB-LIGNES
                   MOVE SPACES TO W-CORRTXT
                   MOVE WS-DOC-MAT         TO CTX-MAT
                   MOVE WS-DOC-NUM         TO CTX-NUM
                   MOVE WS-DOC-NB-LIGNES   TO CTX-LIGNE
                   MOVE LS-COR-LIGNE       TO CTX-TEXTE
                   MOVE W-CORRTXT TO FS-CTX-REC
                   WRITE FS-CTX-REC
                       INVALID KEY
                           SUBTRACT 1 FROM WS-DOC-NB-LIGNES
                           MOVE 99 TO LS-COR-RETOUR
                   END-WRITE
               END-IF
           END-IF
           .

      * Fermeture du document : nombre de lignes reporte au registre   *

       FERMER-DOCUMENT.
           IF NOT DOCUMENT-OUVERT
               MOVE 03 TO LS-COR-RETOUR
           ELSE
               MOVE 'N' TO WS-DOCUMENT-OUVERT
               MOVE WS-DOC-MAT TO FS-COR-MAT
               MOVE WS-DOC-NUM TO FS-COR-NUM
               READ F-CORRESP
                   INVALID KEY
                       MOVE 99 TO LS-COR-RETOUR
                   NOT INVALID KEY
                       MOVE FS-COR-REC TO W-CORRESP
                       MOVE WS-DOC-NB-LIGNES TO COR-NB-LIGNES
                       MOVE W-CORRESP TO FS-COR-REC
                       REWRITE FS-COR-REC
                       IF FS-CORRESP NOT = '00'
                           MOVE 99 TO LS-COR-RETOUR
                       END-IF
                       MOVE WS-DOC-NUM TO LS-COR-NUM
               END-READ
           END-IF
           .
