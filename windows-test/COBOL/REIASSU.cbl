       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIASSU.

      * REEDITION DES COURRIERS - Consultation du registre des         *
      * documents emis vers un assure (WORK/CORRESP.dat, cf            *
      * CCORRESP.cpy, alimente via PGMCORR par les programmes de       *
      * courrier) et edition d'un duplicata identique a l'original a   *
      * partir du texte conserve (WORK/CORRTXT.dat, cf CCORRTXT.cpy).  *
      * PARM (cle=valeur separees par une virgule)                     *
      *   MAT=nnnnnn   -> matricule de l'assure (obligatoire)          *
      *   NUM=nnnnn    -> numero du document a reediter ; absent :     *
      *                   liste des documents du matricule             *
      *   ex : PARM='MAT=000123'                                       *
      *        PARM='MAT=000123,NUM=00002'                             *
      * Sorties :                                                      *
      *   WORK/REIASSU.lst  : liste des documents du matricule         *
      *   WORK/DUPLICAT.lst : duplicata, encadre de la mention         *
      *                       DUPLICATA, avec les dates d'edition et   *
      *                       d'emission d'origine ; le nombre et la   *
      *                       date des duplicatas sont notes au        *
      *                       registre                                 *

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

      * Liste des documents du matricule
           SELECT F-LISTE ASSIGN TO "WORK/REIASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTE.

      * Duplicata edite
           SELECT F-DUPLICATA ASSIGN TO "WORK/DUPLICAT.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUPLICATA.

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

       FD  F-LISTE.
       01  FS-LISTE-REC            PIC X(80).

       FD  F-DUPLICATA.
       01  FS-DUPLICATA-REC        PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WCORRESP.

       01  W-CORRTXT.
           COPY CCORRTXT.

       01  FS-CORRESP                PIC XX.
       01  FS-CORRTXT                PIC XX.
       01  FS-LISTE                  PIC XX.
       01  FS-DUPLICATA              PIC XX.

       01  WS-DATE-SYSTEME           PIC 9(8).

      * Zones extraites du PARM
       01  WS-MAT                    PIC X(6) VALUE SPACES.
       01  WS-NUM-X                  PIC X(5) VALUE SPACES.
       01  WS-NUM                    PIC 9(5) VALUE 0.

       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-REGISTRE           PIC X VALUE 'N'.
           88 FIN-REGISTRE               VALUE 'O'.
       01  WS-FIN-TEXTE              PIC X VALUE 'N'.
           88 FIN-TEXTE                  VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-DOCUMENTS       PIC 9(5) VALUE 0.
           05 WS-CPT-LIGNES          PIC 9(5) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(40).
           05 WS-LIGT-MAT            PIC X(6).
           05 FILLER                 PIC X(4) VALUE ' AU '.
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER                 PIC X(6)  VALUE 'NUM'.
           05 FILLER                 PIC X(4)  VALUE 'TYP'.
           05 FILLER                 PIC X(9)  VALUE 'PROGRAM.'.
           05 FILLER                 PIC X(9)  VALUE 'EMIS LE'.
           05 FILLER                 PIC X(2)  VALUE 'C'.
           05 FILLER                 PIC X(13) VALUE 'REFERENCE'.
           05 FILLER                 PIC X(21) VALUE 'DESTINATAIRE'.
           05 FILLER                 PIC X(4)  VALUE 'LIG'.
           05 FILLER                 PIC X(12) VALUE 'DUPL.'.
       01  WS-LIG-DOCUMENT.
           05 WS-LIGD-NUM            PIC 9(5).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-PROGRAMME      PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE           PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-CANAL          PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-REFERENCE      PIC X(12).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-NOM            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-LIGNES         PIC ZZ9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-NB-DUPL        PIC Z9.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE-DUPL      PIC X(8).
       01  WS-LIG-BANDEAU            PIC X(80) VALUE ALL '*'.
       01  WS-LIG-DUPLICATA.
           05 FILLER                 PIC X(30)
               VALUE '*** DUPLICATA ***  EDITE LE '.
           05 WS-LIGX-DATE           PIC 9(8).
           05 FILLER                 PIC X(15) VALUE ' - ORIGINAL DU '.
           05 WS-LIGX-DATE-ORIG      PIC 9(8).
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 WS-LIGX-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGX-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGX-NUM            PIC 9(5).
       01  WS-LIG-TOTAL.
           05 WS-LIGTO-LIBELLE       PIC X(30).
           05 WS-LIGTO-NOMBRE        PIC ZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'REEDITION DES COURRIERS'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF WS-NUM = 0
               PERFORM 20000-LISTER-DOCUMENTS
           ELSE
               PERFORM 30000-EDITER-DUPLICATA THRU FIN-30000
           END-IF
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'MATRICULE            : ' WS-MAT
           DISPLAY 'DOCUMENTS            : ' WS-CPT-DOCUMENTS
           DISPLAY 'LIGNES REEDITEES     : ' WS-CPT-LIGNES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-DOCUMENTS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           IF WS-MAT = SPACES
               DISPLAY 'PARM MAT=nnnnnn OBLIGATOIRE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-NUM-X NOT = SPACES
               IF WS-NUM-X IS NOT NUMERIC
                   DISPLAY 'NUMERO DE DOCUMENT INVALIDE : ' WS-NUM-X
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-NUM-X TO WS-NUM
           END-IF

           IF WS-NUM = 0
               OPEN INPUT F-CORRESP
           ELSE
               OPEN I-O F-CORRESP
           END-IF
           IF FS-CORRESP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CORRESP : ' FS-CORRESP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NUM = 0
               OPEN OUTPUT F-LISTE
               IF FS-LISTE NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE LISTE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT F-CORRTXT
               IF FS-CORRTXT NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE CORRTXT : ' FS-CORRTXT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN OUTPUT F-DUPLICATA
               IF FS-DUPLICATA NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE DUPLICATA'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
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
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'MAT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6) TO WS-MAT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'NUM='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:5) TO WS-NUM-X
               END-IF
           END-PERFORM
           .

      * Liste des documents du matricule (START sur le matricule)      *

       20000-LISTER-DOCUMENTS.
           MOVE 'DOCUMENTS EMIS - MATRICULE' TO WS-LIGT-TEXTE
           MOVE WS-MAT TO WS-LIGT-MAT
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-LISTE-REC
           WRITE FS-LISTE-REC
           MOVE SPACES TO FS-LISTE-REC
           WRITE FS-LISTE-REC
           MOVE WS-LIG-ENTETE TO FS-LISTE-REC
           WRITE FS-LISTE-REC

           MOVE WS-MAT TO FS-COR-MAT
           MOVE 0 TO FS-COR-NUM
           START F-CORRESP KEY IS >= FS-COR-CLE
               INVALID KEY
                   SET FIN-REGISTRE TO TRUE
           END-START
           PERFORM 21000-LIRE-DOCUMENT UNTIL FIN-REGISTRE

           IF WS-CPT-DOCUMENTS = 0
               MOVE 'AUCUN DOCUMENT POUR CE MATRICULE' TO FS-LISTE-REC
               WRITE FS-LISTE-REC
           END-IF
           MOVE SPACES TO FS-LISTE-REC
           WRITE FS-LISTE-REC
           MOVE 'DOCUMENTS LISTES' TO WS-LIGTO-LIBELLE
           MOVE WS-CPT-DOCUMENTS TO WS-LIGTO-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-LISTE-REC
           WRITE FS-LISTE-REC
           .

       21000-LIRE-DOCUMENT.
           READ F-CORRESP NEXT
               AT END
                   SET FIN-REGISTRE TO TRUE
               NOT AT END
                   IF FS-COR-MAT NOT = WS-MAT
                       SET FIN-REGISTRE TO TRUE
                   ELSE
                       ADD 1 TO WS-CPT-DOCUMENTS
                       MOVE FS-COR-REC TO W-CORRESP
                       PERFORM 22000-EDITER-DOCUMENT
                   END-IF
           END-READ
           .

       22000-EDITER-DOCUMENT.
           MOVE COR-NUM            TO WS-LIGD-NUM
           MOVE COR-TYPE-DOC       TO WS-LIGD-TYPE
           MOVE COR-PROGRAMME      TO WS-LIGD-PROGRAMME
           MOVE COR-DATE-EMISSION  TO WS-LIGD-DATE
           MOVE COR-CANAL          TO WS-LIGD-CANAL
           MOVE COR-REFERENCE      TO WS-LIGD-REFERENCE
           MOVE COR-NOM-PRE        TO WS-LIGD-NOM
           MOVE COR-NB-LIGNES      TO WS-LIGD-LIGNES
           MOVE COR-NB-DUPLICATA   TO WS-LIGD-NB-DUPL
           IF COR-NB-DUPLICATA = 0
               MOVE SPACES TO WS-LIGD-DATE-DUPL
           ELSE
               MOVE COR-DATE-DUPLICATA TO WS-LIGD-DATE-DUPL
           END-IF
           MOVE WS-LIG-DOCUMENT TO FS-LISTE-REC
           WRITE FS-LISTE-REC
           .

      * Duplicata : texte conserve encadre de la mention DUPLICATA,    *
      * puis mise a jour du registre                                   *

       30000-EDITER-DUPLICATA.
           MOVE WS-MAT TO FS-COR-MAT
           MOVE WS-NUM TO FS-COR-NUM
           READ F-CORRESP
               INVALID KEY
                   DISPLAY 'DOCUMENT INCONNU : ' WS-MAT '/' WS-NUM
                   ADD 1 TO WS-CPT-ANOMALIES
           END-READ
           IF FS-CORRESP NOT = '00'
               GO TO FIN-30000
           END-IF
           MOVE FS-COR-REC TO W-CORRESP
           ADD 1 TO WS-CPT-DOCUMENTS
           DISPLAY 'DUPLICATA ' COR-TYPE-DOC ' ' WS-MAT '/' WS-NUM
                   ' EMIS LE ' COR-DATE-EMISSION

           MOVE WS-DATE-SYSTEME    TO WS-LIGX-DATE
           MOVE COR-DATE-EMISSION  TO WS-LIGX-DATE-ORIG
           MOVE COR-TYPE-DOC       TO WS-LIGX-TYPE
           MOVE COR-MAT            TO WS-LIGX-MAT
           MOVE COR-NUM            TO WS-LIGX-NUM
           MOVE WS-LIG-BANDEAU TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC
           MOVE WS-LIG-DUPLICATA TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC
           MOVE WS-LIG-BANDEAU TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC

           MOVE WS-MAT TO FS-CTX-MAT
           MOVE WS-NUM TO FS-CTX-NUM
           MOVE 0 TO FS-CTX-LIGNE
           START F-CORRTXT KEY IS >= FS-CTX-CLE
               INVALID KEY
                   SET FIN-TEXTE TO TRUE
           END-START
           PERFORM 31000-LIRE-LIGNE UNTIL FIN-TEXTE

           MOVE WS-LIG-BANDEAU TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC
           MOVE WS-LIG-DUPLICATA TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC
           MOVE WS-LIG-BANDEAU TO FS-DUPLICATA-REC
           WRITE FS-DUPLICATA-REC

           IF WS-CPT-LIGNES NOT = COR-NB-LIGNES
               DISPLAY 'TEXTE INCOMPLET : ' WS-CPT-LIGNES
                       ' LIGNE(S) SUR ' COR-NB-LIGNES
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF

           IF COR-NB-DUPLICATA < 99
               ADD 1 TO COR-NB-DUPLICATA
           END-IF
           MOVE WS-DATE-SYSTEME TO COR-DATE-DUPLICATA
           MOVE W-CORRESP TO FS-COR-REC
           REWRITE FS-COR-REC
           IF FS-CORRESP NOT = '00'
               DISPLAY 'ERREUR MISE A JOUR REGISTRE : ' FS-CORRESP
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .
       FIN-30000.
           EXIT.

       31000-LIRE-LIGNE.
           READ F-CORRTXT NEXT
               AT END
                   SET FIN-TEXTE TO TRUE
               NOT AT END
                   IF FS-CTX-MAT NOT = WS-MAT
                      OR FS-CTX-NUM NOT = WS-NUM
                       SET FIN-TEXTE TO TRUE
                   ELSE
                       ADD 1 TO WS-CPT-LIGNES
                       MOVE FS-CTX-REC TO W-CORRTXT
                       MOVE CTX-TEXTE TO FS-DUPLICATA-REC
                       WRITE FS-DUPLICATA-REC
                   END-IF
           END-READ
           .

      * Fermeture des fichiers                                         *

       40000-FIN.
           CLOSE F-CORRESP
           IF WS-NUM = 0
               CLOSE F-LISTE
           ELSE
               CLOSE F-CORRTXT
               CLOSE F-DUPLICATA
           END-IF
           .
