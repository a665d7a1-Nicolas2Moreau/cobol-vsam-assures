       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDASSU.

      * AGENDA HEBDOMADAIRE DES AUDIENCES - Relit les dossiers         *
      * contentieux (WORK/CONTENTX.dat, tenus par la transaction CTXA) *
      * et liste, jour par jour et heure par heure, les audiences      *
      * fixees dans la periode a venir, avec l'avocat, la juridiction, *
      * le montant reclame par l'adversaire, la provision et le        *
      * gestionnaire du sinistre, pour que le service juridique et les *
      * gestionnaires preparent la semaine sans leur agenda papier.    *
      * Les dossiers en cours dont l'audience fixee est passee sans    *
      * mise a jour (ni audience suivante ni issue saisies dans CTXA)  *
      * sont listes a part en fin d'edition (code retour 4).           *
      * Les dossiers clos (issue enregistree) sont ignores.            *
      * PARM optionnel : DATE=aaaammjj (premier jour de l'agenda, par  *
      * defaut le jour courant), JOURS=nn (duree de la periode, par    *
      * defaut 7 jours) - ex. DATE=20261019,JOURS=14                   *
      * Sortie : WORK/AGDASSU.lst                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CONTENTX ASSIGN TO "WORK/CONTENTX.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-CTX-CLE
               FILE STATUS IS FS-CONTENTX.

      * Sinistre du dossier (gestionnaire)
           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/AGDASSU.SRT".

      * Fichier de sortie
           SELECT F-RAPPORT ASSIGN TO "WORK/AGDASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CONTENTX.
       01  FS-CTX-REC.
           05 FS-CTX-CLE           PIC X(10).
           05 FS-CTX-DATA          PIC X(150).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

      * Section 1 : agenda de la periode - 2 : audiences passees
       SD  F-TRI-WORK.
       01  SD-AGD-REC.
           05 SD-AGD-SECTION       PIC X(1).
           05 SD-AGD-DATE          PIC 9(8).
           05 SD-AGD-HEURE         PIC 9(4).
           05 SD-AGD-MAT           PIC 9(6).
           05 SD-AGD-SIN-SEQ       PIC 9(4).
           05 SD-AGD-AVOCAT        PIC X(20).
           05 SD-AGD-JURIDICTION   PIC X(20).
           05 SD-AGD-RECLAME       PIC 9(7)V99.
           05 SD-AGD-PROVISION     PIC 9(7)V99.
           05 SD-AGD-NB-AUDIENCES  PIC 9(2).
           05 SD-AGD-GESTIONNAIRE  PIC X(8).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WCONTENT.
           COPY WSINISTR.

       01  FS-CONTENTX               PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-SINISTRE-OUVERT        PIC X VALUE 'N'.
           88 SINISTRE-OUVERT            VALUE 'O'.

      * Periode de l'agenda et PARM
       01  WS-DATE-REFERENCE         PIC 9(8) VALUE 0.
       01  WS-DATE-FIN               PIC 9(8) VALUE 0.
       01  WS-NB-JOURS               PIC 9(2) VALUE 7.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Rupture par section et par jour
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-SECTION-PREC           PIC X VALUE SPACE.
       01  WS-DATE-PREC              PIC 9(8) VALUE 0.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-NB-GROUPE              PIC 9(5) VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-CLOS            PIC 9(6) VALUE 0.
           05 WS-CPT-SANS-AUDIENCE   PIC 9(6) VALUE 0.
           05 WS-CPT-AGENDA          PIC 9(6) VALUE 0.
           05 WS-CPT-ULTERIEURES     PIC 9(6) VALUE 0.
           05 WS-CPT-PASSEES         PIC 9(6) VALUE 0.
       01  WS-TOT-RECLAME            PIC 9(9)V99 VALUE 0.
       01  WS-TOT-PROVISION          PIC 9(9)V99 VALUE 0.

      * Lignes d'edition
       01  WS-LIG-GROUPE.
           05 WS-LIGG-LIBELLE        PIC X(20).
           05 WS-LIGG-DATE           PIC 9(8).
           05 WS-LIGG-SUITE          PIC X(30).
       01  WS-LIG-ENTETE-1.
           05 FILLER                 PIC X(40) VALUE
               '  HEURE  SINISTRE     AVOCAT            '.
           05 FILLER                 PIC X(40) VALUE
               '    JURIDICTION           GESTIONNAIRE  '.
       01  WS-LIG-ENTETE-2.
           05 FILLER                 PIC X(40) VALUE
               '                       MONTANT RECLAME  '.
           05 FILLER                 PIC X(40) VALUE
               '      PROVISION  AUDIENCES TENUES       '.
       01  WS-LIG-DETAIL-1.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-HEURE          PIC 99B99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-MAT            PIC 9(6).
           05 FILLER                 PIC X(1) VALUE '/'.
           05 WS-LIGD-SIN-SEQ        PIC 9(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-AVOCAT         PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-JURIDICTION    PIC X(20).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-GESTIONNAIRE   PIC X(8).
       01  WS-LIG-DETAIL-2.
           05 FILLER                 PIC X(23) VALUE SPACES.
           05 WS-LIGD-RECLAME        PIC Z(6)9.99.
           05 FILLER                 PIC X(5) VALUE SPACES.
           05 WS-LIGD-PROVISION      PIC Z(6)9.99.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGD-NB-AUDIENCES   PIC Z9.
       01  WS-LIG-SOUS-TOTAL.
           05 FILLER                 PIC X(30) VALUE
               '  AUDIENCES DU JOUR          :'.
           05 WS-LIGS-NOMBRE         PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE        PIC X(30).
           05 WS-LIGT-NOMBRE         PIC ZZZZZ9.
       01  WS-LIG-MONTANT.
           05 WS-LIGM-LIBELLE        PIC X(30).
           05 WS-LIGM-MONTANT        PIC Z(8)9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'AGENDA DES AUDIENCES CONTENTIEUSES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI-WORK
               ASCENDING KEY SD-AGD-SECTION SD-AGD-DATE SD-AGD-HEURE
                             SD-AGD-MAT SD-AGD-SIN-SEQ
               INPUT PROCEDURE IS 20000-SELECTIONNER-AUDIENCES
               OUTPUT PROCEDURE IS 30000-EDITER-AGENDA
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'DOSSIERS LUS         : ' WS-CPT-LUS
           DISPLAY 'DOSSIERS CLOS        : ' WS-CPT-CLOS
           DISPLAY 'SANS AUDIENCE FIXEE  : ' WS-CPT-SANS-AUDIENCE
           DISPLAY 'AUDIENCES DE L''AGENDA: ' WS-CPT-AGENDA
           DISPLAY 'AUDIENCES ULTERIEURES: ' WS-CPT-ULTERIEURES
           DISPLAY 'AUDIENCES PASSEES    : ' WS-CPT-PASSEES
           DISPLAY '========================================'
           IF WS-CPT-PASSEES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, periode et ouverture des fichiers       *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-DATE-REFERENCE = 0
               ACCEPT WS-DATE-REFERENCE FROM DATE YYYYMMDD
           END-IF
           IF WS-NB-JOURS = 0
               MOVE 7 TO WS-NB-JOURS
           END-IF
           COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-REFERENCE)
                 + WS-NB-JOURS - 1)
           DISPLAY 'PERIODE : ' WS-DATE-REFERENCE ' AU ' WS-DATE-FIN

           OPEN INPUT F-CONTENTX
           IF FS-CONTENTX NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/CONTENTX.dat : '
                       FS-CONTENTX
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               SET SINISTRE-OUVERT TO TRUE
           ELSE
               DISPLAY 'SINISTRE.dat ABSENT - GESTIONNAIRES NON EDITES'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'AGENDA DES AUDIENCES CONTENTIEUSES' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'PERIODE DU ' WS-DATE-REFERENCE ' AU ' WS-DATE-FIN
               DELIMITED BY SIZE INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   AND WS-PARM-TOK(WS-PARM-IDX)(6:8) NUMERIC
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-DATE-REFERENCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'JOURS='
                   AND WS-PARM-TOK(WS-PARM-IDX)(7:2) NUMERIC
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:2) TO WS-NB-JOURS
               END-IF
           END-PERFORM
           .

      * Entree du tri : audiences fixees des dossiers en cours         *

       20000-SELECTIONNER-AUDIENCES.
           PERFORM 21000-LIRE-DOSSIER UNTIL FS-CONTENTX = '10'
           .

       21000-LIRE-DOSSIER.
           READ F-CONTENTX
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-CTX-REC TO W-CONTENT
                   PERFORM 22000-CLASSER-DOSSIER
           END-READ
           .

       22000-CLASSER-DOSSIER.
           EVALUATE TRUE
               WHEN NOT CTX-EN-COURS
                   ADD 1 TO WS-CPT-CLOS
               WHEN CTX-DATE-AUDIENCE = 0
                   ADD 1 TO WS-CPT-SANS-AUDIENCE
               WHEN CTX-DATE-AUDIENCE < WS-DATE-REFERENCE
                   ADD 1 TO WS-CPT-PASSEES
                   MOVE '2' TO SD-AGD-SECTION
                   PERFORM 23000-LIBERER-AUDIENCE
               WHEN CTX-DATE-AUDIENCE > WS-DATE-FIN
                   ADD 1 TO WS-CPT-ULTERIEURES
               WHEN OTHER
                   ADD 1 TO WS-CPT-AGENDA
                   ADD CTX-MONTANT-RECLAME TO WS-TOT-RECLAME
                   ADD CTX-PROVISION TO WS-TOT-PROVISION
                   MOVE '1' TO SD-AGD-SECTION
                   PERFORM 23000-LIBERER-AUDIENCE
           END-EVALUATE
           .

       23000-LIBERER-AUDIENCE.
           PERFORM 24000-LIRE-SINISTRE
           MOVE CTX-DATE-AUDIENCE      TO SD-AGD-DATE
           MOVE CTX-HEURE-AUDIENCE     TO SD-AGD-HEURE
           MOVE CTX-MAT                TO SD-AGD-MAT
           MOVE CTX-SIN-SEQ            TO SD-AGD-SIN-SEQ
           MOVE CTX-AVOCAT             TO SD-AGD-AVOCAT
           MOVE CTX-JURIDICTION        TO SD-AGD-JURIDICTION
           MOVE CTX-MONTANT-RECLAME    TO SD-AGD-RECLAME
           MOVE CTX-PROVISION          TO SD-AGD-PROVISION
           MOVE CTX-NB-AUDIENCES       TO SD-AGD-NB-AUDIENCES
           MOVE SIN-GESTIONNAIRE OF W-SINISTRE
                                       TO SD-AGD-GESTIONNAIRE
           RELEASE SD-AGD-REC
           .

      * Gestionnaire du sinistre (absent : non edite)                  *

       24000-LIRE-SINISTRE.
           MOVE SPACES TO SIN-GESTIONNAIRE OF W-SINISTRE
           IF SINISTRE-OUVERT
               MOVE CTX-MAT     TO FS-SINISTRE-MAT
               MOVE CTX-SIN-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
               END-READ
           END-IF
           .

      * Sortie du tri : edition avec rupture par jour d'audience       *

       30000-EDITER-AGENDA.
           PERFORM 31000-RETOURNER-AUDIENCE
           PERFORM 32000-EDITER-AUDIENCE UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 33000-SOUS-TOTAL
           END-IF
           .

       31000-RETOURNER-AUDIENCE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-AUDIENCE.
           IF PREMIER-GROUPE OR SD-AGD-SECTION NOT = WS-SECTION-PREC
                             OR SD-AGD-DATE NOT = WS-DATE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 33000-SOUS-TOTAL
               END-IF
               IF SD-AGD-SECTION NOT = WS-SECTION-PREC
                       AND SD-AGD-SECTION = '2'
                   PERFORM 35000-ENTETE-PASSEES
               END-IF
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE SD-AGD-SECTION TO WS-SECTION-PREC
               MOVE SD-AGD-DATE TO WS-DATE-PREC
               MOVE 0 TO WS-NB-GROUPE
               PERFORM 34000-ENTETE-JOUR
           END-IF

           MOVE SD-AGD-HEURE        TO WS-LIGD-HEURE
           MOVE SD-AGD-MAT          TO WS-LIGD-MAT
           MOVE SD-AGD-SIN-SEQ      TO WS-LIGD-SIN-SEQ
           MOVE SD-AGD-AVOCAT       TO WS-LIGD-AVOCAT
           MOVE SD-AGD-JURIDICTION  TO WS-LIGD-JURIDICTION
           MOVE SD-AGD-GESTIONNAIRE TO WS-LIGD-GESTIONNAIRE
           IF SD-AGD-GESTIONNAIRE = SPACES
               MOVE 'NON AFF.' TO WS-LIGD-GESTIONNAIRE
           END-IF
           MOVE WS-LIG-DETAIL-1 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SD-AGD-RECLAME      TO WS-LIGD-RECLAME
           MOVE SD-AGD-PROVISION    TO WS-LIGD-PROVISION
           MOVE SD-AGD-NB-AUDIENCES TO WS-LIGD-NB-AUDIENCES
           MOVE WS-LIG-DETAIL-2 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-NB-GROUPE

           PERFORM 31000-RETOURNER-AUDIENCE
           .

       33000-SOUS-TOTAL.
           MOVE WS-NB-GROUPE TO WS-LIGS-NOMBRE
           MOVE WS-LIG-SOUS-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       34000-ENTETE-JOUR.
           MOVE SD-AGD-DATE TO WS-LIGG-DATE
           IF SD-AGD-SECTION = '2'
               MOVE 'AUDIENCE PASSEE DU ' TO WS-LIGG-LIBELLE
               MOVE ' - A METTRE A JOUR (CTXA)' TO WS-LIGG-SUITE
           ELSE
               MOVE 'AUDIENCES DU ' TO WS-LIGG-LIBELLE
               MOVE SPACES TO WS-LIGG-SUITE
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-GROUPE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-1 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-2 TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       35000-ENTETE-PASSEES.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DOSSIERS EN COURS - AUDIENCE PASSEE NON MISE A JOUR'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - totaux de la periode                       *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'AUDIENCES DE LA PERIODE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-AGENDA TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  MONTANT RECLAME' TO WS-LIGM-LIBELLE
           MOVE WS-TOT-RECLAME TO WS-LIGM-MONTANT
           MOVE WS-LIG-MONTANT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  PROVISION' TO WS-LIGM-LIBELLE
           MOVE WS-TOT-PROVISION TO WS-LIGM-MONTANT
           MOVE WS-LIG-MONTANT TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'AUDIENCES ULTERIEURES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ULTERIEURES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DOSSIERS SANS AUDIENCE FIXEE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-SANS-AUDIENCE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'AUDIENCES PASSEES NON A JOUR' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-PASSEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-CONTENTX
           IF SINISTRE-OUVERT
               CLOSE F-SINISTRE
           END-IF
           CLOSE F-RAPPORT
           .
