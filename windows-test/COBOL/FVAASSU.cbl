       IDENTIFICATION DIVISION.
       PROGRAM-ID. FVAASSU.

      * EXTRAIT QUOTIDIEN POUR LE FICHIER DES VEHICULES ASSURES (FVA) -*
      * Tout vehicule assure doit etre declare au fichier de la        *
      * profession, entrees, retraits et suspensions compris, sous     *
      * quelques jours. Ce programme relit l'activite du jour dans     *
      * JOURNAL (codes mouvement C, V, R, S, X, T) et depose un        *
      * enregistrement par vehicule concerne dans WORK/FVA.dat (cf     *
      * WFVA.cpy), avec l'identite de l'assure et la periode de        *
      * garantie :                                                     *
      *   C/V (creation, ajout de vehicule) -> 'C' entree en assurance *
      *   R   (reinstatement)               -> 'E' remise en vigueur   *
      *   S/X (suppression, retrait)        -> 'R' retrait, identite   *
      *        reprise de l'image archivee du jour dans HISTOASS       *
      *   T   (transfert de titulaire)      -> 'T' pour chaque         *
      *        vehicule du matricule, sous le nouveau matricule s'il   *
      *        a ete rebascule (WORK/ALIAS.dat du jour)                *
      * Les autres codes (M, A...) ne changent pas la situation du     *
      * vehicule au regard du fichier et sont ignores.                 *
      * Les accuses du fichier sont charges par FVRASSU ; les rejets   *
      * attendent dans WORK/FVAREJ.dat leur correction (par les        *
      * mouvements habituels) puis leur renvoi.                        *
      * PARM optionnel (cle=valeur separees par une virgule)           *
      *   DATE=aaaammjj -> journee a extraire (defaut : jour courant)  *
      *   RENVOI        -> ajoute a l'envoi les rejets en attente,     *
      *                    identite relue dans ASSURES3, et vide       *
      *                    WORK/FVAREJ.dat                             *
      *   ex : PARM='DATE=20261014,RENVOI'                             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Journal avant-image - meme fichier et meme structure que celui
      * alimente par MAJASSV2/MVTASSU
           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

      * Images archivees des assures supprimes (cf MAJASSV2 46500)
           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

      * Alias matricule perdant -> survivant (transferts, fusions)
           SELECT F-ALIAS ASSIGN TO "WORK/ALIAS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALI.

      * Rejets du fichier en attente de renvoi (cf FVRASSU)
           SELECT F-REJETS ASSIGN TO "WORK/FVAREJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJETS.

      * Envoi du jour au fichier des vehicules assures
           SELECT F-FVA ASSIGN TO "WORK/FVA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVA.

      * Fichier de sortie - compte rendu de l'extraction
           SELECT F-RAPPORT ASSIGN TO "WORK/FVAASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-CODE-MVT      PIC X.
           05 FS-JRN-PRIME-AVANT   PIC 9(6)V99.
           05 FS-JRN-BM-AVANT      PIC X.
           05 FS-JRN-TAUX-AVANT    PIC 99.
           05 FS-JRN-BATCH-ID      PIC X(6).
           05 FS-JRN-DATE-MVT      PIC 9(8).
           05 FS-JRN-PRIME-APRES   PIC 9(6)V99.
           05 FS-JRN-BM-APRES      PIC X.
           05 FS-JRN-TAUX-APRES    PIC 99.
      * Vehicule concerne (44-45, meme position que MAJASSV2/MVTASSU)
      * puis utilisateur signe - blancs sur les lignes anterieures
           05 FS-JRN-VEHICULE      PIC X(2).
           05 FS-JRN-UTILISATEUR   PIC X(8).
           05 FS-JRN-RESTE2        PIC X(27).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

       FD  F-ALIAS.
       01  FS-ALI-REC.
           05 FS-ALI-PERDANT       PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-ALI-SURVIVANT     PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-ALI-DATE          PIC 9(8).

       FD  F-REJETS.
       01  FS-REJ-REC               PIC X(120).

       FD  F-FVA.
       01  FS-FVA-REC               PIC X(120).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WFVA.

       01  FS-JRN                    PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-ALI                    PIC XX.
       01  FS-REJETS                 PIC XX.
       01  FS-FVA                    PIC XX.
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
           05 WS-FUNC-START          PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT       PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

      * Journee extraite et options du PARM
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-EXTRAIT            PIC 9(8) VALUE 0.
       01  WS-OPT-RENVOI              PIC X VALUE 'N'.
           88 OPT-RENVOI-ON               VALUE 'O'.

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Date de police (AAAAMMJJ, ou AAMMJJ non converti) ramenee sur
      * 8 chiffres - fenetre de siecle AA < 50 -> 20AA (cf CHRASSU)
       01  WS-CONV-DATE               PIC 9(8).

      * Images archivees du jour (HISTOASS), cle matricule + vehicule
       01  WS-TAB-HISTO.
           05 WS-HST-IMAGE           PIC X(120) OCCURS 2000 TIMES.
       01  WS-NB-HST                  PIC 9(4) VALUE 0.
       01  WS-HST-IDX                 PIC 9(4).
       01  WS-HST-POS                 PIC 9(4) VALUE 0.

      * Alias du jour
       01  WS-TAB-ALIAS.
           05 WS-ALI-ENTRY           OCCURS 500 TIMES.
               10 WS-ALI-PERDANT     PIC X(6).
               10 WS-ALI-SURVIVANT   PIC X(6).
       01  WS-NB-ALI                  PIC 9(3) VALUE 0.
       01  WS-ALI-IDX                 PIC 9(3).

      * Evenement courant
       01  WS-CLE-VEHICULE.
           05 WS-CLE-MAT             PIC X(6).
           05 WS-CLE-SEQ             PIC 9(2).
       01  WS-MAT-TRANSFERT           PIC X(6).
       01  WS-FIN-VEHICULES           PIC X VALUE 'N'.
           88 FIN-VEHICULES               VALUE 'O'.
       01  WS-NUMERO-ENVOI            PIC 9(6) VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-JOURNAL         PIC 9(6) VALUE 0.
           05 WS-CPT-ENTREES         PIC 9(6) VALUE 0.
           05 WS-CPT-RETRAITS        PIC 9(6) VALUE 0.
           05 WS-CPT-REMISES         PIC 9(6) VALUE 0.
           05 WS-CPT-TITULAIRES      PIC 9(6) VALUE 0.
           05 WS-CPT-RENVOIS         PIC 9(6) VALUE 0.
           05 WS-CPT-INTROUVABLES    PIC 9(6) VALUE 0.

      * Ligne de detail (vehicules non retrouves)
       01  WS-LIG-DETAIL.
           05 FILLER                  PIC X(24)
               VALUE 'VEHICULE NON RETROUVE : '.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-VEHIC           PIC 99.
           05 FILLER                  PIC X(8) VALUE ' - CODE '.
           05 WS-LIGD-CODE            PIC X.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(30).
           05 WS-LIGT-NOMBRE          PIC ZZZZZ9.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'EXTRAIT FICHIER DES VEHICULES ASSURES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-LIRE-JOURNAL UNTIL FS-JRN = '10'
           IF OPT-RENVOI-ON
               PERFORM 30000-RENVOYER-REJETS
           END-IF
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'JOURNAL DU JOUR LU   : ' WS-CPT-JOURNAL
           DISPLAY 'ENTREES              : ' WS-CPT-ENTREES
           DISPLAY 'RETRAITS             : ' WS-CPT-RETRAITS
           DISPLAY 'REMISES EN VIGUEUR   : ' WS-CPT-REMISES
           DISPLAY 'CHANGEMENTS TITULAIRE: ' WS-CPT-TITULAIRES
           DISPLAY 'REJETS RENVOYES      : ' WS-CPT-RENVOIS
           DISPLAY 'VEHICULES INTROUVES  : ' WS-CPT-INTROUVABLES
           DISPLAY '========================================'
           IF WS-CPT-INTROUVABLES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, tables du jour et ouverture des fichiers*

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
           DISPLAY 'JOURNEE EXTRAITE : ' WS-DATE-EXTRAIT

           PERFORM 11000-CHARGER-HISTO
           PERFORM 12000-CHARGER-ALIAS

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-JOURNAL
           IF FS-JRN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JOURNAL : ' FS-JRN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-FVA
           IF FS-FVA NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FVA'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'EXTRAIT FICHIER DES VEHICULES ASSURES (FVA)'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING 'JOURNEE ' WS-DATE-EXTRAIT DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
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
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-DATE-EXTRAIT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX) = 'RENVOI'
                   MOVE 'O' TO WS-OPT-RENVOI
               END-IF
           END-PERFORM
           .

      * Images archivees le jour extrait (absent : aucune)             *

       11000-CHARGER-HISTO.
           OPEN INPUT F-HISTO
           IF FS-HST = '00'
               PERFORM UNTIL FS-HST = '10'
                   READ F-HISTO
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-HST-DATE-SUPPR = WS-DATE-EXTRAIT
                              AND WS-NB-HST < 2000
                               ADD 1 TO WS-NB-HST
                               MOVE FS-HST-ENREG
                                   TO WS-HST-IMAGE(WS-NB-HST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-HISTO
           END-IF
           .

      * Alias deposes le jour extrait (absent : aucun)                 *

       12000-CHARGER-ALIAS.
           OPEN INPUT F-ALIAS
           IF FS-ALI = '00'
               PERFORM UNTIL FS-ALI = '10'
                   READ F-ALIAS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-ALI-DATE = WS-DATE-EXTRAIT
                              AND WS-NB-ALI < 500
                               ADD 1 TO WS-NB-ALI
                               MOVE FS-ALI-PERDANT
                                   TO WS-ALI-PERDANT(WS-NB-ALI)
                               MOVE FS-ALI-SURVIVANT
                                   TO WS-ALI-SURVIVANT(WS-NB-ALI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ALIAS
           END-IF
           .

      * Ramener WS-CONV-DATE sur 8 chiffres                            *

       15000-DATE-SUR-8.
           IF WS-CONV-DATE > 0 AND WS-CONV-DATE NOT > 991231
               IF WS-CONV-DATE / 10000 < 50
                   ADD 20000000 TO WS-CONV-DATE
               ELSE
                   ADD 19000000 TO WS-CONV-DATE
               END-IF
           END-IF
           .

      * Lecture sequentielle de JOURNAL - seuls les mouvements du jour *
      * extrait qui changent la situation d'un vehicule sont retenus   *

       20000-LIRE-JOURNAL.
           READ F-JOURNAL
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-JRN-DATE-MVT = WS-DATE-EXTRAIT
                       ADD 1 TO WS-CPT-JOURNAL
                       PERFORM 21000-TRAITER-MOUVEMENT
                   END-IF
           END-READ
           .

       21000-TRAITER-MOUVEMENT.
           MOVE FS-JRN-MATRICULE TO WS-CLE-MAT
           IF FS-JRN-VEHICULE NUMERIC AND FS-JRN-VEHICULE NOT = '00'
               MOVE FS-JRN-VEHICULE TO WS-CLE-SEQ
           ELSE
               MOVE 01 TO WS-CLE-SEQ
           END-IF

           EVALUATE FS-JRN-CODE-MVT
               WHEN 'C'
               WHEN 'V'
                   PERFORM 22000-LIRE-VEHICULE
                   IF WS-CODE-RETOUR = WS-RET-OK
                       MOVE 'C' TO FV-TYPE
                       PERFORM 25000-ECRIRE-DECLARATION
                       ADD 1 TO WS-CPT-ENTREES
                   END-IF
               WHEN 'R'
                   PERFORM 22000-LIRE-VEHICULE
                   IF WS-CODE-RETOUR = WS-RET-OK
                       MOVE 'E' TO FV-TYPE
                       PERFORM 25000-ECRIRE-DECLARATION
                       ADD 1 TO WS-CPT-REMISES
                   END-IF
               WHEN 'S'
               WHEN 'X'
                   PERFORM 23000-DECLARER-RETRAIT
               WHEN 'T'
                   PERFORM 24000-DECLARER-TRANSFERT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Lecture directe du vehicule WS-CLE-VEHICULE dans ASSURES3      *

       22000-LIRE-VEHICULE.
           MOVE WS-CLE-VEHICULE TO WS-ENREG(1:8)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               MOVE SPACES TO FV-MAT-PRECEDENT
           ELSE
               PERFORM 26000-SIGNALER-INTROUVABLE
           END-IF
           .

      * Retrait : image archivee du jour, a defaut cle seule           *

       23000-DECLARER-RETRAIT.
           MOVE 0 TO WS-HST-POS
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
               UNTIL WS-HST-IDX > WS-NB-HST
               IF WS-HST-IMAGE(WS-HST-IDX)(1:8) = WS-CLE-VEHICULE
                   MOVE WS-HST-IDX TO WS-HST-POS
               END-IF
           END-PERFORM

           IF WS-HST-POS > 0
               MOVE WS-HST-IMAGE(WS-HST-POS) TO W-ASSURE
           ELSE
               INITIALIZE W-ASSURE
               MOVE WS-CLE-MAT TO MAT-X4 OF W-ASSURE
               MOVE WS-CLE-SEQ TO SEQ-VEHICULE-A4 OF W-ASSURE
           END-IF
           MOVE SPACES TO FV-MAT-PRECEDENT
           MOVE 'R' TO FV-TYPE
           PERFORM 25000-ECRIRE-DECLARATION
           ADD 1 TO WS-CPT-RETRAITS
           .

      * Changement de titulaire : tous les vehicules du matricule,     *
      * sous le nouveau matricule s'il a ete rebascule                 *

       24000-DECLARER-TRANSFERT.
           MOVE WS-CLE-MAT TO WS-MAT-TRANSFERT
           MOVE SPACES TO FV-MAT-PRECEDENT
           PERFORM VARYING WS-ALI-IDX FROM 1 BY 1
               UNTIL WS-ALI-IDX > WS-NB-ALI
               IF WS-ALI-PERDANT(WS-ALI-IDX) = WS-CLE-MAT
                   MOVE WS-ALI-SURVIVANT(WS-ALI-IDX)
                       TO WS-MAT-TRANSFERT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ENREG
           MOVE WS-MAT-TRANSFERT TO WS-ENREG(1:6)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           MOVE 'N' TO WS-FIN-VEHICULES
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'O' TO WS-FIN-VEHICULES
           END-IF
           PERFORM 24100-TRANSFERER-VEHICULE UNTIL FIN-VEHICULES
           .

       24100-TRANSFERER-VEHICULE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
              OR WS-ENREG(1:6) NOT = WS-MAT-TRANSFERT
               MOVE 'O' TO WS-FIN-VEHICULES
           ELSE
               MOVE WS-ENREG TO W-ASSURE
               MOVE 'T' TO FV-TYPE
               IF WS-MAT-TRANSFERT NOT = WS-CLE-MAT
                   MOVE WS-CLE-MAT TO FV-MAT-PRECEDENT
               ELSE
                   MOVE SPACES TO FV-MAT-PRECEDENT
               END-IF
               PERFORM 25000-ECRIRE-DECLARATION
               ADD 1 TO WS-CPT-TITULAIRES
           END-IF
           .

      * Declaration d'un vehicule a partir de l'image W-ASSURE         *

       25000-ECRIRE-DECLARATION.
           ADD 1 TO WS-NUMERO-ENVOI
           MOVE WS-DATE-SYSTEME              TO FV-REF-DATE
           MOVE WS-NUMERO-ENVOI              TO FV-REF-NUMERO
           MOVE FS-JRN-CODE-MVT              TO FV-CODE-ORIGINE
           MOVE MAT-X4 OF W-ASSURE           TO FV-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE  TO FV-SEQ-VEHICULE
           MOVE CIE-A4 OF W-ASSURE           TO FV-CIE
           MOVE TYPE-V-A4 OF W-ASSURE        TO FV-TYPE-V
           MOVE CIVILITE-A4 OF W-ASSURE      TO FV-CIVILITE
           MOVE NOM-PRE-A4 OF W-ASSURE       TO FV-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE           TO FV-RUE
           MOVE CP-A4 OF W-ASSURE            TO FV-CP
           MOVE VILLE-A4 OF W-ASSURE         TO FV-VILLE
           MOVE DATE-EFFET-A4 OF W-ASSURE    TO WS-CONV-DATE
           PERFORM 15000-DATE-SUR-8
           MOVE WS-CONV-DATE                 TO FV-DATE-DEBUT
           MOVE DATE-EXPIR-A4 OF W-ASSURE    TO WS-CONV-DATE
           PERFORM 15000-DATE-SUR-8
           MOVE WS-CONV-DATE                 TO FV-DATE-FIN
           IF FV-TYPE = 'R'
               MOVE WS-DATE-EXTRAIT          TO FV-DATE-FIN
           END-IF
           MOVE WS-DATE-EXTRAIT              TO FV-DATE-MVT
           MOVE SPACES                       TO FV-ACK-STATUT
           MOVE SPACES                       TO FV-ACK-CODE
           MOVE W-FVA TO FS-FVA-REC
           WRITE FS-FVA-REC
           .

      * Vehicule du journal absent d'ASSURES3 (mouvement annule ou     *
      * supprime depuis) - liste pour controle, rien n'est declare     *

       26000-SIGNALER-INTROUVABLE.
           MOVE WS-CLE-MAT       TO WS-LIGD-MAT
           MOVE WS-CLE-SEQ       TO WS-LIGD-VEHIC
           MOVE FS-JRN-CODE-MVT  TO WS-LIGD-CODE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-CPT-INTROUVABLES
           .

      * Renvoi des rejets en attente : l'identite est relue dans       *
      * ASSURES3 (corrigee entre-temps par les mouvements habituels)   *
      * tant que le vehicule y figure                                  *

       30000-RENVOYER-REJETS.
           OPEN INPUT F-REJETS
           IF FS-REJETS NOT = '00'
               DISPLAY 'FVAREJ.dat ABSENT - AUCUN REJET A RENVOYER'
           ELSE
               PERFORM UNTIL FS-REJETS = '10'
                   READ F-REJETS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-REJ-REC TO W-FVA
                           PERFORM 31000-RENVOYER-DECLARATION
                   END-READ
               END-PERFORM
               CLOSE F-REJETS
      * File videe : les rejets renvoyes reviendront avec l'accuse
               OPEN OUTPUT F-REJETS
               CLOSE F-REJETS
           END-IF
           .

       31000-RENVOYER-DECLARATION.
           IF FV-TYPE NOT = 'R'
               MOVE FV-MAT          TO WS-ENREG(1:6)
               MOVE FV-SEQ-VEHICULE TO WS-ENREG(7:2)
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-READ TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                   MOVE WS-ENREG TO W-ASSURE
                   MOVE CIE-A4 OF W-ASSURE       TO FV-CIE
                   MOVE TYPE-V-A4 OF W-ASSURE    TO FV-TYPE-V
                   MOVE CIVILITE-A4 OF W-ASSURE  TO FV-CIVILITE
                   MOVE NOM-PRE-A4 OF W-ASSURE   TO FV-NOM-PRE
                   MOVE RUE-A4 OF W-ASSURE       TO FV-RUE
                   MOVE CP-A4 OF W-ASSURE        TO FV-CP
                   MOVE VILLE-A4 OF W-ASSURE     TO FV-VILLE
                   MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-CONV-DATE
                   PERFORM 15000-DATE-SUR-8
                   MOVE WS-CONV-DATE             TO FV-DATE-DEBUT
                   MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
                   PERFORM 15000-DATE-SUR-8
                   MOVE WS-CONV-DATE             TO FV-DATE-FIN
               END-IF
           END-IF
           ADD 1 TO WS-NUMERO-ENVOI
           MOVE WS-DATE-SYSTEME TO FV-REF-DATE
           MOVE WS-NUMERO-ENVOI TO FV-REF-NUMERO
           MOVE SPACES TO FV-ACK-STATUT
           MOVE SPACES TO FV-ACK-CODE
           MOVE W-FVA TO FS-FVA-REC
           WRITE FS-FVA-REC
           ADD 1 TO WS-CPT-RENVOIS
           .

      * Fin de traitement - totaux par type de declaration             *

       40000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'ENTREES EN ASSURANCE (C)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ENTREES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'RETRAITS (R)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RETRAITS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REMISES EN VIGUEUR (E)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REMISES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'CHANGEMENTS DE TITULAIRE (T)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-TITULAIRES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REJETS RENVOYES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-RENVOIS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           CLOSE F-JOURNAL
           CLOSE F-FVA
           CLOSE F-RAPPORT
           .
