       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCDASSU.

      * ASSURES DECEDES - Tient les dossiers de deces des assures      *
      * (WORK/DECES.dat, cf CDECES.cpy, cree au premier lancement).    *
      * Saisies du jour dans WORK/DECESMVT.dat, layout a positions     *
      * fixes :                                                        *
      *   TYPE(1) MAT(6) DATE(8) USER(8) HERITIER-NOM(20)              *
      *   HERITIER-CIVILITE(1) HERITIER-MAT(6)                         *
      *   TYPE 'D' : declaration du deces (DATE = date du deces, a     *
      *              blanc = jour du traitement) - le matricule est    *
      *              gele : plus de courrier ni d'avis (PGMDECES,      *
      *              PGMCORR, PGMNOTIF), ordre de suspension des       *
      *              prelevements ; vehicules et sinistres non annules *
      *              du matricule sont listes pour le gestionnaire     *
      *   TYPE 'T' : decision de transfert a l'heritier nomme          *
      *              (matricule propre de l'heritier facultatif)       *
      *   TYPE 'R' : decision de resiliation                           *
      *   TYPE 'A' : annulation d'une declaration erronee (dossier non *
      *              encore traite) - gel leve, prelevements repris    *
      * Suivi des dossiers a chaque passage :                          *
      *   - delai accorde a la famille echu et decision saisie : le    *
      *     mouvement de transfert 'T' (tous vehicules) ou les         *
      *     mouvements de suppression 'S' (un par vehicule) sont       *
      *     deposes (layout v2, lot 'DC'+MMJJ) dans WORK/DCDMVT.dat,   *
      *     a recharger en FMVTSE via le fichier de controle MVTLISTE  *
      *     de MAJASSV2                                                *
      *   - delai echu sans decision : dossier propose au choix        *
      *     transfert / resiliation                                    *
      *   - mouvements emis : le dossier est clos quand ASSURES3 porte *
      *     l'heritier (transfert) ou ne porte plus le matricule       *
      *     (resiliation) ; sinon il reste en suivi                    *
      * Sorties :                                                      *
      *   WORK/DCDASSU.lst  : saisies du jour et suivi des dossiers    *
      *                       non resolus                              *
      *   WORK/DCDPRLV.dat  : ordres au service des prelevements       *
      *                       (S suspendre, R reprendre, T nouveau     *
      *                       titulaire - mandat a recueillir, C       *
      *                       cloturer)                                *
      * Le fichier des saisies est vide en fin de traitement.          *
      * PARM optionnel :                                               *
      *   DELAI=nnn -> jours accordes a la famille avant emission des  *
      *                mouvements (defaut 060)                         *
      *   ex : PARM='DELAI=045'                                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DECES ASSIGN TO "WORK/DECES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DCD-MAT
               FILE STATUS IS FS-DECES.

      * Saisies du jour (declarations, decisions) - fichier optionnel
           SELECT F-SAISIE ASSIGN TO "WORK/DECESMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAISIE.

      * Mouvements generes (extrait FMVTSE)
           SELECT F-MOUVEMENT ASSIGN TO "WORK/DCDMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOUVEMENT.

      * Ordres au service des prelevements
           SELECT F-PRLV ASSIGN TO "WORK/DCDPRLV.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRLV.

           SELECT F-RAPPORT ASSIGN TO "WORK/DCDASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DECES.
       01  FS-DCD-REC.
           05 FS-DCD-MAT           PIC X(6).
           05 FS-DCD-DATA          PIC X(94).

       FD  F-SAISIE.
       01  FS-SAI-REC.
           05 FS-SAI-TYPE          PIC X(1).
           05 FS-SAI-MAT           PIC X(6).
           05 FS-SAI-DATE          PIC X(8).
           05 FS-SAI-DATE-N REDEFINES FS-SAI-DATE PIC 9(8).
           05 FS-SAI-USER          PIC X(8).
           05 FS-SAI-HER-NOM       PIC X(20).
           05 FS-SAI-HER-CIV       PIC X(1).
           05 FS-SAI-HER-MAT       PIC X(6).

       FD  F-MOUVEMENT.
       01  FS-MVT-REC              PIC X(100).

       FD  F-PRLV.
       01  FS-PRL-REC.
           05 FS-PRL-MAT           PIC X(6).
           05 FS-PRL-ACTION        PIC X(1).
           05 FS-PRL-DATE          PIC 9(8).
           05 FS-PRL-MOTIF         PIC X(10).
           05 FS-PRL-NOM           PIC X(20).
           05 FS-PRL-MAT-NOUVEAU   PIC X(6).
           05 FILLER               PIC X(9).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WSINISTR.
           COPY WFMVTSE.
           COPY WDECES.

       01  FS-DECES                  PIC XX.
       01  FS-SAISIE                 PIC XX.
       01  FS-MOUVEMENT              PIC XX.
       01  FS-PRLV                   PIC XX.
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

      * Date systeme et calcul de dates (conversion julienne - meme
      * technique que PIEASSU)
       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-CONV-JULIEN            PIC 9(7).
       01  WS-NB-JOURS               PIC 9(5).

      * Identifiant du lot de mouvements genere : 'DC' + MMJJ du run
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(2) VALUE 'DC'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

      * Zones extraites du PARM
       01  WS-DELAI                  PIC 9(3) VALUE 060.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-SAISIES            PIC X VALUE 'N'.
           88 FIN-SAISIES                VALUE 'O'.
       01  WS-FIN-DOSSIERS           PIC X VALUE 'N'.
           88 FIN-DOSSIERS               VALUE 'O'.
       01  WS-FIN-MATRICULE          PIC X VALUE 'N'.
           88 FIN-MATRICULE              VALUE 'O'.
       01  WS-DOSSIER-EXISTE         PIC X VALUE 'N'.
           88 DOSSIER-EXISTE             VALUE 'O'.

      * Matricule courant et nombre de vehicules/mouvements traites
       01  WS-MAT-COURANT            PIC X(6).
       01  WS-NB-VEHICULES           PIC 9(2).
       01  WS-NB-SINISTRES           PIC 9(3).
       01  WS-NB-MVT-DOSSIER         PIC 9(2).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-SAISIES         PIC 9(6) VALUE 0.
           05 WS-CPT-DECLARES        PIC 9(6) VALUE 0.
           05 WS-CPT-DECISIONS       PIC 9(6) VALUE 0.
           05 WS-CPT-ANNULES         PIC 9(6) VALUE 0.
           05 WS-CPT-REJETES         PIC 9(6) VALUE 0.
           05 WS-CPT-EN-DELAI        PIC 9(6) VALUE 0.
           05 WS-CPT-A-DECIDER       PIC 9(6) VALUE 0.
           05 WS-CPT-DOSSIERS-MVT    PIC 9(6) VALUE 0.
           05 WS-CPT-MOUVEMENTS      PIC 9(6) VALUE 0.
           05 WS-CPT-NON-APPLIQUES   PIC 9(6) VALUE 0.
           05 WS-CPT-CLOS            PIC 9(6) VALUE 0.
           05 WS-CPT-ORDRES-PRLV     PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-SAISIE.
           05 WS-LIGS-TYPE           PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-USER           PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-DISPOSITION    PIC X(62).
       01  WS-LIG-VEHICULE.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'VEHICULE '.
           05 WS-LIGV-SEQ            PIC 99.
           05 FILLER                 PIC X(6)  VALUE ' TYPE '.
           05 WS-LIGV-TYPE           PIC X(1).
           05 FILLER                 PIC X(7)  VALUE ' PRIME '.
           05 WS-LIGV-PRIME          PIC ZZZZZ9,99.
           05 FILLER                 PIC X(10) VALUE ' ECHEANCE '.
           05 WS-LIGV-EXPIR          PIC 9(8).
       01  WS-LIG-SINISTRE.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 FILLER                 PIC X(9)  VALUE 'SINISTRE '.
           05 WS-LIGN-SEQ            PIC 9(4).
           05 FILLER                 PIC X(5)  VALUE ' VEH '.
           05 WS-LIGN-VEHIC          PIC 99.
           05 FILLER                 PIC X(4)  VALUE ' DU '.
           05 WS-LIGN-DATE           PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LIGN-NATURE         PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 WS-LIGN-MONTANT        PIC ZZZZZ9,99.
       01  WS-LIG-ENTETE-SUIVI.
           05 FILLER                 PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                 PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                 PIC X(9)  VALUE 'DECES'.
           05 FILLER                 PIC X(9)  VALUE 'ECHEANCE'.
           05 FILLER                 PIC X(2)  VALUE 'D'.
           05 FILLER                 PIC X(32) VALUE 'SITUATION'.
       01  WS-LIG-SUIVI.
           05 WS-LIGU-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGU-NOM            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGU-DECES          PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGU-ECHEANCE       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGU-DECISION       PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGU-SITUATION      PIC X(32).
       01  WS-LIG-NON-APPLIQUE.
           05 FILLER                 PIC X(20)
               VALUE 'MVT NON APPLIQUE - '.
           05 WS-LIGX-JOURS          PIC ZZZZ9.
           05 FILLER                 PIC X(7) VALUE ' JOURS'.
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
           DISPLAY 'ASSURES DECEDES - DOSSIERS DE DECES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-SAISIE UNTIL FIN-SAISIES
           PERFORM 30000-SUIVRE-DOSSIERS
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'SAISIES LUES         : ' WS-CPT-SAISIES
           DISPLAY '  DECES DECLARES     : ' WS-CPT-DECLARES
           DISPLAY '  DECISIONS          : ' WS-CPT-DECISIONS
           DISPLAY '  ANNULATIONS        : ' WS-CPT-ANNULES
           DISPLAY '  REJETEES           : ' WS-CPT-REJETES
           DISPLAY 'DOSSIERS EN DELAI    : ' WS-CPT-EN-DELAI
           DISPLAY 'DOSSIERS A DECIDER   : ' WS-CPT-A-DECIDER
           DISPLAY 'DOSSIERS MVT EMIS    : ' WS-CPT-DOSSIERS-MVT
           DISPLAY '  MOUVEMENTS         : ' WS-CPT-MOUVEMENTS
           DISPLAY 'MVT NON APPLIQUES    : ' WS-CPT-NON-APPLIQUES
           DISPLAY 'DOSSIERS CLOS        : ' WS-CPT-CLOS
           DISPLAY 'ORDRES PRELEVEMENT   : ' WS-CPT-ORDRES-PRLV
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETES > 0 OR WS-CPT-A-DECIDER > 0
                       OR WS-CPT-NON-APPLIQUES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM et ouverture des fichiers                *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DSY-MM TO WS-BATCH-MM
           MOVE WS-DSY-JJ TO WS-BATCH-JJ

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'DELAI ACCORDE A LA FAMILLE : ' WS-DELAI ' JOURS'
                   ' - LOT DE MOUVEMENTS ' WS-BATCH-ID

      * Fichier des dossiers cree a vide au premier lancement
           OPEN I-O F-DECES
           IF FS-DECES NOT = '00'
               OPEN OUTPUT F-DECES
               IF FS-DECES = '00'
                   CLOSE F-DECES
                   OPEN I-O F-DECES
               END-IF
           END-IF
           IF FS-DECES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DECES : ' FS-DECES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-SAISIE
           IF FS-SAISIE NOT = '00'
               DISPLAY 'DECESMVT.dat ABSENT - AUCUNE SAISIE'
               SET FIN-SAISIES TO TRUE
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-MOUVEMENT
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DCDMVT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-PRLV
           IF FS-PRLV NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DCDPRLV'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'ASSURES DECEDES - SAISIES DU' TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
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
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DELAI='
                   IF WS-PARM-TOK(WS-PARM-IDX)(7:3) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3) TO WS-DELAI
                   ELSE
                       DISPLAY 'DELAI INVALIDE - DEFAUT CONSERVE'
                   END-IF
               END-IF
           END-PERFORM
           .

      * Une saisie du jour                                             *

       20000-TRAITER-SAISIE.
           READ F-SAISIE
               AT END
                   SET FIN-SAISIES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-SAISIES
                   MOVE FS-SAI-TYPE TO WS-LIGS-TYPE
                   MOVE FS-SAI-MAT  TO WS-LIGS-MAT
                   MOVE FS-SAI-USER TO WS-LIGS-USER
                   MOVE SPACES TO WS-LIGS-DISPOSITION
                   PERFORM 21000-APPLIQUER-SAISIE
                       THRU FIN-21000-APPLIQUER-SAISIE
           END-READ
           .

       21000-APPLIQUER-SAISIE.
           IF FS-SAI-MAT NOT NUMERIC
               MOVE 'REJET - MATRICULE NON NUMERIQUE'
                   TO WS-LIGS-DISPOSITION
               PERFORM 21900-REJETER-SAISIE
               GO TO FIN-21000-APPLIQUER-SAISIE
           END-IF

           MOVE FS-SAI-MAT TO FS-DCD-MAT
           READ F-DECES
               INVALID KEY
                   MOVE 'N' TO WS-DOSSIER-EXISTE
               NOT INVALID KEY
                   SET DOSSIER-EXISTE TO TRUE
                   MOVE FS-DCD-REC TO W-DECES
           END-READ

           EVALUATE FS-SAI-TYPE
               WHEN 'D'
                   PERFORM 22000-DECLARER-DECES
                       THRU FIN-22000-DECLARER-DECES
               WHEN 'T'
               WHEN 'R'
                   PERFORM 23000-ENREGISTRER-DECISION
                       THRU FIN-23000-ENREGISTRER-DECISION
               WHEN 'A'
                   PERFORM 24000-ANNULER-DECLARATION
                       THRU FIN-24000-ANNULER-DECLARATION
               WHEN OTHER
                   MOVE 'REJET - TYPE DE SAISIE INCONNU'
                       TO WS-LIGS-DISPOSITION
                   PERFORM 21900-REJETER-SAISIE
           END-EVALUATE
           .
       FIN-21000-APPLIQUER-SAISIE.
           EXIT.

       21900-REJETER-SAISIE.
           ADD 1 TO WS-CPT-REJETES
           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Declaration du deces : dossier gele, prelevements suspendus,   *
      * vehicules et sinistres du matricule listes                     *

       22000-DECLARER-DECES.
           IF DOSSIER-EXISTE AND NOT DCD-ANNULE
               MOVE 'REJET - DOSSIER DE DECES DEJA OUVERT'
                   TO WS-LIGS-DISPOSITION
               PERFORM 21900-REJETER-SAISIE
               GO TO FIN-22000-DECLARER-DECES
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE FS-SAI-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'REJET - ASSURE INCONNU D''ASSURES3'
                   TO WS-LIGS-DISPOSITION
               PERFORM 21900-REJETER-SAISIE
               GO TO FIN-22000-DECLARER-DECES
           END-IF
           MOVE WS-ENREG TO W-ASSURE

           MOVE SPACES TO W-DECES
           MOVE FS-SAI-MAT TO DCD-MAT
           SET DCD-GELE TO TRUE
           IF FS-SAI-DATE-N NUMERIC AND FS-SAI-DATE-N > 0
               MOVE FS-SAI-DATE-N TO DCD-DATE-DECES
           ELSE
               MOVE WS-DATE-SYSTEME TO DCD-DATE-DECES
           END-IF
           MOVE WS-DATE-SYSTEME TO DCD-DATE-SIGNAL
           MOVE FS-SAI-USER TO DCD-USER
           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME) + WS-DELAI
           COMPUTE DCD-DATE-ECHEANCE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JULIEN)
           MOVE 0 TO DCD-NB-VEHICULES
           MOVE 0 TO DCD-NB-SINISTRES
           MOVE 0 TO DCD-DATE-DECISION
           MOVE 0 TO DCD-DATE-MVT
           MOVE 0 TO DCD-DATE-CLOTURE

           MOVE 'DECES DECLARE - COURRIER ET PRELEVEMENTS GELES'
               TO WS-LIGS-DISPOSITION
           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE FS-SAI-MAT TO WS-MAT-COURANT
           PERFORM 22100-LISTER-VEHICULES
           PERFORM 22200-LISTER-SINISTRES
           MOVE WS-NB-VEHICULES TO DCD-NB-VEHICULES
           MOVE WS-NB-SINISTRES TO DCD-NB-SINISTRES

           MOVE W-DECES TO FS-DCD-REC
           IF DOSSIER-EXISTE
               REWRITE FS-DCD-REC
           ELSE
               WRITE FS-DCD-REC
           END-IF
           IF FS-DECES NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE DECES ' DCD-MAT
                       ' STATUS ' FS-DECES
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-22000-DECLARER-DECES
           END-IF
           ADD 1 TO WS-CPT-DECLARES

           MOVE 'S' TO FS-PRL-ACTION
           MOVE SPACES TO FS-PRL-NOM
           MOVE SPACES TO FS-PRL-MAT-NOUVEAU
           PERFORM 25000-ECRIRE-ORDRE-PRLV
           .
       FIN-22000-DECLARER-DECES.
           EXIT.

      * Vehicules du matricule (START + READNEXT sur ASSURES3)         *

       22100-LISTER-VEHICULES.
           MOVE 0 TO WS-NB-VEHICULES
           MOVE 'N' TO WS-FIN-MATRICULE
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-MAT-COURANT TO WS-ENREG(1:6)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-MATRICULE TO TRUE
           END-IF
           PERFORM 22110-LIRE-VEHICULE UNTIL FIN-MATRICULE
           .

       22110-LIRE-VEHICULE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
                   OR WS-ENREG(1:6) NOT = WS-MAT-COURANT
               SET FIN-MATRICULE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-ASSURE
               ADD 1 TO WS-NB-VEHICULES
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO WS-LIGV-SEQ
               MOVE TYPE-V-A4 OF W-ASSURE       TO WS-LIGV-TYPE
               MOVE PRIME-A4 OF W-ASSURE        TO WS-LIGV-PRIME
               MOVE DATE-EXPIR-A4 OF W-ASSURE   TO WS-LIGV-EXPIR
               MOVE WS-LIG-VEHICULE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           .

      * Sinistres non annules du matricule (START + READNEXT sur       *
      * SINISTRE)                                                      *

       22200-LISTER-SINISTRES.
           MOVE 0 TO WS-NB-SINISTRES
           MOVE 'N' TO WS-FIN-MATRICULE
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-MAT-COURANT TO WS-ENREG(1:6)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-MATRICULE TO TRUE
           END-IF
           PERFORM 22210-LIRE-SINISTRE UNTIL FIN-MATRICULE
           .

       22210-LIRE-SINISTRE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
                   OR WS-ENREG(1:6) NOT = WS-MAT-COURANT
               SET FIN-MATRICULE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-SINISTRE
               IF SIN-ETAT OF W-SINISTRE NOT = 'X'
                   ADD 1 TO WS-NB-SINISTRES
                   MOVE SIN-SEQ OF W-SINISTRE          TO WS-LIGN-SEQ
                   MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-LIGN-VEHIC
                   MOVE SIN-DATE OF W-SINISTRE         TO WS-LIGN-DATE
                   MOVE SIN-NATURE OF W-SINISTRE     TO WS-LIGN-NATURE
                   MOVE SIN-MONTANT OF W-SINISTRE   TO WS-LIGN-MONTANT
                   MOVE WS-LIG-SINISTRE TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
               END-IF
           END-IF
           .

      * Decision de la famille : transfert a l'heritier ou             *
      * resiliation - les mouvements partent a l'echeance du delai     *

       23000-ENREGISTRER-DECISION.
           IF NOT DOSSIER-EXISTE OR NOT DCD-GELE
               MOVE 'REJET - AUCUN DOSSIER EN ATTENTE DE DECISION'
                   TO WS-LIGS-DISPOSITION
               PERFORM 21900-REJETER-SAISIE
               GO TO FIN-23000-ENREGISTRER-DECISION
           END-IF

           IF FS-SAI-TYPE = 'T'
               IF FS-SAI-HER-NOM = SPACES
                   MOVE 'REJET - HERITIER NON DESIGNE'
                       TO WS-LIGS-DISPOSITION
                   PERFORM 21900-REJETER-SAISIE
                   GO TO FIN-23000-ENREGISTRER-DECISION
               END-IF
               IF FS-SAI-HER-MAT NOT = SPACES
                       AND FS-SAI-HER-MAT NOT NUMERIC
                   MOVE 'REJET - MATRICULE DE L''HERITIER NON NUMERIQUE'
                       TO WS-LIGS-DISPOSITION
                   PERFORM 21900-REJETER-SAISIE
                   GO TO FIN-23000-ENREGISTRER-DECISION
               END-IF
               MOVE FS-SAI-HER-NOM TO DCD-HERITIER-NOM
               MOVE FS-SAI-HER-CIV TO DCD-HERITIER-CIV
               MOVE FS-SAI-HER-MAT TO DCD-HERITIER-MAT
               MOVE 'DECISION TRANSFERT A L''HERITIER ENREGISTREE'
                   TO WS-LIGS-DISPOSITION
           ELSE
               MOVE SPACES TO DCD-HERITIER-NOM
               MOVE SPACES TO DCD-HERITIER-CIV
               MOVE SPACES TO DCD-HERITIER-MAT
               MOVE 'DECISION RESILIATION ENREGISTREE'
                   TO WS-LIGS-DISPOSITION
           END-IF
           MOVE FS-SAI-TYPE TO DCD-DECISION
           MOVE WS-DATE-SYSTEME TO DCD-DATE-DECISION

           MOVE W-DECES TO FS-DCD-REC
           REWRITE FS-DCD-REC
           IF FS-DECES NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE DECES ' DCD-MAT
                       ' STATUS ' FS-DECES
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-23000-ENREGISTRER-DECISION
           END-IF
           ADD 1 TO WS-CPT-DECISIONS
           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
       FIN-23000-ENREGISTRER-DECISION.
           EXIT.

      * Declaration erronee : gel leve tant qu'aucun mouvement n'est   *
      * parti                                                          *

       24000-ANNULER-DECLARATION.
           IF NOT DOSSIER-EXISTE OR NOT DCD-GELE
               MOVE 'REJET - DOSSIER ABSENT OU MOUVEMENTS DEJA EMIS'
                   TO WS-LIGS-DISPOSITION
               PERFORM 21900-REJETER-SAISIE
               GO TO FIN-24000-ANNULER-DECLARATION
           END-IF

           SET DCD-ANNULE TO TRUE
           MOVE WS-DATE-SYSTEME TO DCD-DATE-CLOTURE
           MOVE W-DECES TO FS-DCD-REC
           REWRITE FS-DCD-REC
           IF FS-DECES NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE DECES ' DCD-MAT
                       ' STATUS ' FS-DECES
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-24000-ANNULER-DECLARATION
           END-IF
           ADD 1 TO WS-CPT-ANNULES
           MOVE 'DECLARATION ANNULEE - GEL LEVE, PRELEVEMENTS REPRIS'
               TO WS-LIGS-DISPOSITION
           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'R' TO FS-PRL-ACTION
           MOVE SPACES TO FS-PRL-NOM
           MOVE SPACES TO FS-PRL-MAT-NOUVEAU
           PERFORM 25000-ECRIRE-ORDRE-PRLV
           .
       FIN-24000-ANNULER-DECLARATION.
           EXIT.

      * Ordre au service des prelevements (action, nom et matricule    *
      * du nouveau titulaire deja places par l'appelant)               *

       25000-ECRIRE-ORDRE-PRLV.
           MOVE DCD-MAT TO FS-PRL-MAT
           MOVE WS-DATE-SYSTEME TO FS-PRL-DATE
           MOVE 'DECES' TO FS-PRL-MOTIF
           WRITE FS-PRL-REC
           IF FS-PRLV = '00'
               ADD 1 TO WS-CPT-ORDRES-PRLV
           ELSE
               DISPLAY 'ANOMALIE - ECRITURE DCDPRLV MATRICULE '
                       DCD-MAT ' STATUS ' FS-PRLV
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Suivi des dossiers : emission des mouvements, constat de leur  *
      * application, dossiers a decider                                *

       30000-SUIVRE-DOSSIERS.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SUIVI DES DOSSIERS DE DECES' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-SUIVI TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE LOW-VALUES TO FS-DCD-MAT
           START F-DECES KEY IS NOT LESS THAN FS-DCD-MAT
               INVALID KEY
                   SET FIN-DOSSIERS TO TRUE
           END-START
           PERFORM 31000-EXAMINER-DOSSIER UNTIL FIN-DOSSIERS
           .

       31000-EXAMINER-DOSSIER.
           READ F-DECES NEXT RECORD
               AT END
                   SET FIN-DOSSIERS TO TRUE
               NOT AT END
                   MOVE FS-DCD-REC TO W-DECES
                   IF DCD-GELE OR DCD-MVT-EMIS
                       PERFORM 31100-SITUER-DOSSIER
                           THRU FIN-31100-SITUER-DOSSIER
                   END-IF
           END-READ
           .

       31100-SITUER-DOSSIER.
           MOVE DCD-MAT           TO WS-LIGU-MAT
           MOVE DCD-DATE-DECES    TO WS-LIGU-DECES
           MOVE DCD-DATE-ECHEANCE TO WS-LIGU-ECHEANCE
           MOVE DCD-DECISION      TO WS-LIGU-DECISION
           MOVE SPACES            TO WS-LIGU-NOM
           MOVE DCD-MAT           TO WS-MAT-COURANT

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE DCD-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               MOVE NOM-PRE-A4 OF W-ASSURE TO WS-LIGU-NOM
           END-IF

           IF DCD-MVT-EMIS
               PERFORM 33000-CONSTATER-APPLICATION
               GO TO FIN-31100-SITUER-DOSSIER
           END-IF

      * Dossier gele - la police a pu disparaitre entre-temps (autre
      * resiliation) : rien a emettre, dossier clos
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET DCD-RESILIE TO TRUE
               MOVE 'CLOS - POLICE DEJA SORTIE' TO WS-LIGU-SITUATION
               PERFORM 34000-CLORE-DOSSIER
               GO TO FIN-31100-SITUER-DOSSIER
           END-IF

           IF DCD-DATE-ECHEANCE > WS-DATE-SYSTEME
               ADD 1 TO WS-CPT-EN-DELAI
               IF DCD-DECISION = SPACES
                   MOVE 'EN DELAI - DECISION ATTENDUE'
                       TO WS-LIGU-SITUATION
               ELSE
                   MOVE 'EN DELAI - DECISION SAISIE'
                       TO WS-LIGU-SITUATION
               END-IF
               PERFORM 31900-EDITER-SUIVI
               GO TO FIN-31100-SITUER-DOSSIER
           END-IF

           IF DCD-DECISION = SPACES
               ADD 1 TO WS-CPT-A-DECIDER
               MOVE 'A DECIDER : TRANSFERT OU RESIL.'
                   TO WS-LIGU-SITUATION
               PERFORM 31900-EDITER-SUIVI
               GO TO FIN-31100-SITUER-DOSSIER
           END-IF

           PERFORM 32000-EMETTRE-MOUVEMENTS
           .
       FIN-31100-SITUER-DOSSIER.
           EXIT.

       31900-EDITER-SUIVI.
           MOVE WS-LIG-SUIVI TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Delai echu et decision saisie : transfert 'T' (tous vehicules  *
      * du matricule, cf MAJASSV2) ou un 'S' par vehicule              *

       32000-EMETTRE-MOUVEMENTS.
           MOVE 0 TO WS-NB-MVT-DOSSIER
           IF DCD-DECISION = 'T'
               PERFORM 32100-GENERER-TRANSFERT
               MOVE 'MVT TRANSFERT EMIS' TO WS-LIGU-SITUATION
           ELSE
               MOVE 'N' TO WS-FIN-MATRICULE
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-START TO WS-CODE-FONCTION
               MOVE SPACES TO WS-ENREG
               MOVE DCD-MAT TO WS-ENREG(1:6)
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               IF WS-CODE-RETOUR NOT = WS-RET-OK
                   SET FIN-MATRICULE TO TRUE
               END-IF
               PERFORM 32200-GENERER-SUPPRESSION UNTIL FIN-MATRICULE
               MOVE 'MVT RESILIATION EMIS' TO WS-LIGU-SITUATION
           END-IF

           SET DCD-MVT-EMIS TO TRUE
           MOVE WS-DATE-SYSTEME TO DCD-DATE-MVT
           MOVE W-DECES TO FS-DCD-REC
           REWRITE FS-DCD-REC
           IF FS-DECES NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE DECES ' DCD-MAT
                       ' STATUS ' FS-DECES
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           ADD 1 TO WS-CPT-DOSSIERS-MVT
           PERFORM 31900-EDITER-SUIVI
           .

      * Transfert de titulaire a l'heritier, effet immediat - image du *
      * vehicule 01 lue en 31100                                       *

       32100-GENERER-TRANSFERT.
           PERFORM 32300-PREPARER-MOUVEMENT
           MOVE 'T'              TO F-CODE
           MOVE DCD-HERITIER-NOM TO F-NOM-PRE
           MOVE DCD-HERITIER-CIV TO F-CIVILITE
           MOVE DCD-HERITIER-MAT TO F-MAT-NOUVEAU
           PERFORM 32400-ECRIRE-MOUVEMENT
           .

       32200-GENERER-SUPPRESSION.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
                   OR WS-ENREG(1:6) NOT = DCD-MAT
               SET FIN-MATRICULE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-ASSURE
               PERFORM 32300-PREPARER-MOUVEMENT
               MOVE 'S' TO F-CODE
               PERFORM 32400-ECRIRE-MOUVEMENT
           END-IF
           .

       32300-PREPARER-MOUVEMENT.
           MOVE SPACES                      TO W-FMVTSE
           MOVE MAT-X4 OF W-ASSURE          TO F-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE          TO F-RUE
           MOVE CP-A4 OF W-ASSURE           TO F-CP
           MOVE VILLE-A4 OF W-ASSURE        TO F-VILLE
           MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
           MOVE BM-A4 OF W-ASSURE           TO F-BM
           MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
           MOVE 0                           TO F-DATE-EFFET
           MOVE WS-BATCH-ID                 TO F-BATCH-ID
           MOVE '2'                         TO F-VERSION
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
           .

       32400-ECRIRE-MOUVEMENT.
           MOVE W-FMVTSE TO FS-MVT-REC
           WRITE FS-MVT-REC
           IF FS-MOUVEMENT = '00'
               ADD 1 TO WS-CPT-MOUVEMENTS
               ADD 1 TO WS-NB-MVT-DOSSIER
           ELSE
               DISPLAY 'ANOMALIE - ECRITURE DCDMVT MATRICULE '
                       F-MAT ' STATUS ' FS-MOUVEMENT
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Mouvements emis : applique si ASSURES3 porte l'heritier        *
      * (transfert) ou ne porte plus le matricule (resiliation)        *

       33000-CONSTATER-APPLICATION.
           IF DCD-DECISION = 'R'
               IF WS-CODE-RETOUR NOT = WS-RET-OK
                   SET DCD-RESILIE TO TRUE
                   MOVE 'CLOS - RESILIATION APPLIQUEE'
                       TO WS-LIGU-SITUATION
                   MOVE 'C' TO FS-PRL-ACTION
                   MOVE SPACES TO FS-PRL-NOM
                   MOVE SPACES TO FS-PRL-MAT-NOUVEAU
                   PERFORM 34000-CLORE-DOSSIER
               ELSE
                   PERFORM 33900-SIGNALER-NON-APPLIQUE
               END-IF
           ELSE
               IF DCD-HERITIER-MAT NOT = SPACES
                       AND WS-CODE-RETOUR NOT = WS-RET-OK
                   MOVE 'ASSURES3' TO WS-NOM-FICHIER
                   MOVE WS-FUNC-READ TO WS-CODE-FONCTION
                   MOVE SPACES TO WS-ENREG
                   MOVE DCD-HERITIER-MAT TO WS-ENREG(1:6)
                   MOVE '01' TO WS-ENREG(7:2)
                   CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
                   IF WS-CODE-RETOUR = WS-RET-OK
                       MOVE WS-ENREG TO W-ASSURE
                   END-IF
               END-IF
               IF WS-CODE-RETOUR = WS-RET-OK
                       AND NOM-PRE-A4 OF W-ASSURE = DCD-HERITIER-NOM
                   SET DCD-TRANSFERE TO TRUE
                   MOVE NOM-PRE-A4 OF W-ASSURE TO WS-LIGU-NOM
                   MOVE 'CLOS - TRANSFERT APPLIQUE'
                       TO WS-LIGU-SITUATION
                   MOVE 'T' TO FS-PRL-ACTION
                   MOVE DCD-HERITIER-NOM TO FS-PRL-NOM
                   MOVE DCD-HERITIER-MAT TO FS-PRL-MAT-NOUVEAU
                   PERFORM 34000-CLORE-DOSSIER
               ELSE
                   PERFORM 33900-SIGNALER-NON-APPLIQUE
               END-IF
           END-IF
           .

       33900-SIGNALER-NON-APPLIQUE.
           ADD 1 TO WS-CPT-NON-APPLIQUES
           COMPUTE WS-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME)
               - FUNCTION INTEGER-OF-DATE(DCD-DATE-MVT)
           MOVE WS-NB-JOURS TO WS-LIGX-JOURS
           MOVE WS-LIG-NON-APPLIQUE TO WS-LIGU-SITUATION
           PERFORM 31900-EDITER-SUIVI
           .

      * Cloture du dossier (etat deja positionne) ; l'ordre de         *
      * prelevement prepare est emis, sauf police sortie sans          *
      * mouvement du dossier                                           *

       34000-CLORE-DOSSIER.
           MOVE WS-DATE-SYSTEME TO DCD-DATE-CLOTURE
           MOVE W-DECES TO FS-DCD-REC
           REWRITE FS-DCD-REC
           IF FS-DECES NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE DECES ' DCD-MAT
                       ' STATUS ' FS-DECES
               ADD 1 TO WS-CPT-ANOMALIES
           ELSE
               ADD 1 TO WS-CPT-CLOS
               IF DCD-DATE-MVT NOT = 0
                   PERFORM 25000-ECRIRE-ORDRE-PRLV
               ELSE
                   MOVE 'C' TO FS-PRL-ACTION
                   MOVE SPACES TO FS-PRL-NOM
                   MOVE SPACES TO FS-PRL-MAT-NOUVEAU
                   PERFORM 25000-ECRIRE-ORDRE-PRLV
               END-IF
           END-IF
           PERFORM 31900-EDITER-SUIVI
           .

      * Fin de traitement - le fichier des saisies est vide            *

       40000-FIN.
           IF FS-SAISIE NOT = '35'
               CLOSE F-SAISIE
               OPEN OUTPUT F-SAISIE
               CLOSE F-SAISIE
           END-IF
           CLOSE F-DECES
           CLOSE F-MOUVEMENT
           CLOSE F-PRLV

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DECES DECLARES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-DECLARES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SAISIES REJETEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DOSSIERS A DECIDER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-A-DECIDER TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'MOUVEMENTS EMIS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-MOUVEMENTS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'MOUVEMENTS NON APPLIQUES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-NON-APPLIQUES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DOSSIERS CLOS' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CLOS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           CLOSE F-RAPPORT

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           .
