       IDENTIFICATION DIVISION.
       PROGRAM-ID. NRNASSU.

      * NON-RENOUVELLEMENT A L'INITIATIVE DE L'ASSUREUR - Tient les    *
      * dossiers de non-renouvellement des conducteurs chroniquement   *
      * responsables (WORK/NONRENOU.dat, cf CNONREN.cpy, un dossier    *
      * par vehicule, cree au premier lancement) :                     *
      *   - chaque matricule signale par CHRASSU (WORK/CHRONIQ.dat)    *
      *     est propose a la souscription : un dossier candidat par    *
      *     vehicule, avec l'echeance visee (DATE-EXPIR-A4) et la date *
      *     limite d'envoi du preavis, deux mois avant ; un vehicule   *
      *     deja en dossier n'est pas repropose, sauf dossier clos     *
      *     (maintien, surprime) dont l'echeance visee est passee      *
      *   - decisions de la souscription dans WORK/NONRENMVT.dat,      *
      *     layout a positions fixes :                                 *
      *       TYPE(1) MAT(6) VEHICULE(2) USER(8) TAUX(2)               *
      *     VEHICULE a blanc = tous les vehicules candidats du         *
      *     matricule                                                  *
      *       TYPE 'M' : maintien - dossier clos                       *
      *       TYPE 'S' : maintien avec surprime - TAUX points de malus *
      *                  ajoutes au taux BM-A4/TAUX-A4 du vehicule,    *
      *                  pris en compte par PRIMCALC a l'echeance      *
      *       TYPE 'N' : non-renouvellement - la lettre de preavis     *
      *                  (une par matricule, vehicules et date de fin  *
      *                  de garantie) est editee dans                  *
      *                  WORK/NRNPREAV.lst et inscrite au registre des *
      *                  courriers (PGMCORR, type NRN) ; decision      *
      *                  saisie apres la date limite : le preavis vaut *
      *                  pour l'echeance suivante                      *
      * Suivi des dossiers a chaque passage :                          *
      *   - candidat dont la date limite est depassee sans decision :  *
      *     la police est reconduite et le dossier reporte sur         *
      *     l'echeance suivante                                        *
      *   - candidat dont la date limite tombe dans les ALERTE jours : *
      *     signale a la souscription (decision urgente)               *
      *   - preavis notifie et echeance atteinte : le mouvement de     *
      *     suppression 'S' du vehicule est depose (layout v2, lot     *
      *     'NR'+MMJJ) dans WORK/NRNMVT.dat, a recharger en FMVTSE via *
      *     le fichier de controle MVTLISTE de MAJASSV2 ; RENOUVBM et  *
      *     PRIMCALC ne reconduisent plus ce vehicule                  *
      *   - mouvement emis : dossier clos quand ASSURES3 ne porte plus *
      *     le vehicule ; sinon il reste en suivi                      *
      * Sortie WORK/NRNASSU.lst : candidats proposes, decisions du     *
      * jour et suivi des dossiers ouverts. Le fichier des decisions   *
      * est vide en fin de traitement ; CHRONIQ.dat est laisse en      *
      * place (relu par MAJASSV2).                                     *
      * A lancer avant CHAINRUN, comme DCDASSU.                        *
      * PARM optionnel :                                               *
      *   ALERTE=nnn -> jours avant la date limite du preavis a partir *
      *                 desquels un candidat non decide est signale    *
      *                 (defaut 030)                                   *
      *   ex : PARM='ALERTE=045'                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-NONREN ASSIGN TO "WORK/NONRENOU.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NRN-CLE
               FILE STATUS IS FS-NONREN.

      * Conducteurs signales par CHRASSU - fichier optionnel
           SELECT F-CHRONIQ ASSIGN TO "WORK/CHRONIQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHRONIQ.

      * Decisions de la souscription - fichier optionnel
           SELECT F-SAISIE ASSIGN TO "WORK/NONRENMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAISIE.

      * Mouvements generes (extrait FMVTSE)
           SELECT F-MOUVEMENT ASSIGN TO "WORK/NRNMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOUVEMENT.

      * Lettres de preavis
           SELECT F-COURRIER ASSIGN TO "WORK/NRNPREAV.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURRIER.

           SELECT F-RAPPORT ASSIGN TO "WORK/NRNASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-NONREN.
       01  FS-NRN-REC.
           05 FS-NRN-CLE.
               10 FS-NRN-MAT       PIC X(6).
               10 FS-NRN-SEQ       PIC 9(2).
           05 FS-NRN-DATA          PIC X(92).

       FD  F-CHRONIQ.
       01  FS-CHR-REC.
           05 FS-CHR-MAT           PIC 9(6).
           05 FS-CHR-NOM           PIC X(20).
           05 FS-CHR-CP            PIC 9(5).
           05 FS-CHR-NB-RESP       PIC 9(3).

       FD  F-SAISIE.
       01  FS-SAI-REC.
           05 FS-SAI-TYPE          PIC X(1).
           05 FS-SAI-MAT           PIC X(6).
           05 FS-SAI-SEQ           PIC X(2).
           05 FS-SAI-SEQ-N REDEFINES FS-SAI-SEQ PIC 9(2).
           05 FS-SAI-USER          PIC X(8).
           05 FS-SAI-TAUX          PIC X(2).
           05 FS-SAI-TAUX-N REDEFINES FS-SAI-TAUX PIC 9(2).

       FD  F-MOUVEMENT.
       01  FS-MVT-REC              PIC X(100).

       FD  F-COURRIER.
       01  FS-COURRIER-REC         PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WFMVTSE.
           COPY WNONREN.

       01  FS-NONREN                 PIC XX.
       01  FS-CHRONIQ                PIC XX.
       01  FS-SAISIE                 PIC XX.
       01  FS-MOUVEMENT              PIC XX.
       01  FS-COURRIER               PIC XX.
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
           05 WS-FUNC-REWRITE        PIC 99 VALUE 04.
           05 WS-FUNC-START          PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT       PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.

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

      * Date systeme et calcul de dates (conversion julienne - meme
      * technique que DCDASSU)
       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-NB-JOURS               PIC 9(5).

      * Echeance et date limite du preavis : arithmetique sur AAAA/MM,
      * le jour etant borne a la longueur du mois d'arrivee (une date
      * limite avancee d'un ou deux jours reste dans le delai legal)
       01  WS-PREAVIS-MOIS           PIC 99 VALUE 02.
       01  WS-DUREE-MOIS             PIC 99 VALUE 12.
       01  WS-DATE-TRAVAIL           PIC 9(8).
       01  WS-DATE-TRAVAIL-R REDEFINES WS-DATE-TRAVAIL.
           05 WS-DTR-AAAA            PIC 9(4).
           05 WS-DTR-MM              PIC 99.
           05 WS-DTR-JJ              PIC 99.

      * Surprime : taux signe (bonus negatif, malus positif)
       01  WS-TAUX-SIGNE             PIC S9(3).

      * Identifiant du lot de mouvements genere : 'NR' + MMJJ du run
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(2) VALUE 'NR'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

      * Zones extraites du PARM
       01  WS-ALERTE                 PIC 9(3) VALUE 030.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-FIN-CHRONIQ            PIC X VALUE 'N'.
           88 FIN-CHRONIQ                VALUE 'O'.
       01  WS-FIN-SAISIES            PIC X VALUE 'N'.
           88 FIN-SAISIES                VALUE 'O'.
       01  WS-FIN-DOSSIERS           PIC X VALUE 'N'.
           88 FIN-DOSSIERS               VALUE 'O'.
       01  WS-FIN-MATRICULE          PIC X VALUE 'N'.
           88 FIN-MATRICULE              VALUE 'O'.
       01  WS-DOSSIER-EXISTE         PIC X VALUE 'N'.
           88 DOSSIER-EXISTE             VALUE 'O'.
       01  WS-VEHICULE-TROUVE        PIC X VALUE 'N'.
           88 VEHICULE-TROUVE            VALUE 'O'.
       01  WS-LETTRE-OUVERTE         PIC X VALUE 'N'.
           88 LETTRE-OUVERTE             VALUE 'O'.
       01  WS-MODE-DECISION          PIC X VALUE 'C'.
           88 MODE-COMPTAGE              VALUE 'C'.
           88 MODE-APPLICATION           VALUE 'A'.

      * Matricule courant et dossiers vises par la decision
       01  WS-MAT-COURANT            PIC X(6).
       01  WS-NB-DOSSIERS-VISES      PIC 9(3).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-SIGNALES        PIC 9(6) VALUE 0.
           05 WS-CPT-CANDIDATS       PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-SUIVIS     PIC 9(6) VALUE 0.
           05 WS-CPT-SAISIES         PIC 9(6) VALUE 0.
           05 WS-CPT-MAINTIENS       PIC 9(6) VALUE 0.
           05 WS-CPT-SURPRIMES       PIC 9(6) VALUE 0.
           05 WS-CPT-NOTIFIES        PIC 9(6) VALUE 0.
           05 WS-CPT-LETTRES         PIC 9(6) VALUE 0.
           05 WS-CPT-REJETES         PIC 9(6) VALUE 0.
           05 WS-CPT-EN-ATTENTE      PIC 9(6) VALUE 0.
           05 WS-CPT-URGENTS         PIC 9(6) VALUE 0.
           05 WS-CPT-REPORTES        PIC 9(6) VALUE 0.
           05 WS-CPT-PREAVIS-COURS   PIC 9(6) VALUE 0.
           05 WS-CPT-MOUVEMENTS      PIC 9(6) VALUE 0.
           05 WS-CPT-NON-APPLIQUES   PIC 9(6) VALUE 0.
           05 WS-CPT-CLOS            PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-ENTETE-DOSSIER.
           05 FILLER                 PIC X(7)  VALUE 'MATRIC'.
           05 FILLER                 PIC X(3)  VALUE 'VH'.
           05 FILLER                 PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                 PIC X(9)  VALUE 'ECHEANCE'.
           05 FILLER                 PIC X(9)  VALUE 'LIMITE'.
           05 FILLER                 PIC X(30) VALUE 'SITUATION'.
       01  WS-LIG-DOSSIER.
           05 WS-LIGD-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-SEQ            PIC 99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-NOM            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-ECHEANCE       PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-LIMITE         PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-SITUATION      PIC X(31).
       01  WS-LIG-SAISIE.
           05 WS-LIGS-TYPE           PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-SEQ            PIC X(2).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-USER           PIC X(8).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGS-DISPOSITION    PIC X(59).
       01  WS-LIG-DELAI.
           05 FILLER                 PIC X(13)
               VALUE 'A DECIDER - '.
           05 WS-LIGX-JOURS          PIC ZZZZ9.
           05 FILLER                 PIC X(13) VALUE ' JOURS RESTE'.
       01  WS-LIG-NON-APPLIQUE.
           05 FILLER                 PIC X(20)
               VALUE 'MVT NON APPLIQUE - '.
           05 WS-LIGN-JOURS          PIC ZZZZ9.
           05 FILLER                 PIC X(6) VALUE ' JOURS'.
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE        PIC X(30).
           05 WS-LIGT-NOMBRE         PIC ZZZZZ9.

      * Corps de la lettre de preavis (meme presentation que LETASSU)
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
       01  WS-LIG-OBJET              PIC X(80) VALUE
           'OBJET : PREAVIS DE NON-RENOUVELLEMENT DE VOTRE CONTRAT'.
       01  WS-LIG-REFERENCE.
           05 FILLER                PIC X(23) VALUE
               'REFERENCE A RAPPELER : '.
           05 WS-REF-MAT            PIC X(6).
       01  WS-LIG-CORPS1             PIC X(80) VALUE
           'CONFORMEMENT AUX CONDITIONS DE VOTRE CONTRAT, NOUS VOUS'.
       01  WS-LIG-CORPS2             PIC X(80) VALUE
           'INFORMONS QUE NOUS NE RENOUVELLERONS PAS LA GARANTIE DES'.
       01  WS-LIG-CORPS3             PIC X(80) VALUE
           'VEHICULES CI-DESSOUS A LEUR ECHEANCE :'.
       01  WS-LIG-VEHICULE.
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 FILLER                PIC X(9)  VALUE 'VEHICULE '.
           05 WS-LIGV-SEQ           PIC 99.
           05 FILLER                PIC X(6)  VALUE ' TYPE '.
           05 WS-LIGV-TYPE          PIC X(1).
           05 FILLER                PIC X(24)
               VALUE ' - FIN DE GARANTIE LE '.
           05 WS-LIGV-FIN           PIC 9(8).
       01  WS-LIG-CORPS4             PIC X(80) VALUE
           'VOUS RESTEZ ASSURE JUSQU''A CETTE DATE. NOUS VOUS INVITONS'.
       01  WS-LIG-CORPS5             PIC X(80) VALUE
           'A VOUS ASSURER AUPRES D''UN AUTRE ORGANISME AVANT CE TERME'.
       01  WS-LIG-EDITION.
           05 FILLER                PIC X(12) VALUE 'EDITE LE :  '.
           05 WS-EDI-DATE           PIC 9(8).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'NON-RENOUVELLEMENT - CONDUCTEURS SIGNALES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-PROPOSER-CANDIDATS UNTIL FIN-CHRONIQ
           PERFORM 30000-TRAITER-SAISIE UNTIL FIN-SAISIES
           PERFORM 40000-SUIVRE-DOSSIERS
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'MATRICULES SIGNALES  : ' WS-CPT-SIGNALES
           DISPLAY '  VEHICULES PROPOSES : ' WS-CPT-CANDIDATS
           DISPLAY '  DEJA EN DOSSIER    : ' WS-CPT-DEJA-SUIVIS
           DISPLAY 'DECISIONS LUES       : ' WS-CPT-SAISIES
           DISPLAY '  MAINTIENS          : ' WS-CPT-MAINTIENS
           DISPLAY '  SURPRIMES          : ' WS-CPT-SURPRIMES
           DISPLAY '  NON-RENOUVELLEMENTS: ' WS-CPT-NOTIFIES
           DISPLAY '  LETTRES DE PREAVIS : ' WS-CPT-LETTRES
           DISPLAY '  REJETEES           : ' WS-CPT-REJETES
           DISPLAY 'CANDIDATS EN ATTENTE : ' WS-CPT-EN-ATTENTE
           DISPLAY 'CANDIDATS URGENTS    : ' WS-CPT-URGENTS
           DISPLAY 'REPORTES (DELAI PASSE): ' WS-CPT-REPORTES
           DISPLAY 'PREAVIS EN COURS     : ' WS-CPT-PREAVIS-COURS
           DISPLAY 'MOUVEMENTS EMIS      : ' WS-CPT-MOUVEMENTS
           DISPLAY 'MVT NON APPLIQUES    : ' WS-CPT-NON-APPLIQUES
           DISPLAY 'DOSSIERS CLOS        : ' WS-CPT-CLOS
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETES > 0 OR WS-CPT-URGENTS > 0
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
           DISPLAY 'ALERTE AVANT DATE LIMITE : ' WS-ALERTE ' JOURS'
                   ' - LOT DE MOUVEMENTS ' WS-BATCH-ID

      * Fichier des dossiers cree a vide au premier lancement
           OPEN I-O F-NONREN
           IF FS-NONREN NOT = '00'
               OPEN OUTPUT F-NONREN
               IF FS-NONREN = '00'
                   CLOSE F-NONREN
                   OPEN I-O F-NONREN
               END-IF
           END-IF
           IF FS-NONREN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NONRENOU : ' FS-NONREN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT F-CHRONIQ
           IF FS-CHRONIQ NOT = '00'
               DISPLAY 'CHRONIQ.dat ABSENT - AUCUN NOUVEAU CANDIDAT'
               SET FIN-CHRONIQ TO TRUE
           END-IF

           OPEN INPUT F-SAISIE
           IF FS-SAISIE NOT = '00'
               DISPLAY 'NONRENMVT.dat ABSENT - AUCUNE DECISION'
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

           OPEN OUTPUT F-MOUVEMENT
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NRNMVT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-COURRIER
           IF FS-COURRIER NOT = '00'
               DISPLAY 'ERREUR OUVERTURE NRNPREAV'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'NON-RENOUVELLEMENT - CANDIDATS PROPOSES LE'
               TO WS-LIGT-TEXTE
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-DOSSIER TO FS-RAPPORT-REC
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
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ALERTE='
                   IF WS-PARM-TOK(WS-PARM-IDX)(8:3) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(8:3) TO WS-ALERTE
                   ELSE
                       DISPLAY 'ALERTE INVALIDE - DEFAUT CONSERVE'
                   END-IF
               END-IF
           END-PERFORM
           .

      * Un matricule signale par CHRASSU : ses vehicules sont          *
      * proposes a la souscription (START + READNEXT sur ASSURES3)     *

       20000-PROPOSER-CANDIDATS.
           READ F-CHRONIQ
               AT END
                   SET FIN-CHRONIQ TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-SIGNALES
                   MOVE FS-CHR-MAT TO WS-MAT-COURANT
                   MOVE 'N' TO WS-FIN-MATRICULE
                   MOVE 'ASSURES3' TO WS-NOM-FICHIER
                   MOVE WS-FUNC-START TO WS-CODE-FONCTION
                   MOVE SPACES TO WS-ENREG
                   MOVE WS-MAT-COURANT TO WS-ENREG(1:6)
                   CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
                   IF WS-CODE-RETOUR NOT = WS-RET-OK
                       SET FIN-MATRICULE TO TRUE
                   END-IF
                   PERFORM 21000-PROPOSER-VEHICULE UNTIL FIN-MATRICULE
           END-READ
           .

       21000-PROPOSER-VEHICULE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
                   OR WS-ENREG(1:6) NOT = WS-MAT-COURANT
               SET FIN-MATRICULE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-ASSURE
               PERFORM 21100-OUVRIR-CANDIDATURE
                   THRU FIN-21100-OUVRIR-CANDIDATURE
           END-IF
           .

      * Dossier candidat du vehicule - un dossier en cours n'est pas   *
      * repris ; un dossier clos l'est une fois son echeance passee    *

       21100-OUVRIR-CANDIDATURE.
           MOVE MAT-X4 OF W-ASSURE          TO FS-NRN-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO FS-NRN-SEQ
           READ F-NONREN
               INVALID KEY
                   MOVE 'N' TO WS-DOSSIER-EXISTE
               NOT INVALID KEY
                   SET DOSSIER-EXISTE TO TRUE
                   MOVE FS-NRN-REC TO W-NONREN
           END-READ

           IF DOSSIER-EXISTE
               IF NRN-CANDIDAT OR NRN-NOTIFIE OR NRN-MVT-EMIS
                       OR NRN-ECHEANCE NOT < WS-DATE-SYSTEME
                   ADD 1 TO WS-CPT-DEJA-SUIVIS
                   GO TO FIN-21100-OUVRIR-CANDIDATURE
               END-IF
           END-IF

           IF DATE-EXPIR-A4 OF W-ASSURE = 0
               DISPLAY 'ANOMALIE - ECHEANCE ABSENTE MATRICULE '
                       MAT-X4 OF W-ASSURE ' VEHICULE '
                       SEQ-VEHICULE-A4 OF W-ASSURE
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-21100-OUVRIR-CANDIDATURE
           END-IF

           MOVE SPACES TO W-NONREN
           MOVE MAT-X4 OF W-ASSURE          TO NRN-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO NRN-SEQ-VEHICULE
           SET NRN-CANDIDAT TO TRUE
           MOVE WS-DATE-SYSTEME TO NRN-DATE-SIGNAL
           MOVE FS-CHR-NB-RESP TO NRN-NB-RESP
           MOVE DATE-EXPIR-A4 OF W-ASSURE TO NRN-ECHEANCE
           MOVE 0 TO NRN-DATE-DECISION
           MOVE 0 TO NRN-TAUX-SURPRIME
           MOVE 0 TO NRN-DATE-PREAVIS
           MOVE 0 TO NRN-COR-NUM
           MOVE 0 TO NRN-DATE-MVT
           MOVE 0 TO NRN-DATE-CLOTURE
           PERFORM 29000-CALER-ECHEANCE
           MOVE 0 TO NRN-NB-REPORTS

           MOVE W-NONREN TO FS-NRN-REC
           IF DOSSIER-EXISTE
               REWRITE FS-NRN-REC
           ELSE
               WRITE FS-NRN-REC
           END-IF
           IF FS-NONREN NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE NONRENOU ' NRN-MAT
                       ' STATUS ' FS-NONREN
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-21100-OUVRIR-CANDIDATURE
           END-IF
           ADD 1 TO WS-CPT-CANDIDATS
           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-LIGD-NOM
           MOVE 'CANDIDAT - DECISION ATTENDUE' TO WS-LIGD-SITUATION
           PERFORM 49000-EDITER-DOSSIER
           .
       FIN-21100-OUVRIR-CANDIDATURE.
           EXIT.

      * Caler l'echeance visee sur la premiere dont le preavis peut    *
      * encore partir (police en retard ou delai depasse) - vehicule   *
      * courant dans W-ASSURE pour sa duree de police                  *

       29000-CALER-ECHEANCE.
           PERFORM 29100-CALCULER-LIMITE
           PERFORM 29200-ECHEANCE-SUIVANTE
               UNTIL NRN-DATE-LIMITE NOT < WS-DATE-SYSTEME
           .

      * Date limite = echeance moins le delai de preavis              *

       29100-CALCULER-LIMITE.
           MOVE NRN-ECHEANCE TO WS-DATE-TRAVAIL
           IF WS-DTR-MM > WS-PREAVIS-MOIS
               SUBTRACT WS-PREAVIS-MOIS FROM WS-DTR-MM
           ELSE
               COMPUTE WS-DTR-MM = WS-DTR-MM + 12 - WS-PREAVIS-MOIS
               SUBTRACT 1 FROM WS-DTR-AAAA
           END-IF
           IF WS-DTR-MM = 02 AND WS-DTR-JJ > 28
               MOVE 28 TO WS-DTR-JJ
           END-IF
           IF (WS-DTR-MM = 04 OR WS-DTR-MM = 06 OR WS-DTR-MM = 09
                   OR WS-DTR-MM = 11) AND WS-DTR-JJ > 30
               MOVE 30 TO WS-DTR-JJ
           END-IF
           MOVE WS-DATE-TRAVAIL TO NRN-DATE-LIMITE
           .

      * Echeance suivante selon le code duree (meme report que         *
      * PRIMCALC/25200 : 12, 6 ou 3 mois)                              *

       29200-ECHEANCE-SUIVANTE.
           EVALUATE DUREE-A4 OF W-ASSURE
               WHEN 'S'
                   MOVE 6 TO WS-DUREE-MOIS
               WHEN 'T'
                   MOVE 3 TO WS-DUREE-MOIS
               WHEN OTHER
                   MOVE 12 TO WS-DUREE-MOIS
           END-EVALUATE
           MOVE NRN-ECHEANCE TO WS-DATE-TRAVAIL
           ADD WS-DUREE-MOIS TO WS-DTR-MM
           IF WS-DTR-MM > 12
               SUBTRACT 12 FROM WS-DTR-MM
               ADD 1 TO WS-DTR-AAAA
           END-IF
           IF WS-DUREE-MOIS < 12 AND WS-DTR-JJ > 28
               MOVE 28 TO WS-DTR-JJ
           END-IF
           MOVE WS-DATE-TRAVAIL TO NRN-ECHEANCE
           ADD 1 TO NRN-NB-REPORTS
           PERFORM 29100-CALCULER-LIMITE
           .

      * Une decision de la souscription                                *

       30000-TRAITER-SAISIE.
           READ F-SAISIE
               AT END
                   SET FIN-SAISIES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-SAISIES
                   MOVE FS-SAI-TYPE TO WS-LIGS-TYPE
                   MOVE FS-SAI-MAT  TO WS-LIGS-MAT
                   MOVE FS-SAI-SEQ  TO WS-LIGS-SEQ
                   MOVE FS-SAI-USER TO WS-LIGS-USER
                   MOVE SPACES TO WS-LIGS-DISPOSITION
                   PERFORM 31000-APPLIQUER-SAISIE
                       THRU FIN-31000-APPLIQUER-SAISIE
           END-READ
           .

      * Controle de la decision, comptage des dossiers candidats vises *
      * puis application a chacun                                      *

       31000-APPLIQUER-SAISIE.
           IF FS-SAI-MAT NOT NUMERIC
               MOVE 'REJET - MATRICULE NON NUMERIQUE'
                   TO WS-LIGS-DISPOSITION
               PERFORM 31900-REJETER-SAISIE
               GO TO FIN-31000-APPLIQUER-SAISIE
           END-IF
           IF FS-SAI-SEQ NOT = SPACES AND FS-SAI-SEQ NOT NUMERIC
               MOVE 'REJET - VEHICULE NON NUMERIQUE'
                   TO WS-LIGS-DISPOSITION
               PERFORM 31900-REJETER-SAISIE
               GO TO FIN-31000-APPLIQUER-SAISIE
           END-IF

           EVALUATE FS-SAI-TYPE
               WHEN 'M'
                   MOVE 'DECISION MAINTIEN ENREGISTREE'
                       TO WS-LIGS-DISPOSITION
               WHEN 'S'
                   IF FS-SAI-TAUX NOT NUMERIC OR FS-SAI-TAUX-N = 0
                       MOVE 'REJET - TAUX DE SURPRIME ABSENT'
                           TO WS-LIGS-DISPOSITION
                       PERFORM 31900-REJETER-SAISIE
                       GO TO FIN-31000-APPLIQUER-SAISIE
                   END-IF
                   MOVE 'DECISION SURPRIME ENREGISTREE'
                       TO WS-LIGS-DISPOSITION
               WHEN 'N'
                   MOVE 'DECISION NON-RENOUVELLEMENT - PREAVIS EDITE'
                       TO WS-LIGS-DISPOSITION
               WHEN OTHER
                   MOVE 'REJET - TYPE DE DECISION INCONNU'
                       TO WS-LIGS-DISPOSITION
                   PERFORM 31900-REJETER-SAISIE
                   GO TO FIN-31000-APPLIQUER-SAISIE
           END-EVALUATE

           MOVE FS-SAI-MAT TO WS-MAT-COURANT
           MOVE 0 TO WS-NB-DOSSIERS-VISES
           SET MODE-COMPTAGE TO TRUE
           PERFORM 31100-PARCOURIR-DOSSIERS
           IF WS-NB-DOSSIERS-VISES = 0
               MOVE 'REJET - AUCUN DOSSIER CANDIDAT A DECIDER'
                   TO WS-LIGS-DISPOSITION
               PERFORM 31900-REJETER-SAISIE
               GO TO FIN-31000-APPLIQUER-SAISIE
           END-IF

           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'N' TO WS-LETTRE-OUVERTE
           SET MODE-APPLICATION TO TRUE
           PERFORM 31100-PARCOURIR-DOSSIERS
           IF LETTRE-OUVERTE
               PERFORM 35900-TERMINER-PREAVIS
           END-IF
           .
       FIN-31000-APPLIQUER-SAISIE.
           EXIT.

      * Dossiers du matricule (START + READ NEXT sur NONRENOU)         *

       31100-PARCOURIR-DOSSIERS.
           MOVE 'N' TO WS-FIN-MATRICULE
           MOVE WS-MAT-COURANT TO FS-NRN-MAT
           MOVE 0 TO FS-NRN-SEQ
           START F-NONREN KEY IS NOT LESS THAN FS-NRN-CLE
               INVALID KEY
                   SET FIN-MATRICULE TO TRUE
           END-START
           PERFORM 31200-LIRE-DOSSIER-MATRICULE UNTIL FIN-MATRICULE
           .

       31200-LIRE-DOSSIER-MATRICULE.
           READ F-NONREN NEXT RECORD
               AT END
                   SET FIN-MATRICULE TO TRUE
               NOT AT END
                   IF FS-NRN-MAT NOT = WS-MAT-COURANT
                       SET FIN-MATRICULE TO TRUE
                   ELSE
                       MOVE FS-NRN-REC TO W-NONREN
                       IF NRN-CANDIDAT
                           AND (FS-SAI-SEQ = SPACES
                                OR FS-SAI-SEQ-N = NRN-SEQ-VEHICULE)
                           IF MODE-COMPTAGE
                               ADD 1 TO WS-NB-DOSSIERS-VISES
                           ELSE
                               PERFORM 32000-DECIDER-DOSSIER
                                   THRU FIN-32000-DECIDER-DOSSIER
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       31900-REJETER-SAISIE.
           ADD 1 TO WS-CPT-REJETES
           MOVE WS-LIG-SAISIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decision sur un dossier candidat - le vehicule sorti           *
      * d'ASSURES3 entre-temps clot le dossier                         *

       32000-DECIDER-DOSSIER.
           MOVE NRN-MAT          TO WS-LIGD-MAT
           MOVE NRN-SEQ-VEHICULE TO WS-LIGD-SEQ
           MOVE SPACES           TO WS-LIGD-NOM
           PERFORM 48000-LIRE-VEHICULE
           IF NOT VEHICULE-TROUVE
               SET NRN-SORTI TO TRUE
               MOVE WS-DATE-SYSTEME TO NRN-DATE-CLOTURE
               MOVE 'CLOS - POLICE DEJA SORTIE' TO WS-LIGD-SITUATION
               PERFORM 47000-REECRIRE-DOSSIER
               ADD 1 TO WS-CPT-CLOS
               PERFORM 49000-EDITER-DOSSIER
               GO TO FIN-32000-DECIDER-DOSSIER
           END-IF

           MOVE FS-SAI-TYPE     TO NRN-DECISION
           MOVE WS-DATE-SYSTEME TO NRN-DATE-DECISION
           MOVE FS-SAI-USER     TO NRN-USER
           EVALUATE FS-SAI-TYPE
               WHEN 'M'
                   SET NRN-MAINTENU TO TRUE
                   MOVE WS-DATE-SYSTEME TO NRN-DATE-CLOTURE
                   MOVE 'CLOS - MAINTENU' TO WS-LIGD-SITUATION
                   ADD 1 TO WS-CPT-MAINTIENS
               WHEN 'S'
                   PERFORM 33000-APPLIQUER-SURPRIME
                       THRU FIN-33000-APPLIQUER-SURPRIME
               WHEN 'N'
                   PERFORM 34000-NOTIFIER-NON-RENOUV
           END-EVALUATE
           PERFORM 47000-REECRIRE-DOSSIER
           PERFORM 49000-EDITER-DOSSIER
           .
       FIN-32000-DECIDER-DOSSIER.
           EXIT.

      * Surprime : points de malus ajoutes au taux du vehicule (un     *
      * bonus est d'abord resorbe), plafond 99 - PRIMCALC applique le  *
      * nouveau taux a l'echeance                                      *

       33000-APPLIQUER-SURPRIME.
           IF BM-A4 OF W-ASSURE = 'B'
               COMPUTE WS-TAUX-SIGNE =
                   FS-SAI-TAUX-N - TAUX-A4 OF W-ASSURE
           ELSE
               COMPUTE WS-TAUX-SIGNE =
                   TAUX-A4 OF W-ASSURE + FS-SAI-TAUX-N
           END-IF
           IF WS-TAUX-SIGNE < 0
               MOVE 'B' TO BM-A4 OF W-ASSURE
               COMPUTE TAUX-A4 OF W-ASSURE = 0 - WS-TAUX-SIGNE
           ELSE
               MOVE 'M' TO BM-A4 OF W-ASSURE
               IF WS-TAUX-SIGNE > 99
                   MOVE 99 TO TAUX-A4 OF W-ASSURE
               ELSE
                   MOVE WS-TAUX-SIGNE TO TAUX-A4 OF W-ASSURE
               END-IF
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE W-ASSURE TO WS-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ANOMALIE - SURPRIME NON APPLIQUEE MATRICULE '
                       NRN-MAT ' VEHICULE ' NRN-SEQ-VEHICULE
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE SPACES TO NRN-DECISION
               MOVE 0 TO NRN-DATE-DECISION
               MOVE 'ANOMALIE - SURPRIME NON APPLIQUEE'
                   TO WS-LIGD-SITUATION
               GO TO FIN-33000-APPLIQUER-SURPRIME
           END-IF
           SET NRN-SURPRIME TO TRUE
           MOVE FS-SAI-TAUX-N TO NRN-TAUX-SURPRIME
           MOVE WS-DATE-SYSTEME TO NRN-DATE-CLOTURE
           MOVE 'CLOS - SURPRIME APPLIQUEE' TO WS-LIGD-SITUATION
           ADD 1 TO WS-CPT-SURPRIMES
           .
       FIN-33000-APPLIQUER-SURPRIME.
           EXIT.

      * Non-renouvellement : decision apres la date limite = preavis   *
      * pour l'echeance suivante ; le vehicule est ajoute a la lettre  *
      * du matricule, entamee au premier vehicule                      *

       34000-NOTIFIER-NON-RENOUV.
           IF NRN-DATE-LIMITE < WS-DATE-SYSTEME
               PERFORM 29000-CALER-ECHEANCE
               MOVE 'PREAVIS - ECHEANCE SUIVANTE' TO WS-LIGD-SITUATION
           ELSE
               MOVE 'PREAVIS NOTIFIE' TO WS-LIGD-SITUATION
           END-IF
           IF NOT LETTRE-OUVERTE
               PERFORM 35000-ENTAMER-PREAVIS
           END-IF
           MOVE NRN-SEQ-VEHICULE     TO WS-LIGV-SEQ
           MOVE TYPE-V-A4 OF W-ASSURE TO WS-LIGV-TYPE
           MOVE NRN-ECHEANCE         TO WS-LIGV-FIN
           MOVE WS-LIG-VEHICULE TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE

           SET NRN-NOTIFIE TO TRUE
           MOVE WS-DATE-SYSTEME TO NRN-DATE-PREAVIS
           IF COR-ARCHIVEE
               MOVE WS-COR-NUM TO NRN-COR-NUM
           ELSE
               MOVE 0 TO NRN-COR-NUM
           END-IF
           ADD 1 TO WS-CPT-NOTIFIES
           .

      * En-tete de la lettre de preavis - adresse du premier vehicule  *
      * du matricule                                                   *

       35000-ENTAMER-PREAVIS.
           SET LETTRE-OUVERTE TO TRUE
           ADD 1 TO WS-CPT-LETTRES
           PERFORM 35100-OUVRIR-ARCHIVE
           MOVE WS-LIG-SEPARATION TO FS-COURRIER-REC
           WRITE FS-COURRIER-REC

           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE RUE-A4 OF W-ASSURE TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE CP-A4 OF W-ASSURE TO WS-ADR-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-OBJET TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE NRN-MAT TO WS-REF-MAT
           MOVE WS-LIG-REFERENCE TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS1 TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS2 TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS3 TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           .

      * Inscription de la lettre au registre des courriers : type     *
      * NRN, reference matricule, adresse d'ASSURES3, courrier postal *
      * - registre indisponible = lettre editee non archivee           *

       35100-OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-COM-CORR
           MOVE 'O' TO WS-COR-FONCTION
           MOVE NRN-MAT TO WS-COR-MAT
           MOVE 'NRN' TO WS-COR-TYPE-DOC
           MOVE 'NRNASSU' TO WS-COR-PROGRAMME
           MOVE 'C' TO WS-COR-CANAL
           MOVE NRN-MAT TO WS-COR-REFERENCE
           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-COR-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE TO WS-COR-RUE
           MOVE CP-A4 OF W-ASSURE TO WS-COR-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-COR-VILLE
           CALL WS-NOM-PGMCORR USING WS-COM-CORR
           IF WS-COR-RETOUR = 00
               SET COR-ARCHIVEE TO TRUE
               IF WS-COR-CANAL = 'N'
                   DISPLAY 'PREAVIS RETENU NPAI : ' NRN-MAT
               END-IF
               IF WS-COR-CANAL = 'D'
                   DISPLAY 'PREAVIS RETENU ASSURE DECEDE : ' NRN-MAT
               END-IF
           ELSE
               MOVE 'N' TO WS-COR-ARCHIVEE
               DISPLAY 'PREAVIS NON ARCHIVE : ' NRN-MAT
                       ' RETOUR PGMCORR ' WS-COR-RETOUR
           END-IF
           .

      * Ligne de la lettre : edition et conservation du texte          *

       35200-ECRIRE-LIGNE.
           WRITE FS-COURRIER-REC
           IF COR-ARCHIVEE
               MOVE 'L' TO WS-COR-FONCTION
               MOVE FS-COURRIER-REC TO WS-COR-LIGNE
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

      * Fin de la lettre, apres le dernier vehicule du matricule       *

       35900-TERMINER-PREAVIS.
           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS4 TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS5 TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           MOVE WS-DATE-SYSTEME TO WS-EDI-DATE
           MOVE WS-LIG-EDITION TO FS-COURRIER-REC
           PERFORM 35200-ECRIRE-LIGNE
           IF COR-ARCHIVEE
               MOVE 'F' TO WS-COR-FONCTION
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           MOVE 'N' TO WS-LETTRE-OUVERTE
           .

      * Suivi des dossiers ouverts : reports, candidats proches de     *
      * leur date limite, resiliations a emettre et leur application   *

       40000-SUIVRE-DOSSIERS.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SUIVI DES DOSSIERS DE NON-RENOUVELLEMENT'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-DOSSIER TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE LOW-VALUES TO FS-NRN-CLE
           START F-NONREN KEY IS NOT LESS THAN FS-NRN-CLE
               INVALID KEY
                   SET FIN-DOSSIERS TO TRUE
           END-START
           PERFORM 41000-EXAMINER-DOSSIER UNTIL FIN-DOSSIERS
           .

       41000-EXAMINER-DOSSIER.
           READ F-NONREN NEXT RECORD
               AT END
                   SET FIN-DOSSIERS TO TRUE
               NOT AT END
                   MOVE FS-NRN-REC TO W-NONREN
                   IF NRN-CANDIDAT OR NRN-NOTIFIE OR NRN-MVT-EMIS
                       PERFORM 41100-SITUER-DOSSIER
                           THRU FIN-41100-SITUER-DOSSIER
                   END-IF
           END-READ
           .

       41100-SITUER-DOSSIER.
           MOVE NRN-MAT          TO WS-LIGD-MAT
           MOVE NRN-SEQ-VEHICULE TO WS-LIGD-SEQ
           MOVE SPACES           TO WS-LIGD-NOM
           PERFORM 48000-LIRE-VEHICULE

           IF NRN-MVT-EMIS
               IF VEHICULE-TROUVE
                   ADD 1 TO WS-CPT-NON-APPLIQUES
                   COMPUTE WS-NB-JOURS =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME)
                       - FUNCTION INTEGER-OF-DATE(NRN-DATE-MVT)
                   MOVE WS-NB-JOURS TO WS-LIGN-JOURS
                   MOVE WS-LIG-NON-APPLIQUE TO WS-LIGD-SITUATION
                   PERFORM 49000-EDITER-DOSSIER
               ELSE
                   SET NRN-SORTI TO TRUE
                   MOVE 'CLOS - RESILIATION APPLIQUEE'
                       TO WS-LIGD-SITUATION
                   PERFORM 46000-CLORE-DOSSIER
               END-IF
               GO TO FIN-41100-SITUER-DOSSIER
           END-IF

      * La police a pu sortir entre-temps (autre resiliation) : rien
      * a emettre, dossier clos
           IF NOT VEHICULE-TROUVE
               SET NRN-SORTI TO TRUE
               MOVE 'CLOS - POLICE DEJA SORTIE' TO WS-LIGD-SITUATION
               PERFORM 46000-CLORE-DOSSIER
               GO TO FIN-41100-SITUER-DOSSIER
           END-IF

           IF NRN-NOTIFIE
               IF NRN-ECHEANCE NOT > WS-DATE-SYSTEME
                   PERFORM 42000-EMETTRE-RESILIATION
               ELSE
                   ADD 1 TO WS-CPT-PREAVIS-COURS
                   MOVE 'PREAVIS NOTIFIE - ECHEANCE ATTENDUE'
                       TO WS-LIGD-SITUATION
                   PERFORM 49000-EDITER-DOSSIER
               END-IF
               GO TO FIN-41100-SITUER-DOSSIER
           END-IF

      * Candidat : delai depasse sans decision, la police est
      * reconduite et le dossier passe a l'echeance suivante
           IF NRN-DATE-LIMITE < WS-DATE-SYSTEME
               PERFORM 29000-CALER-ECHEANCE
               PERFORM 47000-REECRIRE-DOSSIER
               ADD 1 TO WS-CPT-REPORTES
               MOVE 'DELAI DEPASSE - REPORTE' TO WS-LIGD-SITUATION
               PERFORM 49000-EDITER-DOSSIER
               GO TO FIN-41100-SITUER-DOSSIER
           END-IF

           COMPUTE WS-NB-JOURS =
               FUNCTION INTEGER-OF-DATE(NRN-DATE-LIMITE)
               - FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME)
           IF WS-NB-JOURS > WS-ALERTE
               ADD 1 TO WS-CPT-EN-ATTENTE
           ELSE
               ADD 1 TO WS-CPT-URGENTS
               MOVE WS-NB-JOURS TO WS-LIGX-JOURS
               MOVE WS-LIG-DELAI TO WS-LIGD-SITUATION
               PERFORM 49000-EDITER-DOSSIER
           END-IF
           .
       FIN-41100-SITUER-DOSSIER.
           EXIT.

      * Echeance atteinte apres preavis : suppression 'S' du vehicule  *
      * (v2, vehicule vise), effet immediat - image lue en 41100       *

       42000-EMETTRE-RESILIATION.
           MOVE SPACES                      TO W-FMVTSE
           MOVE MAT-X4 OF W-ASSURE          TO F-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE          TO F-RUE
           MOVE CP-A4 OF W-ASSURE           TO F-CP
           MOVE VILLE-A4 OF W-ASSURE        TO F-VILLE
           MOVE 'S'                         TO F-CODE
           MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
           MOVE BM-A4 OF W-ASSURE           TO F-BM
           MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
           MOVE 0                           TO F-DATE-EFFET
           MOVE WS-BATCH-ID                 TO F-BATCH-ID
           MOVE '2'                         TO F-VERSION
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
           MOVE W-FMVTSE TO FS-MVT-REC
           WRITE FS-MVT-REC
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE NRNMVT MATRICULE '
                       F-MAT ' STATUS ' FS-MOUVEMENT
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'ANOMALIE - MVT NON EMIS' TO WS-LIGD-SITUATION
               PERFORM 49000-EDITER-DOSSIER
           ELSE
               ADD 1 TO WS-CPT-MOUVEMENTS
               SET NRN-MVT-EMIS TO TRUE
               MOVE WS-DATE-SYSTEME TO NRN-DATE-MVT
               PERFORM 47000-REECRIRE-DOSSIER
               MOVE 'MVT RESILIATION EMIS' TO WS-LIGD-SITUATION
               PERFORM 49000-EDITER-DOSSIER
           END-IF
           .

      * Cloture du dossier (etat deja positionne)                      *

       46000-CLORE-DOSSIER.
           MOVE WS-DATE-SYSTEME TO NRN-DATE-CLOTURE
           PERFORM 47000-REECRIRE-DOSSIER
           ADD 1 TO WS-CPT-CLOS
           PERFORM 49000-EDITER-DOSSIER
           .

       47000-REECRIRE-DOSSIER.
           MOVE W-NONREN TO FS-NRN-REC
           REWRITE FS-NRN-REC
           IF FS-NONREN NOT = '00'
               DISPLAY 'ANOMALIE - REECRITURE NONRENOU ' NRN-MAT
                       ' VEHICULE ' NRN-SEQ-VEHICULE
                       ' STATUS ' FS-NONREN
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Image ASSURES3 du vehicule du dossier                          *

       48000-LIRE-VEHICULE.
           MOVE 'N' TO WS-VEHICULE-TROUVE
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE NRN-MAT TO WS-ENREG(1:6)
           MOVE NRN-SEQ-VEHICULE TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               SET VEHICULE-TROUVE TO TRUE
               MOVE NOM-PRE-A4 OF W-ASSURE TO WS-LIGD-NOM
           END-IF
           .

       49000-EDITER-DOSSIER.
           MOVE NRN-ECHEANCE    TO WS-LIGD-ECHEANCE
           MOVE NRN-DATE-LIMITE TO WS-LIGD-LIMITE
           MOVE WS-LIG-DOSSIER TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - le fichier des decisions est vide          *

       50000-FIN.
           IF FS-SAISIE NOT = '35'
               CLOSE F-SAISIE
               OPEN OUTPUT F-SAISIE
               CLOSE F-SAISIE
           END-IF
           IF FS-CHRONIQ NOT = '35'
               CLOSE F-CHRONIQ
           END-IF
           CLOSE F-NONREN
           CLOSE F-MOUVEMENT
           CLOSE F-COURRIER

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'VEHICULES PROPOSES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-CANDIDATS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DECISIONS REJETEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'PREAVIS EDITES (LETTRES)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-LETTRES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'CANDIDATS A DECIDER (URGENT)' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-URGENTS TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'CANDIDATS EN ATTENTE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EN-ATTENTE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'CANDIDATS REPORTES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REPORTES TO WS-LIGT-NOMBRE
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

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           .
