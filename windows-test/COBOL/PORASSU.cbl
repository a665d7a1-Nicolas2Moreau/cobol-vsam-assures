       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORASSU.

      * DEMANDES CLIENTS DU PORTAIL WEB - Pendant de WEBASSU dans     *
      * l'autre sens : le portail depose chaque nuit les demandes     *
      * saisies par les clients dans WORK/PORTAIL.dat (cf             *
      * WPORTAIL.cpy). Chaque demande est controlee contre ASSURES3   *
      * (et CONTACTS au travers de CTCASSU) puis orientee vers le     *
      * circuit qui la traite deja pour le centre d'appels :          *
      *   ADR : un mouvement 'M' (layout v2, lot 'PO'+MMJJ) par       *
      *         vehicule du matricule, image en place avec la         *
      *         nouvelle adresse, dans WORK/PORTMVT.dat a recharger   *
      *         en FMVTSE via le fichier de controle MVTLISTE de      *
      *         MAJASSV2 (l'etat NPAI eventuel y est leve)            *
      *   SIN : mouvement de creation ajoute a WORK/SINMVT.dat, pris  *
      *         par le prochain passage de SINASSU                    *
      *   CTC : mouvement 'M' ajoute a DATA/CONTMVT, pris par le      *
      *         prochain passage de CTCASSU                           *
      *   ATT : demande ajoutee a WORK/ATTDEM.dat, editee par         *
      *         ATTASSU                                               *
      *   KMS : releve de compteur ajoute a WORK/KMMVT.dat (code 'R', *
      *         source 'P'), pris par le prochain passage de KMSASSU  *
      * PORASSU passe donc apres le depot des extraits du jour et     *
      * avant MAJASSV2, SINASSU, CTCASSU, ATTASSU et KMSASSU.         *
      * Une demande de changement d'adresse vers une adresse de la    *
      * liste de surveillance (PGMSURV) ou une declaration de         *
      * sinistre au-dela du seuil SEUIL= est mise en revue dans       *
      * WORK/PORTATT.dat au lieu d'etre orientee. Aucune demande      *
      * n'est acceptee sur le matricule d'un assure decede            *
      * (PGMDECES).                                                   *
      * Chaque demande recoit un retour (acceptee, rejetee avec son   *
      * motif, en revue) dans WORK/PORTRET.dat (cf WPORTRET.cpy),     *
      * cumule d'un run a l'autre et vide par le portail quand il le  *
      * reprend. Compte rendu dans WORK/PORASSU.lst.                  *
      * PARM optionnel :                                              *
      *   ACTION=TRAITER (defaut) - demandes de la nuit ; le fichier  *
      *     PORTAIL est vide en fin de traitement                     *
      *   ACTION=LIST - liste la file de revue sans y toucher         *
      *   ACTION=VALIDER - les demandes en revue sont orientees sans  *
      *     nouveau controle de revue (lot 'PV'+MMJJ pour les         *
      *     mouvements de police)                                     *
      *   ACTION=REJETER - les demandes en revue sont refusees        *
      *   ID=xxxxxxxxxxxx limite VALIDER/REJETER a une demande ;      *
      *     absent, toute la file est concernee (meme principe que    *
      *     SURASSU)                                                  *
      *   SEUIL=nnnnnn -> montant declare (euros) au-dela duquel un   *
      *     sinistre est mis en revue (defaut 005000)                 *
      *   ex : PARM='ACTION=VALIDER,ID=W00000012345'                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Demandes de la nuit (fichier optionnel)
           SELECT F-PORTAIL ASSIGN TO "WORK/PORTAIL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTAIL.

      * File de revue : demande d'origine, date et motif de la revue
           SELECT F-PORTATT ASSIGN TO "WORK/PORTATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTATT.

      * Retours au portail - EXTEND, vide par le portail
           SELECT F-PORTRET ASSIGN TO "WORK/PORTRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PORTRET.

      * Mouvements de police - EXTEND pour cumuler plusieurs runs
      * avant le rechargement
           SELECT F-MOUVEMENT ASSIGN TO "WORK/PORTMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOUVEMENT.

           SELECT F-SINMVT ASSIGN TO "WORK/SINMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SINMVT.

           SELECT F-CONTMVT ASSIGN TO "DATA/CONTMVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTMVT.

           SELECT F-ATTDEM ASSIGN TO "WORK/ATTDEM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATTDEM.

           SELECT F-KMMVT ASSIGN TO "WORK/KMMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KMMVT.

           SELECT F-RAPPORT ASSIGN TO "WORK/PORASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PORTAIL.
       01  FS-POR-REC               PIC X(150).

       FD  F-PORTATT.
       01  FS-ATT-REC.
           05 FS-ATT-DEMANDE        PIC X(150).
           05 FS-ATT-DATE           PIC 9(8).
           05 FS-ATT-MOTIF          PIC X(40).

       FD  F-PORTRET.
       01  FS-RET-REC               PIC X(100).

       FD  F-MOUVEMENT.
       01  FS-MVT-REC               PIC X(100).

       FD  F-SINMVT.
       01  FS-SINMVT-REC            PIC X(80).

      * Meme layout que l'extrait lu par CTCASSU
       FD  F-CONTMVT.
       01  FS-CTM-REC.
           05 FS-CTM-MAT            PIC X(6).
           05 FS-CTM-CODE           PIC X.
           05 FS-CTM-TEL            PIC X(10).
           05 FS-CTM-MOBILE         PIC X(10).
           05 FS-CTM-EMAIL          PIC X(30).
           05 FS-CTM-CONS-COURRIER  PIC X.
           05 FS-CTM-CONS-EMAIL     PIC X.
           05 FS-CTM-CONS-TEL       PIC X.
           05 FILLER                PIC X(20).

      * Demande d'attestation (meme layout que l'entree d'ATTASSU)
       FD  F-ATTDEM.
       01  FS-ADM-REC.
           05 FS-ADM-MAT            PIC X(6).
           05 FS-ADM-SEQ-VEHICULE   PIC X(2).
           05 FS-ADM-ORIGINE        PIC X(8).
           05 FS-ADM-REFERENCE      PIC X(12).
           05 FS-ADM-DATE           PIC 9(8).
           05 FILLER                PIC X(14).

      * Releve de compteur (cf WKMMVT.cpy, entree de KMSASSU)
       FD  F-KMMVT.
       01  FS-KMMVT-REC             PIC X(50).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WPORTAIL.
           COPY WPORTRET.
           COPY WASSURE.
           COPY WFMVTSE.
           COPY WSINMVT.
           COPY WKMMVT.

       01  FS-PORTAIL                PIC XX.
       01  FS-PORTATT                PIC XX.
       01  FS-PORTRET                PIC XX.
       01  FS-MOUVEMENT              PIC XX.
       01  FS-SINMVT                 PIC XX.
       01  FS-CONTMVT                PIC XX.
       01  FS-ATTDEM                 PIC XX.
       01  FS-KMMVT                  PIC XX.
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

      * Assures decedes (sous-programme partage PGMDECES)
       01  WS-NOM-PGMDECES           PIC X(8) VALUE 'PGMDECES'.
       01  WS-COM-DECES.
           05 WS-DCD-FONCTION        PIC X(1).
           05 WS-DCD-MAT             PIC X(6).
           05 WS-DCD-ETAT            PIC X(1).
           05 WS-DCD-DATE-DECES      PIC 9(8).
           05 WS-DCD-DATE-SIGNAL     PIC 9(8).
           05 WS-DCD-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Liste de surveillance anti-fraude (sous-programme PGMSURV)
       01  WS-NOM-PGMSURV            PIC X(8) VALUE 'PGMSURV'.
       01  WS-COM-SURV.
           05 WS-SRV-FONCTION        PIC X(1).
           05 WS-SRV-VALEUR          PIC X(30).
           05 WS-SRV-ENTREE.
               10 WS-SRV-TYPE        PIC X(1).
               10 WS-SRV-VALEUR-TROUVEE PIC X(30).
               10 WS-SRV-MOTIF       PIC X(30).
               10 WS-SRV-DATE-AJOUT  PIC 9(8).
           05 WS-SRV-RETOUR          PIC 99.
           05 FILLER                 PIC X(8).

       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.

      * Identifiant du lot de mouvements de police : 'PO' + MMJJ du
      * run, 'PV' + MMJJ pour les demandes validees apres revue
       01  WS-BATCH-ID.
           05 WS-BATCH-PREFIXE       PIC X(2) VALUE 'PO'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

      * Zones extraites du PARM
       01  WS-PARM-ACTION            PIC X(7) VALUE 'TRAITER'.
           88 ACTION-TRAITER             VALUE 'TRAITER'.
           88 ACTION-LIST                VALUE 'LIST   '.
           88 ACTION-VALIDER             VALUE 'VALIDER'.
           88 ACTION-REJETER             VALUE 'REJETER'.
       01  WS-PARM-ID                PIC X(12) VALUE SPACES.
       01  WS-SEUIL-REVUE            PIC 9(6) VALUE 005000.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * File de revue chargee en memoire (VALIDER/REJETER/LIST),
      * reecrite en fin de run sans les demandes decidees
       01  WS-TAB-PORTATT.
           05 WS-PAT-ENREG           PIC X(198) OCCURS 500 TIMES.
       01  WS-PAT-DECIDE             PIC X OCCURS 500 TIMES.
       01  WS-NB-PAT                 PIC 9(3) VALUE 0.
       01  WS-PAT-IDX                PIC 9(3).
       01  WS-PAT-DEBORDEMENT        PIC X VALUE 'N'.
           88 PAT-DEBORDEMENT            VALUE 'O'.

       01  WS-FIN-DEMANDES           PIC X VALUE 'N'.
           88 FIN-DEMANDES               VALUE 'O'.
       01  WS-FIN-MATRICULE          PIC X VALUE 'N'.
           88 FIN-MATRICULE              VALUE 'O'.
      * Demande validee apres revue : pas de nouveau controle de revue
       01  WS-HORS-REVUE             PIC X VALUE 'N'.
           88 HORS-REVUE                 VALUE 'O'.

      * Issue de la demande courante
       01  WS-STATUT                 PIC X.
       01  WS-MOTIF                  PIC X(40).
       01  WS-CIRCUIT                PIC X(12).
       01  WS-LOT                    PIC X(6).

      * Zones de controle
       01  WS-SEQ-VEHICULE           PIC X(2).
       01  WS-DATE-EFFET-ASSURE      PIC 9(8).
       01  WS-DATE-EXPIR-ASSURE      PIC 9(8).
       01  WS-SIN-DATE               PIC 9(8).
       01  WS-SIN-MONTANT            PIC 9(6)V99.
       01  WS-SIN-MONTANT-X REDEFINES WS-SIN-MONTANT PIC X(8).
       01  WS-NB-AROBASE             PIC 9(2).
       01  WS-NB-VEHICULES           PIC 9(2).
       01  WS-NB-EN-COURS            PIC 9(2).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUES            PIC 9(6) VALUE 0.
           05 WS-CPT-ACCEPTEES       PIC 9(6) VALUE 0.
           05 WS-CPT-REJETEES        PIC 9(6) VALUE 0.
           05 WS-CPT-EN-REVUE        PIC 9(6) VALUE 0.
           05 WS-CPT-ADR             PIC 9(6) VALUE 0.
           05 WS-CPT-SIN             PIC 9(6) VALUE 0.
           05 WS-CPT-CTC             PIC 9(6) VALUE 0.
           05 WS-CPT-ATT             PIC 9(6) VALUE 0.
           05 WS-CPT-KMS             PIC 9(6) VALUE 0.
           05 WS-CPT-MOUVEMENTS      PIC 9(6) VALUE 0.
           05 WS-CPT-CONSERVEES      PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 WS-LIGT-TEXTE          PIC X(50).
           05 WS-LIGT-DATE           PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40) VALUE
               'DEMANDE      MATRIC TYP S MOTIF / SUITE '.
           05 FILLER PIC X(40) VALUE
               '                            CIRCUIT     '.
       01  WS-LIG-DEMANDE.
           05 WS-LIGD-ID             PIC X(12).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-MAT            PIC X(6).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-TYPE           PIC X(3).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-STATUT         PIC X(1).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-MOTIF          PIC X(40).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-CIRCUIT        PIC X(12).
       01  WS-LIG-REVUE.
           05 FILLER                 PIC X(4) VALUE SPACES.
           05 FILLER                 PIC X(12) VALUE 'EN REVUE DU '.
           05 WS-LIGR-DATE           PIC 9(8).
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 WS-LIGR-MOTIF          PIC X(40).
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
           DISPLAY 'DEMANDES CLIENTS DU PORTAIL WEB'
           DISPLAY '========================================'
           PERFORM 10000-INIT THRU FIN-10000-INIT
           EVALUATE TRUE
               WHEN ACTION-TRAITER
                   PERFORM 20000-LIRE-DEMANDE UNTIL FIN-DEMANDES
               WHEN OTHER
                   PERFORM 25000-TRAITER-FILE
                       VARYING WS-PAT-IDX FROM 1 BY 1
                       UNTIL WS-PAT-IDX > WS-NB-PAT
           END-EVALUATE
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION               : ' WS-PARM-ACTION
           IF WS-PARM-ID NOT = SPACES
               DISPLAY 'DEMANDE              : ' WS-PARM-ID
           END-IF
           DISPLAY 'DEMANDES TRAITEES    : ' WS-CPT-LUES
           DISPLAY '  ACCEPTEES          : ' WS-CPT-ACCEPTEES
           DISPLAY '  REJETEES           : ' WS-CPT-REJETEES
           DISPLAY '  MISES EN REVUE     : ' WS-CPT-EN-REVUE
           DISPLAY 'ADRESSES (FMVTSE)    : ' WS-CPT-ADR
           DISPLAY '  MOUVEMENTS         : ' WS-CPT-MOUVEMENTS
           DISPLAY 'SINISTRES (SINMVT)   : ' WS-CPT-SIN
           DISPLAY 'CONTACTS (CONTMVT)   : ' WS-CPT-CTC
           DISPLAY 'ATTESTATIONS         : ' WS-CPT-ATT
           DISPLAY 'RELEVES KM (KMMVT)   : ' WS-CPT-KMS
           DISPLAY 'RESTANT EN REVUE     : ' WS-CPT-CONSERVEES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETEES > 0 OR WS-CPT-EN-REVUE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM, file de revue et ouverture des fichiers *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DSY-MM TO WS-BATCH-MM
           MOVE WS-DSY-JJ TO WS-BATCH-JJ

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           IF NOT ACTION-TRAITER AND NOT ACTION-LIST
                   AND NOT ACTION-VALIDER AND NOT ACTION-REJETER
               DISPLAY 'PARM INVALIDE - ATTENDU ACTION=TRAITER|LIST|'
                       'VALIDER|REJETER[,ID=demande][,SEUIL=nnnnnn]'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF ACTION-VALIDER
               MOVE 'PV' TO WS-BATCH-PREFIXE
               SET HORS-REVUE TO TRUE
           END-IF
           DISPLAY 'SEUIL DE REVUE SINISTRE : ' WS-SEUIL-REVUE
                   ' EUROS - LOT DE MOUVEMENTS ' WS-BATCH-ID

           IF NOT ACTION-TRAITER
               PERFORM 10300-CHARGER-FILE
               IF PAT-DEBORDEMENT AND NOT ACTION-LIST
                   DISPLAY 'FILE PORTATT TROP VOLUMINEUSE - DECIDER '
                           'PAR DEMANDE APRES REVUE (ACTION=LIST)'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF ACTION-LIST
               MOVE 'DEMANDES DU PORTAIL EN ATTENTE DE REVUE AU'
                   TO WS-LIGT-TEXTE
           ELSE
               MOVE 'DEMANDES DU PORTAIL - TRAITEMENT DU'
                   TO WS-LIGT-TEXTE
           END-IF
           MOVE WS-DATE-SYSTEME TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF ACTION-LIST
               GO TO FIN-10000-INIT
           END-IF

           IF ACTION-TRAITER
               OPEN INPUT F-PORTAIL
               IF FS-PORTAIL NOT = '00'
                   DISPLAY 'PORTAIL.dat ABSENT - AUCUNE DEMANDE'
                   SET FIN-DEMANDES TO TRUE
               END-IF
               OPEN EXTEND F-PORTATT
               IF FS-PORTATT NOT = '00'
                   OPEN OUTPUT F-PORTATT
               END-IF
               IF FS-PORTATT NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE PORTATT'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN EXTEND F-PORTRET
           IF FS-PORTRET NOT = '00'
               OPEN OUTPUT F-PORTRET
           END-IF
           IF FS-PORTRET NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PORTRET'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF ACTION-REJETER
               GO TO FIN-10000-INIT
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-MOUVEMENT
           IF FS-MOUVEMENT NOT = '00'
               OPEN OUTPUT F-MOUVEMENT
           END-IF
           OPEN EXTEND F-SINMVT
           IF FS-SINMVT NOT = '00'
               OPEN OUTPUT F-SINMVT
           END-IF
           OPEN EXTEND F-CONTMVT
           IF FS-CONTMVT NOT = '00'
               OPEN OUTPUT F-CONTMVT
           END-IF
           OPEN EXTEND F-ATTDEM
           IF FS-ATTDEM NOT = '00'
               OPEN OUTPUT F-ATTDEM
           END-IF
           OPEN EXTEND F-KMMVT
           IF FS-KMMVT NOT = '00'
               OPEN OUTPUT F-KMMVT
           END-IF
           IF FS-MOUVEMENT NOT = '00' OR FS-SINMVT NOT = '00'
                   OR FS-CONTMVT NOT = '00' OR FS-ATTDEM NOT = '00'
                   OR FS-KMMVT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CIRCUITS : PORTMVT '
                       FS-MOUVEMENT ' SINMVT ' FS-SINMVT
                       ' CONTMVT ' FS-CONTMVT ' ATTDEM ' FS-ATTDEM
                       ' KMMVT ' FS-KMMVT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .
       FIN-10000-INIT.
           EXIT.

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 3
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:7)
                       TO WS-PARM-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:3) = 'ID='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(4:12) TO WS-PARM-ID
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'SEUIL='
                   IF WS-PARM-TOK(WS-PARM-IDX)(7:6) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:6)
                           TO WS-SEUIL-REVUE
                   ELSE
                       DISPLAY 'SEUIL INVALIDE - DEFAUT CONSERVE'
                   END-IF
               END-IF
           END-PERFORM
           .

      * Charger la file de revue en memoire                            *

       10300-CHARGER-FILE.
           OPEN INPUT F-PORTATT
           IF FS-PORTATT NOT = '00'
               DISPLAY 'FILE DE REVUE VIDE OU ABSENTE (PORTATT)'
           ELSE
               PERFORM 10310-LIRE-ENTREE-FILE
                   UNTIL FS-PORTATT = '10'
               CLOSE F-PORTATT
           END-IF
           .

       10310-LIRE-ENTREE-FILE.
           READ F-PORTATT
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-PAT < 500
                       ADD 1 TO WS-NB-PAT
                       MOVE FS-ATT-REC TO WS-PAT-ENREG(WS-NB-PAT)
                       MOVE 'N' TO WS-PAT-DECIDE(WS-NB-PAT)
                   ELSE
                       SET PAT-DEBORDEMENT TO TRUE
                   END-IF
           END-READ
           .

      * Demandes de la nuit                                            *

       20000-LIRE-DEMANDE.
           READ F-PORTAIL
               AT END
                   SET FIN-DEMANDES TO TRUE
               NOT AT END
                   MOVE FS-POR-REC TO W-PORTAIL
                   PERFORM 21000-TRAITER-DEMANDE
                       THRU FIN-21000-TRAITER-DEMANDE
                   PERFORM 29000-RETOURNER-STATUT
           END-READ
           .

      * Controles communs puis controle et orientation selon le type   *

       21000-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-LUES
           MOVE 'A' TO WS-STATUT
           MOVE SPACES TO WS-MOTIF
           MOVE SPACES TO WS-CIRCUIT
           MOVE SPACES TO WS-LOT

           IF POR-MAT NOT NUMERIC
               MOVE 'R' TO WS-STATUT
               MOVE 'MATRICULE INVALIDE' TO WS-MOTIF
               GO TO FIN-21000-TRAITER-DEMANDE
           END-IF
           IF NOT POR-ADRESSE AND NOT POR-SINISTRE
                   AND NOT POR-CONTACT AND NOT POR-ATTESTATION
                   AND NOT POR-KILOMETRAGE
               MOVE 'R' TO WS-STATUT
               MOVE 'TYPE DE DEMANDE INCONNU' TO WS-MOTIF
               GO TO FIN-21000-TRAITER-DEMANDE
           END-IF

      * Le client doit etre connu d'ASSURES3 (vehicule 01)
           MOVE '01' TO WS-SEQ-VEHICULE
           PERFORM 21100-LIRE-ASSURE
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'R' TO WS-STATUT
               MOVE 'CLIENT INCONNU' TO WS-MOTIF
               GO TO FIN-21000-TRAITER-DEMANDE
           END-IF

      * Aucune demande sur le matricule d'un assure decede
           MOVE SPACES TO WS-COM-DECES
           MOVE 'V' TO WS-DCD-FONCTION
           MOVE POR-MAT TO WS-DCD-MAT
           CALL WS-NOM-PGMDECES USING WS-COM-DECES
           IF WS-DCD-RETOUR = 05
               MOVE 'R' TO WS-STATUT
               MOVE 'DOSSIER DECES EN COURS - VOIR L''AGENCE'
                   TO WS-MOTIF
               GO TO FIN-21000-TRAITER-DEMANDE
           END-IF

           EVALUATE TRUE
               WHEN POR-ADRESSE
                   PERFORM 22000-CHANGER-ADRESSE
                       THRU FIN-22000-CHANGER-ADRESSE
               WHEN POR-SINISTRE
                   PERFORM 23000-DECLARER-SINISTRE
                       THRU FIN-23000-DECLARER-SINISTRE
               WHEN POR-CONTACT
                   PERFORM 24000-METTRE-A-JOUR-CONTACT
                       THRU FIN-24000-METTRE-A-JOUR-CONTACT
               WHEN POR-ATTESTATION
                   PERFORM 24500-DEMANDER-ATTESTATION
                       THRU FIN-24500-DEMANDER-ATTESTATION
               WHEN POR-KILOMETRAGE
                   PERFORM 24700-RELEVER-COMPTEUR
                       THRU FIN-24700-RELEVER-COMPTEUR
           END-EVALUATE
           .
       FIN-21000-TRAITER-DEMANDE.
           EXIT.

      * Lecture ASSURES3 du matricule de la demande, vehicule          *
      * WS-SEQ-VEHICULE                                                *

       21100-LIRE-ASSURE.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE POR-MAT TO WS-ENREG(1:6)
           MOVE WS-SEQ-VEHICULE TO WS-ENREG(7:2)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
           END-IF
           .

      * Positionnement sur le premier vehicule du matricule            *

       21200-DEBUTER-VEHICULES.
           MOVE 'N' TO WS-FIN-MATRICULE
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE POR-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-MATRICULE TO TRUE
           END-IF
           .

       21300-VEHICULE-SUIVANT.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
                   OR WS-ENREG(1:6) NOT = POR-MAT
               SET FIN-MATRICULE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-ASSURE
           END-IF
           .

      * ADR - un mouvement 'M' par vehicule, image en place avec la    *
      * nouvelle adresse                                               *

       22000-CHANGER-ADRESSE.
           IF POR-RUE = SPACES OR POR-VILLE = SPACES
                   OR POR-CP NOT NUMERIC
               MOVE 'R' TO WS-STATUT
               MOVE 'ADRESSE INCOMPLETE' TO WS-MOTIF
               GO TO FIN-22000-CHANGER-ADRESSE
           END-IF
           IF POR-RUE = RUE-A4 OF W-ASSURE
                   AND POR-CP = CP-A4 OF W-ASSURE
                   AND POR-VILLE = VILLE-A4 OF W-ASSURE
               MOVE 'R' TO WS-STATUT
               MOVE 'ADRESSE INCHANGEE' TO WS-MOTIF
               GO TO FIN-22000-CHANGER-ADRESSE
           END-IF

      * Nouvelle adresse sur la liste de surveillance : revue
           IF NOT HORS-REVUE
               MOVE SPACES TO WS-COM-SURV
               MOVE 'A' TO WS-SRV-FONCTION
               MOVE POR-RUE TO WS-SRV-VALEUR(1:18)
               MOVE POR-CP  TO WS-SRV-VALEUR(19:5)
               CALL WS-NOM-PGMSURV USING WS-COM-SURV
               IF WS-SRV-RETOUR = 01
                   MOVE 'ADRESSE A VERIFIER PAR UN GESTIONNAIRE'
                       TO WS-MOTIF
                   PERFORM 28000-METTRE-EN-REVUE
                   GO TO FIN-22000-CHANGER-ADRESSE
               END-IF
           END-IF

           MOVE 0 TO WS-NB-VEHICULES
           PERFORM 21200-DEBUTER-VEHICULES
           PERFORM 22100-MODIFIER-VEHICULE UNTIL FIN-MATRICULE
           ADD 1 TO WS-CPT-ADR
           MOVE 'FMVTSE' TO WS-CIRCUIT
           MOVE WS-BATCH-ID TO WS-LOT
           MOVE 'CHANGEMENT D''ADRESSE TRANSMIS' TO WS-MOTIF
           .
       FIN-22000-CHANGER-ADRESSE.
           EXIT.

       22100-MODIFIER-VEHICULE.
           PERFORM 21300-VEHICULE-SUIVANT
           IF NOT FIN-MATRICULE
               MOVE SPACES                      TO W-FMVTSE
               MOVE MAT-X4 OF W-ASSURE          TO F-MAT
               MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
               MOVE POR-RUE                     TO F-RUE
               MOVE POR-CP                      TO F-CP
               MOVE POR-VILLE                   TO F-VILLE
               MOVE 'M'                         TO F-CODE
               MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
               MOVE BM-A4 OF W-ASSURE           TO F-BM
               MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
               MOVE 0                           TO F-DATE-EFFET
               MOVE WS-BATCH-ID                 TO F-BATCH-ID
               MOVE '2'                         TO F-VERSION
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
               MOVE W-FMVTSE TO FS-MVT-REC
               WRITE FS-MVT-REC
               IF FS-MOUVEMENT = '00'
                   ADD 1 TO WS-CPT-MOUVEMENTS
                   ADD 1 TO WS-NB-VEHICULES
               ELSE
                   DISPLAY 'ANOMALIE - ECRITURE PORTMVT MATRICULE '
                           F-MAT ' STATUS ' FS-MOUVEMENT
                   ADD 1 TO WS-CPT-ANOMALIES
               END-IF
           END-IF
           .

      * SIN - declaration controlee puis ajoutee a SINMVT (creation)   *

       23000-DECLARER-SINISTRE.
           IF POR-SEQ-VEHICULE = SPACES OR POR-SEQ-VEHICULE = '00'
               MOVE '01' TO WS-SEQ-VEHICULE
           ELSE
               MOVE POR-SEQ-VEHICULE TO WS-SEQ-VEHICULE
           END-IF
           PERFORM 21100-LIRE-ASSURE
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'R' TO WS-STATUT
               MOVE 'VEHICULE INCONNU' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF

           IF POR-SIN-DATE NOT NUMERIC
               MOVE 'R' TO WS-STATUT
               MOVE 'DATE DU SINISTRE INVALIDE' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF
           MOVE POR-SIN-DATE TO WS-SIN-DATE
           MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-DATE-EFFET-ASSURE
           IF WS-SIN-DATE > WS-DATE-SYSTEME
                   OR WS-SIN-DATE < WS-DATE-EFFET-ASSURE
               MOVE 'R' TO WS-STATUT
               MOVE 'DATE HORS PERIODE DE GARANTIE' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF
           IF POR-SIN-NATURE = SPACES AND POR-SIN-NATCODE = SPACES
               MOVE 'R' TO WS-STATUT
               MOVE 'NATURE DU SINISTRE NON PRECISEE' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF
           IF POR-SIN-RESP NOT = 'O' AND POR-SIN-RESP NOT = 'P'
                   AND POR-SIN-RESP NOT = 'N'
               MOVE 'R' TO WS-STATUT
               MOVE 'RESPONSABILITE INVALIDE (O/P/N)' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF
           IF POR-SIN-MONTANT = SPACES
               MOVE ZERO TO WS-SIN-MONTANT
           ELSE
               IF POR-SIN-MONTANT NOT NUMERIC
                   MOVE 'R' TO WS-STATUT
                   MOVE 'MONTANT INVALIDE' TO WS-MOTIF
                   GO TO FIN-23000-DECLARER-SINISTRE
               END-IF
               MOVE POR-SIN-MONTANT TO WS-SIN-MONTANT-X
           END-IF

      * Montant declare au-dela du seuil : revue
           IF NOT HORS-REVUE AND WS-SIN-MONTANT > WS-SEUIL-REVUE
               MOVE 'MONTANT DECLARE A VERIFIER' TO WS-MOTIF
               PERFORM 28000-METTRE-EN-REVUE
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF

           MOVE SPACES TO W-SINMVT
           MOVE POR-MAT           TO SM-MAT
           MOVE WS-SEQ-VEHICULE   TO SM-SEQ-VEHICULE
           MOVE WS-SIN-DATE       TO SM-DATE
           MOVE POR-SIN-NATURE    TO SM-NATURE
           MOVE WS-SIN-MONTANT    TO SM-MONTANT
           MOVE POR-SIN-RESP      TO SM-RESP
           IF POR-SIN-COMMENT = SPACES
               STRING 'PORTAIL ' POR-ID DELIMITED BY SIZE
                   INTO SM-COMMENT
           ELSE
               MOVE POR-SIN-COMMENT TO SM-COMMENT
           END-IF
           MOVE 'N'               TO SM-CODE
           MOVE 0                 TO SM-SIN-SEQ
           MOVE POR-SIN-NATCODE   TO SM-NATURE-CODE
           MOVE W-SINMVT TO FS-SINMVT-REC
           WRITE FS-SINMVT-REC
           IF FS-SINMVT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE SINMVT MATRICULE '
                       POR-MAT ' STATUS ' FS-SINMVT
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'R' TO WS-STATUT
               MOVE 'INCIDENT TECHNIQUE - A RESSAISIR' TO WS-MOTIF
               GO TO FIN-23000-DECLARER-SINISTRE
           END-IF
           ADD 1 TO WS-CPT-SIN
           MOVE 'SINMVT' TO WS-CIRCUIT
           MOVE 'DECLARATION TRANSMISE AU SERVICE SINISTRE'
               TO WS-MOTIF
           .
       FIN-23000-DECLARER-SINISTRE.
           EXIT.

      * CTC - coordonnees controlees puis ajoutees a CONTMVT ('M')     *

       24000-METTRE-A-JOUR-CONTACT.
           IF POR-CTC-TEL = SPACES AND POR-CTC-MOBILE = SPACES
                   AND POR-CTC-EMAIL = SPACES
                   AND POR-CTC-CONS-COURRIER = SPACE
                   AND POR-CTC-CONS-EMAIL = SPACE
                   AND POR-CTC-CONS-TEL = SPACE
               MOVE 'R' TO WS-STATUT
               MOVE 'AUCUNE COORDONNEE FOURNIE' TO WS-MOTIF
               GO TO FIN-24000-METTRE-A-JOUR-CONTACT
           END-IF
           IF (POR-CTC-TEL NOT = SPACES AND POR-CTC-TEL NOT NUMERIC)
              OR (POR-CTC-MOBILE NOT = SPACES
                  AND POR-CTC-MOBILE NOT NUMERIC)
               MOVE 'R' TO WS-STATUT
               MOVE 'NUMERO DE TELEPHONE INVALIDE' TO WS-MOTIF
               GO TO FIN-24000-METTRE-A-JOUR-CONTACT
           END-IF
           IF POR-CTC-EMAIL NOT = SPACES
               MOVE 0 TO WS-NB-AROBASE
               INSPECT POR-CTC-EMAIL TALLYING WS-NB-AROBASE
                   FOR ALL '@'
               IF WS-NB-AROBASE NOT = 1 OR POR-CTC-EMAIL(1:1) = '@'
                   MOVE 'R' TO WS-STATUT
                   MOVE 'ADRESSE EMAIL INVALIDE' TO WS-MOTIF
                   GO TO FIN-24000-METTRE-A-JOUR-CONTACT
               END-IF
           END-IF
           IF (POR-CTC-CONS-COURRIER NOT = SPACE
                   AND POR-CTC-CONS-COURRIER NOT = 'O'
                   AND POR-CTC-CONS-COURRIER NOT = 'N')
              OR (POR-CTC-CONS-EMAIL NOT = SPACE
                   AND POR-CTC-CONS-EMAIL NOT = 'O'
                   AND POR-CTC-CONS-EMAIL NOT = 'N')
              OR (POR-CTC-CONS-TEL NOT = SPACE
                   AND POR-CTC-CONS-TEL NOT = 'O'
                   AND POR-CTC-CONS-TEL NOT = 'N')
               MOVE 'R' TO WS-STATUT
               MOVE 'CONSENTEMENT INVALIDE (O/N)' TO WS-MOTIF
               GO TO FIN-24000-METTRE-A-JOUR-CONTACT
           END-IF

           MOVE SPACES TO FS-CTM-REC
           MOVE POR-MAT               TO FS-CTM-MAT
           MOVE 'M'                   TO FS-CTM-CODE
           MOVE POR-CTC-TEL           TO FS-CTM-TEL
           MOVE POR-CTC-MOBILE        TO FS-CTM-MOBILE
           MOVE POR-CTC-EMAIL         TO FS-CTM-EMAIL
           MOVE POR-CTC-CONS-COURRIER TO FS-CTM-CONS-COURRIER
           MOVE POR-CTC-CONS-EMAIL    TO FS-CTM-CONS-EMAIL
           MOVE POR-CTC-CONS-TEL      TO FS-CTM-CONS-TEL
           WRITE FS-CTM-REC
           IF FS-CONTMVT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE CONTMVT MATRICULE '
                       POR-MAT ' STATUS ' FS-CONTMVT
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'R' TO WS-STATUT
               MOVE 'INCIDENT TECHNIQUE - A RESSAISIR' TO WS-MOTIF
               GO TO FIN-24000-METTRE-A-JOUR-CONTACT
           END-IF
           ADD 1 TO WS-CPT-CTC
           MOVE 'CONTMVT' TO WS-CIRCUIT
           MOVE 'COORDONNEES TRANSMISES' TO WS-MOTIF
           .
       FIN-24000-METTRE-A-JOUR-CONTACT.
           EXIT.

      * ATT - au moins un vehicule vise dont le contrat court encore   *

       24500-DEMANDER-ATTESTATION.
           MOVE 0 TO WS-NB-VEHICULES
           MOVE 0 TO WS-NB-EN-COURS
           PERFORM 21200-DEBUTER-VEHICULES
           PERFORM 24510-COMPTER-VEHICULE UNTIL FIN-MATRICULE
           IF WS-NB-VEHICULES = 0
               MOVE 'R' TO WS-STATUT
               MOVE 'VEHICULE INCONNU' TO WS-MOTIF
               GO TO FIN-24500-DEMANDER-ATTESTATION
           END-IF
           IF WS-NB-EN-COURS = 0
               MOVE 'R' TO WS-STATUT
               MOVE 'CONTRAT ECHU - PAS D''ATTESTATION' TO WS-MOTIF
               GO TO FIN-24500-DEMANDER-ATTESTATION
           END-IF

           MOVE SPACES TO FS-ADM-REC
           MOVE POR-MAT          TO FS-ADM-MAT
           MOVE POR-SEQ-VEHICULE TO FS-ADM-SEQ-VEHICULE
           MOVE 'PORTAIL'        TO FS-ADM-ORIGINE
           MOVE POR-ID           TO FS-ADM-REFERENCE
           MOVE WS-DATE-SYSTEME  TO FS-ADM-DATE
           WRITE FS-ADM-REC
           IF FS-ATTDEM NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE ATTDEM MATRICULE '
                       POR-MAT ' STATUS ' FS-ATTDEM
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'R' TO WS-STATUT
               MOVE 'INCIDENT TECHNIQUE - A RESSAISIR' TO WS-MOTIF
               GO TO FIN-24500-DEMANDER-ATTESTATION
           END-IF
           ADD 1 TO WS-CPT-ATT
           MOVE 'ATTESTATION' TO WS-CIRCUIT
           MOVE 'ATTESTATION EN COURS D''EDITION' TO WS-MOTIF
           .
       FIN-24500-DEMANDER-ATTESTATION.
           EXIT.

       24510-COMPTER-VEHICULE.
           PERFORM 21300-VEHICULE-SUIVANT
           IF NOT FIN-MATRICULE
               IF POR-SEQ-VEHICULE = SPACES OR POR-SEQ-VEHICULE = '00'
                  OR POR-SEQ-VEHICULE = SEQ-VEHICULE-A4 OF W-ASSURE
                   ADD 1 TO WS-NB-VEHICULES
                   MOVE DATE-EXPIR-A4 OF W-ASSURE
                       TO WS-DATE-EXPIR-ASSURE
                   IF WS-DATE-EXPIR-ASSURE NOT < WS-DATE-SYSTEME
                       ADD 1 TO WS-NB-EN-COURS
                   END-IF
               END-IF
           END-IF
           .

      * KMS - releve de compteur controle puis ajoute a KMMVT ('R')    *
      * (recul du compteur controle par KMSASSU sur l'historique)      *

       24700-RELEVER-COMPTEUR.
           IF POR-SEQ-VEHICULE = SPACES OR POR-SEQ-VEHICULE = '00'
               MOVE '01' TO WS-SEQ-VEHICULE
           ELSE
               MOVE POR-SEQ-VEHICULE TO WS-SEQ-VEHICULE
           END-IF
           PERFORM 21100-LIRE-ASSURE
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'R' TO WS-STATUT
               MOVE 'VEHICULE INCONNU' TO WS-MOTIF
               GO TO FIN-24700-RELEVER-COMPTEUR
           END-IF
           IF POR-KMS-DATE NOT NUMERIC
               MOVE 'R' TO WS-STATUT
               MOVE 'DATE DU RELEVE INVALIDE' TO WS-MOTIF
               GO TO FIN-24700-RELEVER-COMPTEUR
           END-IF
           MOVE POR-KMS-DATE TO WS-SIN-DATE
           IF WS-SIN-DATE > WS-DATE-SYSTEME
               MOVE 'R' TO WS-STATUT
               MOVE 'DATE DU RELEVE POSTERIEURE AU JOUR' TO WS-MOTIF
               GO TO FIN-24700-RELEVER-COMPTEUR
           END-IF
           IF POR-KMS-COMPTEUR NOT NUMERIC
               MOVE 'R' TO WS-STATUT
               MOVE 'KILOMETRAGE INVALIDE' TO WS-MOTIF
               GO TO FIN-24700-RELEVER-COMPTEUR
           END-IF

           MOVE SPACES TO W-KMMVT
           MOVE POR-MAT           TO KMV-MAT
           MOVE WS-SEQ-VEHICULE   TO KMV-SEQ-VEHICULE
           MOVE 'R'               TO KMV-CODE
           MOVE POR-KMS-DATE      TO KMV-DATE
           MOVE POR-KMS-COMPTEUR  TO KMV-COMPTEUR
           MOVE 'P'               TO KMV-SOURCE
           MOVE POR-ID            TO KMV-REFERENCE
           MOVE W-KMMVT TO FS-KMMVT-REC
           WRITE FS-KMMVT-REC
           IF FS-KMMVT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE KMMVT MATRICULE '
                       POR-MAT ' STATUS ' FS-KMMVT
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'R' TO WS-STATUT
               MOVE 'INCIDENT TECHNIQUE - A RESSAISIR' TO WS-MOTIF
               GO TO FIN-24700-RELEVER-COMPTEUR
           END-IF
           ADD 1 TO WS-CPT-KMS
           MOVE 'KMMVT' TO WS-CIRCUIT
           MOVE 'RELEVE TRANSMIS' TO WS-MOTIF
           .
       FIN-24700-RELEVER-COMPTEUR.
           EXIT.

      * File de revue (LIST, VALIDER, REJETER)                         *

       25000-TRAITER-FILE.
           MOVE WS-PAT-ENREG(WS-PAT-IDX) TO FS-ATT-REC
           MOVE FS-ATT-DEMANDE TO W-PORTAIL
           IF WS-PARM-ID = SPACES OR WS-PARM-ID = POR-ID
               EVALUATE TRUE
                   WHEN ACTION-LIST
                       ADD 1 TO WS-CPT-LUES
                       ADD 1 TO WS-CPT-EN-REVUE
                       MOVE 'P' TO WS-STATUT
                       MOVE SPACES TO WS-CIRCUIT
                       MOVE FS-ATT-MOTIF TO WS-MOTIF
                       PERFORM 29100-EDITER-DEMANDE
                       MOVE FS-ATT-DATE TO WS-LIGR-DATE
                       MOVE POR-DON-ADRESSE(1:40) TO WS-LIGR-MOTIF
                       IF POR-SINISTRE
                           MOVE POR-DON-SINISTRE(1:40) TO WS-LIGR-MOTIF
                       END-IF
                       MOVE WS-LIG-REVUE TO FS-RAPPORT-REC
                       WRITE FS-RAPPORT-REC
                   WHEN ACTION-VALIDER
                       PERFORM 21000-TRAITER-DEMANDE
                           THRU FIN-21000-TRAITER-DEMANDE
                       PERFORM 29000-RETOURNER-STATUT
                       MOVE 'O' TO WS-PAT-DECIDE(WS-PAT-IDX)
                   WHEN ACTION-REJETER
                       ADD 1 TO WS-CPT-LUES
                       MOVE 'R' TO WS-STATUT
                       MOVE 'DEMANDE REFUSEE APRES REVUE' TO WS-MOTIF
                       MOVE SPACES TO WS-CIRCUIT
                       MOVE SPACES TO WS-LOT
                       PERFORM 29000-RETOURNER-STATUT
                       MOVE 'O' TO WS-PAT-DECIDE(WS-PAT-IDX)
               END-EVALUATE
           END-IF
           .

      * Mise en revue : la demande d'origine attend la decision d'un   *
      * gestionnaire (ACTION=VALIDER/REJETER)                          *

       28000-METTRE-EN-REVUE.
           MOVE SPACES TO FS-ATT-REC
           MOVE W-PORTAIL TO FS-ATT-DEMANDE
           MOVE WS-DATE-SYSTEME TO FS-ATT-DATE
           MOVE WS-MOTIF TO FS-ATT-MOTIF
           WRITE FS-ATT-REC
           IF FS-PORTATT = '00'
               MOVE 'P' TO WS-STATUT
           ELSE
               DISPLAY 'ANOMALIE - ECRITURE PORTATT DEMANDE '
                       POR-ID ' STATUS ' FS-PORTATT
               ADD 1 TO WS-CPT-ANOMALIES
               MOVE 'R' TO WS-STATUT
               MOVE 'INCIDENT TECHNIQUE - A RESSAISIR' TO WS-MOTIF
           END-IF
           .

      * Retour au portail et ligne de compte rendu                     *

       29000-RETOURNER-STATUT.
           EVALUATE WS-STATUT
               WHEN 'A'
                   ADD 1 TO WS-CPT-ACCEPTEES
               WHEN 'P'
                   ADD 1 TO WS-CPT-EN-REVUE
               WHEN OTHER
                   ADD 1 TO WS-CPT-REJETEES
           END-EVALUATE

           MOVE SPACES TO W-PORTRET
           MOVE POR-ID          TO PRT-ID
           MOVE POR-MAT         TO PRT-MAT
           MOVE POR-TYPE        TO PRT-TYPE
           MOVE WS-STATUT       TO PRT-STATUT
           MOVE WS-DATE-SYSTEME TO PRT-DATE-TRAITEMENT
           MOVE WS-MOTIF        TO PRT-MOTIF
           MOVE WS-CIRCUIT      TO PRT-CIRCUIT
           MOVE WS-LOT          TO PRT-LOT
           MOVE W-PORTRET TO FS-RET-REC
           WRITE FS-RET-REC
           IF FS-PORTRET NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE PORTRET DEMANDE '
                       POR-ID ' STATUS ' FS-PORTRET
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           PERFORM 29100-EDITER-DEMANDE
           .

       29100-EDITER-DEMANDE.
           MOVE POR-ID     TO WS-LIGD-ID
           MOVE POR-MAT    TO WS-LIGD-MAT
           MOVE POR-TYPE   TO WS-LIGD-TYPE
           MOVE WS-STATUT  TO WS-LIGD-STATUT
           MOVE WS-MOTIF   TO WS-LIGD-MOTIF
           MOVE WS-CIRCUIT TO WS-LIGD-CIRCUIT
           MOVE WS-LIG-DEMANDE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - PORTAIL vide apres TRAITER, file de revue  *
      * reecrite sans les demandes decidees apres VALIDER/REJETER      *

       40000-FIN.
           EVALUATE TRUE
               WHEN ACTION-TRAITER
                   IF FS-PORTAIL NOT = '35'
                       CLOSE F-PORTAIL
                       OPEN OUTPUT F-PORTAIL
                       CLOSE F-PORTAIL
                   END-IF
                   CLOSE F-PORTATT
               WHEN ACTION-LIST
                   MOVE WS-NB-PAT TO WS-CPT-CONSERVEES
               WHEN OTHER
                   PERFORM 41000-REECRIRE-FILE
           END-EVALUATE

           IF NOT ACTION-LIST
               CLOSE F-PORTRET
           END-IF
           IF ACTION-TRAITER OR ACTION-VALIDER
               CLOSE F-MOUVEMENT
               CLOSE F-SINMVT
               CLOSE F-CONTMVT
               CLOSE F-ATTDEM
               CLOSE F-KMMVT
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               IF WS-CPT-MOUVEMENTS > 0
                   DISPLAY 'CHANGEMENTS D''ADRESSE DANS '
                           'WORK/PORTMVT.dat - A RECHARGER EN FMVTSE '
                           '(cf MVTLISTE)'
               END-IF
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DEMANDES ACCEPTEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-ACCEPTEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DEMANDES REJETEES' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-REJETEES TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'DEMANDES EN REVUE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-EN-REVUE TO WS-LIGT-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           CLOSE F-RAPPORT
           .

       41000-REECRIRE-FILE.
           OPEN OUTPUT F-PORTATT
           PERFORM 41100-REECRIRE-ENTREE
               VARYING WS-PAT-IDX FROM 1 BY 1
               UNTIL WS-PAT-IDX > WS-NB-PAT
           CLOSE F-PORTATT
           .

       41100-REECRIRE-ENTREE.
           IF WS-PAT-DECIDE(WS-PAT-IDX) NOT = 'O'
               MOVE WS-PAT-ENREG(WS-PAT-IDX) TO FS-ATT-REC
               WRITE FS-ATT-REC
               ADD 1 TO WS-CPT-CONSERVEES
           END-IF
           .
