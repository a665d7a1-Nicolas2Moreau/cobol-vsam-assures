       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACASSU.

      * RAPPROCHEMENT DES FACTURES DES REPARATEURS AGREES - Les        *
      * reparateurs du reseau (WORK/REPARAT.dat) envoyaient leurs      *
      * factures sur papier et rien ne controlait le montant facture   *
      * contre SIN-MONTANT ni l'affectation du sinistre au reparateur  *
      * (SIN-REPARATEUR). Les factures recues (WORK/FACTREP.dat, cf    *
      * WFACREP.cpy - reparateur, sinistre, numero, montants HT/TTC)   *
      * sont rapprochees ici du sinistre. Une facture part en litige   *
      * si :                                                           *
      *   - elle est illisible (montants non numeriques, HT > TTC)     *
      *   - le sinistre est introuvable ou annule (SIN-ETAT 'X')       *
      *   - le sinistre est en revue anti-fraude ou le soupcon a ete   *
      *     confirme (SIN-REVUE-FRAUDE 'R' ou 'C', cf SURASSU)         *
      *   - son numero a deja ete mis en paiement pour ce reparateur   *
      *     (historique WORK/FACTURES.dat, cle reparateur + numero ;   *
      *     une facture en litige peut etre representee)               *
      *   - le reparateur est inconnu du reseau ou n'est pas celui     *
      *     affecte au sinistre                                        *
      *   - le TTC depasse SIN-MONTANT majore de la TOLERANCE          *
      *   - le TTC depasse le SEUIL de controle manuel                 *
      * Les autres factures forment le bon a payer (WORK/FACBAP.lst),  *
      * les litiges sont edites avec leur motif (WORK/FACLIT.lst) et   *
      * les totaux par reparateur (WORK/FACREP.lst) alimentent les     *
      * negociations reseau (cf REPASSU).                              *
      * PARM optionnel (cle=valeur separees par une virgule)           *
      *   TOLERANCE=pp -> depassement admis de SIN-MONTANT en %        *
      *                   (defaut 00)                                  *
      *   SEUIL=nnnnnnn -> TTC au-dela duquel la facture est soumise   *
      *                   au gestionnaire (defaut 0010000 euros)       *
      *   ex : PARM='TOLERANCE=05,SEUIL=0008000'                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Factures recues des reparateurs - fichier optionnel
           SELECT F-FACTREP ASSIGN TO "WORK/FACTREP.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACTREP.

      * Historique des factures traitees (doublons)
           SELECT F-FACTURES ASSIGN TO "WORK/FACTURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FAC-CLE
               FILE STATUS IS FS-FACTURES.

           SELECT F-REPARAT ASSIGN TO "WORK/REPARAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-REPARAT.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Bon a payer
           SELECT F-BAP ASSIGN TO "WORK/FACBAP.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BAP.

      * Factures en litige
           SELECT F-LITIGE ASSIGN TO "WORK/FACLIT.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LITIGE.

      * Totaux par reparateur
           SELECT F-RAPPORT ASSIGN TO "WORK/FACREP.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FACTREP.
       01  FS-FR-REC                PIC X(80).

      * Une entree par facture traitee : statut B (mise en paiement)
      * ou L (litige, representable)
       FD  F-FACTURES.
       01  FS-FAC-REC.
           05 FS-FAC-CLE.
               10 FS-FAC-REPARATEUR PIC X(4).
               10 FS-FAC-NUMERO     PIC X(12).
           05 FS-FAC-MAT            PIC 9(6).
           05 FS-FAC-SIN-SEQ        PIC 9(4).
           05 FS-FAC-DATE-FACTURE   PIC 9(8).
           05 FS-FAC-MONTANT-TTC    PIC 9(7)V99.
           05 FS-FAC-STATUT         PIC X.
           05 FS-FAC-DATE-TRAIT     PIC 9(8).
           05 FILLER                PIC X(8).

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FS-REP-ID            PIC X(4).
           05 FS-REP-NOM           PIC X(20).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-BAP.
       01  FS-BAP-REC              PIC X(80).

       FD  F-LITIGE.
       01  FS-LITIGE-REC           PIC X(80).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WFACREP.

       01  W-SINISTRE.
           COPY CSINISTR.

       01  FS-FACTREP                PIC XX.
       01  FS-FACTURES               PIC XX.
       01  FS-REPARAT                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-BAP                    PIC XX.
       01  FS-LITIGE                 PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-DATE-SYSTEME            PIC 9(8).

      * Zones extraites du PARM
       01  WS-PARM-TOLERANCE          PIC 9(2) VALUE 0.
       01  WS-PARM-SEUIL              PIC 9(7) VALUE 10000.

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Reseau charge en memoire, cumuls paralleles - la derniere
      * entree recoit les factures d'un reparateur hors reseau
       01  WS-TAB-RESEAU.
           05 WS-RES-ENTREE OCCURS 101 TIMES.
               10 WS-RES-ID         PIC X(4).
               10 WS-RES-NOM        PIC X(20).
               10 WS-RES-NB-BAP     PIC 9(5).
               10 WS-RES-TTC-BAP    PIC 9(9)V99.
               10 WS-RES-NB-LIT     PIC 9(5).
               10 WS-RES-TTC-LIT    PIC 9(9)V99.
       01  WS-NB-RESEAU              PIC 9(3) VALUE 0.
       01  WS-IDX-RESEAU             PIC 9(3).
       01  WS-RES-POS                PIC 9(3).
       01  WS-RES-HORS-RESEAU        PIC 9(3) VALUE 101.

      * Facture courante
       01  WS-MOTIF                   PIC X(24).
       01  WS-MONTANT-ADMIS           PIC 9(8)V99.
       01  WS-FACTURE-CONNUE          PIC X VALUE 'N'.
           88 FACTURE-CONNUE              VALUE 'O'.
       01  WS-SINISTRE-TROUVE         PIC X VALUE 'N'.
           88 SINISTRE-TROUVE             VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-BAP             PIC 9(6) VALUE 0.
           05 WS-CPT-LITIGES         PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.
       01  WS-TOTAL-BAP              PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-LITIGES          PIC 9(9)V99 VALUE 0.

      * Lignes d'edition
       01  WS-LIG-ENTETE-BAP.
           05 FILLER                  PIC X(30)
               VALUE 'REP. SINISTRE    FACTURE     '.
           05 FILLER                  PIC X(31)
               VALUE ' DATE FACT.       HT        TTC'.
       01  WS-LIG-ENTETE-LIT.
           05 FILLER                  PIC X(30)
               VALUE 'REP. SINISTRE    FACTURE     '.
           05 FILLER                  PIC X(21)
               VALUE '       TTC  SINISTRE '.
           05 FILLER                  PIC X(24) VALUE 'MOTIF'.
       01  WS-LIG-BAP.
           05 WS-LIGB-REPARATEUR      PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGB-MAT             PIC 9(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGB-SEQ             PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGB-FACTURE         PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGB-DATE            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGB-HT              PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGB-TTC             PIC ZZZZZZ9,99.
       01  WS-LIG-LITIGE.
           05 WS-LIGL-REPARATEUR      PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-MAT             PIC 9(6).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGL-SEQ             PIC 9(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-FACTURE         PIC X(12).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-TTC             PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-SINISTRE        PIC ZZZZZ9,99.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGL-MOTIF           PIC X(24).
       01  WS-LIG-TOTAL.
           05 WS-LIGT-LIBELLE         PIC X(20).
           05 WS-LIGT-NB              PIC ZZZZZ9.
           05 FILLER                  PIC X(13) VALUE ' FACTURE(S)  '.
           05 WS-LIGT-MONTANT         PIC ZZZZZZZZ9,99.
       01  WS-LIG-ENTETE-REP.
           05 FILLER                  PIC X(28)
               VALUE 'ID   NOM'.
           05 FILLER                  PIC X(20)
               VALUE '  BAP    TTC A PAYER'.
           05 FILLER                  PIC X(24)
               VALUE '   LITIGES TTC EN LITIGE'.
       01  WS-LIG-REP.
           05 WS-LIGR-ID              PIC X(4).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGR-NOM             PIC X(20).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LIGR-NB-BAP          PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LIGR-TTC-BAP         PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 WS-LIGR-NB-LIT          PIC ZZZZ9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LIGR-TTC-LIT         PIC ZZZZZZZZ9,99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RAPPROCHEMENT DES FACTURES REPARATEURS'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-FACTURES
           PERFORM 30000-EDITER-REPARATEURS
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'FACTURES LUES        : ' WS-CPT-LUS
           DISPLAY 'BON A PAYER          : ' WS-CPT-BAP
           DISPLAY 'EN LITIGE            : ' WS-CPT-LITIGES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-LITIGES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM, reseau et ouverture des fichiers        *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'TOLERANCE ' WS-PARM-TOLERANCE ' %, '
                   'SEUIL DE CONTROLE ' WS-PARM-SEUIL ' EUROS'

           PERFORM 11000-CHARGER-RESEAU

           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Historique cree vide au premier passage
           OPEN I-O F-FACTURES
           IF FS-FACTURES NOT = '00'
               OPEN OUTPUT F-FACTURES
               CLOSE F-FACTURES
               OPEN I-O F-FACTURES
           END-IF
           IF FS-FACTURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FACTURES : ' FS-FACTURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-BAP
           IF FS-BAP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE BON A PAYER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-LITIGE
           IF FS-LITIGE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE LITIGES'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'BON A PAYER - FACTURES REPARATEURS RAPPROCHEES'
               TO FS-BAP-REC
           WRITE FS-BAP-REC
           MOVE SPACES TO FS-BAP-REC
           WRITE FS-BAP-REC
           MOVE WS-LIG-ENTETE-BAP TO FS-BAP-REC
           WRITE FS-BAP-REC

           MOVE 'FACTURES REPARATEURS EN LITIGE'
               TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC
           MOVE SPACES TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC
           MOVE WS-LIG-ENTETE-LIT TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:10) = 'TOLERANCE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(11:2)
                       TO WS-PARM-TOLERANCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'SEUIL='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:7)
                       TO WS-PARM-SEUIL
               END-IF
           END-PERFORM
           .

      * Chargement du reseau (meme technique que REPASSU)              *

       11000-CHARGER-RESEAU.
           OPEN INPUT F-REPARAT
           IF FS-REPARAT NOT = '00'
               DISPLAY 'RESEAU ABSENT (WORK/REPARAT.dat) - LANCER '
                       'LOADREGT FICHIER=REPARAT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 11100-CHARGER-UN-REPARATEUR
               UNTIL FS-REPARAT = '10'
           CLOSE F-REPARAT
           DISPLAY 'REPARATEURS CHARGES  : ' WS-NB-RESEAU

           MOVE '????' TO WS-RES-ID(WS-RES-HORS-RESEAU)
           MOVE 'HORS RESEAU' TO WS-RES-NOM(WS-RES-HORS-RESEAU)
           MOVE 0 TO WS-RES-NB-BAP(WS-RES-HORS-RESEAU)
           MOVE 0 TO WS-RES-TTC-BAP(WS-RES-HORS-RESEAU)
           MOVE 0 TO WS-RES-NB-LIT(WS-RES-HORS-RESEAU)
           MOVE 0 TO WS-RES-TTC-LIT(WS-RES-HORS-RESEAU)
           .

       11100-CHARGER-UN-REPARATEUR.
           READ F-REPARAT
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-RESEAU < 100
                       ADD 1 TO WS-NB-RESEAU
                       MOVE FS-REP-ID TO WS-RES-ID(WS-NB-RESEAU)
                       MOVE FS-REP-NOM TO WS-RES-NOM(WS-NB-RESEAU)
                       MOVE 0 TO WS-RES-NB-BAP(WS-NB-RESEAU)
                       MOVE 0 TO WS-RES-TTC-BAP(WS-NB-RESEAU)
                       MOVE 0 TO WS-RES-NB-LIT(WS-NB-RESEAU)
                       MOVE 0 TO WS-RES-TTC-LIT(WS-NB-RESEAU)
                   END-IF
           END-READ
           .

      * Lecture des factures recues                                    *

       20000-TRAITER-FACTURES.
           OPEN INPUT F-FACTREP
           IF FS-FACTREP NOT = '00'
               DISPLAY 'AUCUNE FACTURE RECUE (WORK/FACTREP.dat)'
           ELSE
               PERFORM 21000-LIRE-UNE-FACTURE
                   UNTIL FS-FACTREP = '10'
               CLOSE F-FACTREP
           END-IF

           MOVE SPACES TO FS-BAP-REC
           WRITE FS-BAP-REC
           MOVE 'TOTAL BON A PAYER' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-BAP TO WS-LIGT-NB
           MOVE WS-TOTAL-BAP TO WS-LIGT-MONTANT
           MOVE WS-LIG-TOTAL TO FS-BAP-REC
           WRITE FS-BAP-REC

           MOVE SPACES TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC
           MOVE 'TOTAL EN LITIGE' TO WS-LIGT-LIBELLE
           MOVE WS-CPT-LITIGES TO WS-LIGT-NB
           MOVE WS-TOTAL-LITIGES TO WS-LIGT-MONTANT
           MOVE WS-LIG-TOTAL TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC
           .

       21000-LIRE-UNE-FACTURE.
           READ F-FACTREP
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-FR-REC TO W-FACREP
                   PERFORM 22000-RAPPROCHER-FACTURE
                       THRU FIN-22000-RAPPROCHER-FACTURE
                   IF WS-MOTIF = SPACES
                       PERFORM 23000-METTRE-EN-PAIEMENT
                   ELSE
                       PERFORM 24000-METTRE-EN-LITIGE
                   END-IF
           END-READ
           .

      * Rapprochement d'une facture - le premier motif rencontre       *
      * l'envoie en litige                                             *

       22000-RAPPROCHER-FACTURE.
           MOVE SPACES TO WS-MOTIF
           MOVE 'N' TO WS-SINISTRE-TROUVE
           MOVE 'N' TO WS-FACTURE-CONNUE
           INITIALIZE W-SINISTRE
           PERFORM 22500-POSITIONNER-REPARATEUR

           IF FR-MAT NOT NUMERIC
                   OR FR-SIN-SEQ NOT NUMERIC
                   OR FR-MONTANT-HT NOT NUMERIC
                   OR FR-MONTANT-TTC NOT NUMERIC
                   OR FR-NUM-FACTURE = SPACES
               MOVE 'FACTURE INVALIDE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           IF FR-MONTANT-HT > FR-MONTANT-TTC
               MOVE 'MONTANT HT > TTC' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF

      * Numero deja mis en paiement pour ce reparateur
           PERFORM 22100-LIRE-HISTORIQUE
           IF FACTURE-CONNUE
                   AND FS-FAC-STATUT = 'B'
               MOVE 'FACTURE DEJA PAYEE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF

      * Sinistre facture
           MOVE FR-MAT TO FS-SINISTRE-MAT
           MOVE FR-SIN-SEQ TO FS-SINISTRE-SEQ
           READ F-SINISTRE
               INVALID KEY
                   MOVE 'SINISTRE INCONNU' TO WS-MOTIF
               NOT INVALID KEY
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   SET SINISTRE-TROUVE TO TRUE
           END-READ
           IF NOT SINISTRE-TROUVE
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           IF SIN-ETAT = 'X'
               MOVE 'SINISTRE ANNULE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
      * Sinistre retenu par la revue anti-fraude : pas de bon a payer
      * tant que le soupcon n'est pas leve
           IF SIN-REVUE-FRAUDE = 'R' OR SIN-REVUE-FRAUDE = 'C'
               MOVE 'SINISTRE EN REVUE FRAUDE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF

      * Reparateur du reseau et affecte au sinistre
           IF WS-RES-POS = WS-RES-HORS-RESEAU
               MOVE 'REPARATEUR HORS RESEAU' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           IF SIN-REPARATEUR = SPACES
               MOVE 'SINISTRE NON CONFIE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           IF SIN-REPARATEUR NOT = FR-REPARATEUR
               MOVE 'AUTRE REPARATEUR : ' TO WS-MOTIF
               MOVE SIN-REPARATEUR TO WS-MOTIF(20:4)
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF

      * Montant : SIN-MONTANT majore de la tolerance, puis seuil
           COMPUTE WS-MONTANT-ADMIS ROUNDED =
               SIN-MONTANT * (100 + WS-PARM-TOLERANCE) / 100
           IF FR-MONTANT-TTC > WS-MONTANT-ADMIS
               MOVE 'MONTANT > SINISTRE' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           IF FR-MONTANT-TTC > WS-PARM-SEUIL
               MOVE 'MONTANT > SEUIL' TO WS-MOTIF
               GO TO FIN-22000-RAPPROCHER-FACTURE
           END-IF
           .

       FIN-22000-RAPPROCHER-FACTURE.
           EXIT.

       22100-LIRE-HISTORIQUE.
           MOVE 'N' TO WS-FACTURE-CONNUE
           MOVE FR-REPARATEUR TO FS-FAC-REPARATEUR
           MOVE FR-NUM-FACTURE TO FS-FAC-NUMERO
           READ F-FACTURES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FACTURE-CONNUE TO TRUE
           END-READ
           .

      * Entree du reseau du reparateur emetteur (hors reseau sinon)    *

       22500-POSITIONNER-REPARATEUR.
           MOVE 0 TO WS-RES-POS
           PERFORM 22510-COMPARER-REPARATEUR
               VARYING WS-IDX-RESEAU FROM 1 BY 1
               UNTIL WS-IDX-RESEAU > WS-NB-RESEAU
                   OR WS-RES-POS > 0
           IF WS-RES-POS = 0
               MOVE WS-RES-HORS-RESEAU TO WS-RES-POS
           END-IF
           .

       22510-COMPARER-REPARATEUR.
           IF WS-RES-ID(WS-IDX-RESEAU) = FR-REPARATEUR
               MOVE WS-IDX-RESEAU TO WS-RES-POS
           END-IF
           .

      * Facture rapprochee : bon a payer et historique 'B'             *

       23000-METTRE-EN-PAIEMENT.
           ADD 1 TO WS-CPT-BAP
           ADD FR-MONTANT-TTC TO WS-TOTAL-BAP
           ADD 1 TO WS-RES-NB-BAP(WS-RES-POS)
           ADD FR-MONTANT-TTC TO WS-RES-TTC-BAP(WS-RES-POS)

           MOVE FR-REPARATEUR TO WS-LIGB-REPARATEUR
           MOVE FR-MAT TO WS-LIGB-MAT
           MOVE FR-SIN-SEQ TO WS-LIGB-SEQ
           MOVE FR-NUM-FACTURE TO WS-LIGB-FACTURE
           MOVE FR-DATE-FACTURE TO WS-LIGB-DATE
           MOVE FR-MONTANT-HT TO WS-LIGB-HT
           MOVE FR-MONTANT-TTC TO WS-LIGB-TTC
           MOVE WS-LIG-BAP TO FS-BAP-REC
           WRITE FS-BAP-REC

           MOVE 'B' TO FS-FAC-STATUT
           PERFORM 25000-ECRIRE-HISTORIQUE
           .

      * Facture en litige : liste des litiges et historique 'L' (sauf  *
      * facture illisible ou doublon d'une facture deja payee)         *

       24000-METTRE-EN-LITIGE.
           ADD 1 TO WS-CPT-LITIGES
           IF FR-MONTANT-TTC NUMERIC
               ADD FR-MONTANT-TTC TO WS-TOTAL-LITIGES
               ADD FR-MONTANT-TTC TO WS-RES-TTC-LIT(WS-RES-POS)
           END-IF
           ADD 1 TO WS-RES-NB-LIT(WS-RES-POS)

           MOVE FR-REPARATEUR TO WS-LIGL-REPARATEUR
           MOVE FR-MAT TO WS-LIGL-MAT
           MOVE FR-SIN-SEQ TO WS-LIGL-SEQ
           MOVE FR-NUM-FACTURE TO WS-LIGL-FACTURE
           IF FR-MONTANT-TTC NUMERIC
               MOVE FR-MONTANT-TTC TO WS-LIGL-TTC
           ELSE
               MOVE 0 TO WS-LIGL-TTC
           END-IF
           MOVE SIN-MONTANT TO WS-LIGL-SINISTRE
           MOVE WS-MOTIF TO WS-LIGL-MOTIF
           MOVE WS-LIG-LITIGE TO FS-LITIGE-REC
           WRITE FS-LITIGE-REC

           IF WS-MOTIF NOT = 'FACTURE INVALIDE'
                   AND WS-MOTIF NOT = 'MONTANT HT > TTC'
                   AND WS-MOTIF NOT = 'FACTURE DEJA PAYEE'
               MOVE 'L' TO FS-FAC-STATUT
               PERFORM 25000-ECRIRE-HISTORIQUE
           END-IF
           .

      * Historique : creation, ou remplacement d'un litige represente  *

       25000-ECRIRE-HISTORIQUE.
           MOVE FR-REPARATEUR TO FS-FAC-REPARATEUR
           MOVE FR-NUM-FACTURE TO FS-FAC-NUMERO
           MOVE FR-MAT TO FS-FAC-MAT
           MOVE FR-SIN-SEQ TO FS-FAC-SIN-SEQ
           MOVE FR-DATE-FACTURE TO FS-FAC-DATE-FACTURE
           MOVE FR-MONTANT-TTC TO FS-FAC-MONTANT-TTC
           MOVE WS-DATE-SYSTEME TO FS-FAC-DATE-TRAIT
           IF FACTURE-CONNUE
               REWRITE FS-FAC-REC
           ELSE
               WRITE FS-FAC-REC
           END-IF
           IF FS-FACTURES NOT = '00'
               DISPLAY 'ERREUR ECRITURE FACTURES : ' FS-FACTURES
                       ' ' FR-REPARATEUR ' ' FR-NUM-FACTURE
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Totaux par reparateur                                          *

       30000-EDITER-REPARATEURS.
           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'FACTURES REPARATEURS - TOTAUX PAR REPARATEUR'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE-REP TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 31000-EDITER-UN-REPARATEUR
               VARYING WS-IDX-RESEAU FROM 1 BY 1
               UNTIL WS-IDX-RESEAU > WS-NB-RESEAU
           MOVE WS-RES-HORS-RESEAU TO WS-IDX-RESEAU
           IF WS-RES-NB-LIT(WS-IDX-RESEAU) > 0
               PERFORM 31000-EDITER-UN-REPARATEUR
           END-IF

           CLOSE F-RAPPORT
           .

       31000-EDITER-UN-REPARATEUR.
           MOVE WS-RES-ID(WS-IDX-RESEAU) TO WS-LIGR-ID
           MOVE WS-RES-NOM(WS-IDX-RESEAU) TO WS-LIGR-NOM
           MOVE WS-RES-NB-BAP(WS-IDX-RESEAU) TO WS-LIGR-NB-BAP
           MOVE WS-RES-TTC-BAP(WS-IDX-RESEAU) TO WS-LIGR-TTC-BAP
           MOVE WS-RES-NB-LIT(WS-IDX-RESEAU) TO WS-LIGR-NB-LIT
           MOVE WS-RES-TTC-LIT(WS-IDX-RESEAU) TO WS-LIGR-TTC-LIT
           MOVE WS-LIG-REP TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       40000-FIN.
           CLOSE F-SINISTRE
           CLOSE F-FACTURES
           CLOSE F-BAP
           CLOSE F-LITIGE
           .
