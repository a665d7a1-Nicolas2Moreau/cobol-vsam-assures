      * meme fenetre : leur DATE-EXPIR-A4 revenant plus souvent,      *
      * elles apparaissent naturellement a chaque terme               *
      * Chaque ligne de detail est egalement deposee, etiquetee du   *
      * code de l'agence gestionnaire de la police (PGMAGENC :       *
      * rattachement WORK/AGCPOL.dat, a defaut agence de la region   *
      * du CP), dans la copie WORK/EXPASSU.AGC destinee au decoupage *
      * par agence (cf SPLASSU)                                      *
      *                                                               *
      * MODIFICATIONS :                                               *
      *   2026-09-02  copie etiquetee par agence (WORK/EXPASSU.AGC)  *
      *               : clients listes inscrits, clients deja traites *
      *               (atteint/renouvele/refus via CPGASSU) exclus du *
      *               prochain run                                    *
      *   2026-10-15  rappel d'echeance RELECHEA par email ou SMS via *
      *               PGMNOTIF (consentements CONTACTS) a la premiere *
      *               inscription du client dans la campagne ; canal  *
      *               porte sur la ligne (blanc = courrier)           *
      *   2026-10-15  assure decede (matricule gele, PGMDECES) exclu  *
      *               de la liste, de la campagne et du rappel        *
      *   2026-10-15  agence gestionnaire via le referentiel des      *
      *               agences (PGMAGENC), determinee avant            *
      *               l'inscription en campagne                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

      * Copie des lignes de detail etiquetees du code agence, pour le
      * decoupage par agence (SPLASSU)
           SELECT F-AGENCE ASSIGN TO "WORK/EXPASSU.AGC"
       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-AGENCE.
       01  FS-AGC-REC.
           05 FS-AGC-REGION        PIC X(3).

       01  FS-ASSURES               PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-AGENCE                PIC XX.
       01  FS-CAMPAGNE              PIC XX.

       01  WS-NB-EXCLUS-CAMPAGNE    PIC 9(6) VALUE 0.
       01  WS-CAMPAGNE-OUVERTE      PIC X VALUE 'N'.

      * Zone d'appel PGMAGENC - agence gestionnaire de la police et
      * sa direction regionale
       01  WS-COM-AGENCE.
           05 WS-AGC-FONCTION        PIC X(1).
           05 WS-AGC-MAT             PIC X(6).
           05 WS-AGC-CP              PIC 9(5).
           05 WS-AGC-CODE            PIC X(3).
           05 WS-AGC-ORIGINE         PIC X(1).
           05 WS-AGC-FICHE.
               10 WS-AGC-TYPE        PIC X(1).
               10 WS-AGC-NOM         PIC X(20).
               10 WS-AGC-RUE         PIC X(25).
               10 WS-AGC-CP-AGENCE   PIC 9(5).
               10 WS-AGC-VILLE       PIC X(12).
               10 WS-AGC-RESPONSABLE PIC X(20).
               10 WS-AGC-STATUT      PIC X(1).
               10 WS-AGC-DIRECTION   PIC X(3).
               10 WS-AGC-NOM-DIRECTION PIC X(20).
           05 WS-AGC-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Decomposition enregistrement assure lu sur le KSDS
       01  WS-ASSURE-CASSURES.
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(10) VALUE 'MATRICULE '.
           05 FILLER                PIC X(21) VALUE 'NOM-PRENOM'.
           05 FILLER                PIC X(11) VALUE 'ECHEANCE'.
           05 FILLER                PIC X(5)  VALUE 'AVIS'.

      * Ligne de detail
       01  WS-LIG-DETAIL.
           05 WS-LIGD-NOM             PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-EXPIR           PIC 99/99/99.
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 WS-LIGD-CANAL           PIC X(5).

      * Compteurs
       01  WS-NB-ASSURES             PIC 9(6) VALUE 0.
       01  WS-NB-ECHEANCES           PIC 9(5) VALUE 0.
       01  WS-NB-AVIS-ECHEANCE       PIC 9(5) VALUE 0.
       01  WS-NB-EXCLUS-DECES        PIC 9(5) VALUE 0.

      * Assure decede : plus d'echeance adressee (sous-programme
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
       01  WS-ASSURE-DECEDE          PIC X VALUE 'N'.
           88 ASSURE-DECEDE              VALUE 'O'.

      * Rappel d'echeance electronique (sous-programme partage
      * PGMNOTIF) - une seule fois par client, a son inscription dans
      * la campagne
       01  WS-NOM-PGMNOTIF           PIC X(8) VALUE 'PGMNOTIF'.
       01  WS-COM-NOTIF.
           05 WS-NTF-FONCTION        PIC X(1).
           05 WS-NTF-MAT             PIC X(6).
           05 WS-NTF-MODELE          PIC X(8).
           05 WS-NTF-PROGRAMME       PIC X(8).
           05 WS-NTF-VARIABLES.
               10 WS-NTF-VAR         PIC X(20) OCCURS 4 TIMES.
           05 WS-NTF-CANAL           PIC X(1).
           05 WS-NTF-ADRESSE         PIC X(30).
           05 WS-NTF-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).
       01  WS-CLIENT-NOUVEAU         PIC X VALUE 'N'.
           88 CLIENT-NOUVEAU             VALUE 'O'.
       01  WS-NTF-PRIME              PIC ZZZZZ9,99.

      * Zone de communication avec la routine partagee d'entete/
      * pagination PGMPAGE
           DISPLAY 'ASSURES CONTROLES : ' WS-NB-ASSURES
           DISPLAY 'ECHEANCES A 30 J  : ' WS-NB-ECHEANCES
           DISPLAY 'EXCLUS CAMPAGNE   : ' WS-NB-EXCLUS-CAMPAGNE
           DISPLAY 'EXCLUS DECES      : ' WS-NB-EXCLUS-DECES
           DISPLAY 'AVIS EMAIL/SMS    : ' WS-NB-AVIS-ECHEANCE
           DISPLAY '========================================'
           STOP RUN.

               DISPLAY 'FILE STATUS : ' FS-AGENCE
               STOP RUN
           END-IF

           MOVE WS-LIG-ENTETE TO WS-PAGE-ENTETE-COL
           SET WS-PAGE-INIT TO TRUE
           MOVE DATE-EXPIR-A4 IN WS-ASSURE-CASSURES TO WS-CONV-DATE
           PERFORM 15000-CONVERTIR-JULIEN

           MOVE 'N' TO WS-ASSURE-DECEDE
           IF WS-CONV-JULIEN >= WS-AUJOURDHUI-JUL
                   AND WS-CONV-JULIEN <= WS-LIMITE-JUL
               PERFORM 27000-CONTROLER-CAMPAGNE
               IF NOT CLIENT-DEJA-TRAITE
                   PERFORM 27500-CONTROLER-DECES
               END-IF
           END-IF

           IF WS-CONV-JULIEN >= WS-AUJOURDHUI-JUL
                   AND WS-CONV-JULIEN <= WS-LIMITE-JUL
                   AND NOT CLIENT-DEJA-TRAITE
                   AND NOT ASSURE-DECEDE
               SET WS-PAGE-LIGNE TO TRUE
               CALL 'PGMPAGE' USING WS-COM-PAGE
               IF WS-PAGE-NOUVELLE-PAGE
                   TO WS-LIGD-NOM
               MOVE DATE-EXPIR-A4 IN WS-ASSURE-CASSURES
                   TO WS-LIGD-EXPIR
               PERFORM 26000-DETERMINER-AGENCE
               PERFORM 28000-INSCRIRE-CAMPAGNE
               PERFORM 29000-NOTIFIER-ECHEANCE
               MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               PERFORM 25000-ECRIRE-COPIE-AGENCE
               ADD 1 TO WS-NB-ECHEANCES
           END-IF
           .
           END-IF
           .

      * Assure decede (dossier de deces en cours ou police resiliee  *
      * sur deces) : ni liste, ni campagne, ni rappel                  *

       27500-CONTROLER-DECES.
           MOVE SPACES TO WS-COM-DECES
           MOVE 'V' TO WS-DCD-FONCTION
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-DCD-MAT
           CALL WS-NOM-PGMDECES USING WS-COM-DECES
           IF WS-DCD-RETOUR = 05
               SET ASSURE-DECEDE TO TRUE
               ADD 1 TO WS-NB-EXCLUS-DECES
           END-IF
           .

      * Inscrire le client liste dans le suivi de campagne s'il ne    *
      * l'etait pas encore (cle deja presente : inscription conservee) *

       28000-INSCRIRE-CAMPAGNE.
           MOVE 'N' TO WS-CLIENT-NOUVEAU
           IF WS-CAMPAGNE-OUVERTE NOT = 'O'
               SET CLIENT-NOUVEAU TO TRUE
           END-IF
           IF WS-CAMPAGNE-OUVERTE = 'O'
               MOVE SPACES TO W-CAMPAGNE
               MOVE MAT-A4 IN WS-ASSURE-CASSURES TO CPG-MAT
               MOVE 'EXP' TO CPG-TYPE
               MOVE WS-AGC-CODE TO CPG-AGENCE
               MOVE WS-DATE-CAMPAGNE TO CPG-DATE-INSCR
               MOVE SPACE TO CPG-RESULTAT
               MOVE 0 TO CPG-DATE-RESULTAT
               WRITE FS-CPG-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CLIENT-NOUVEAU TO TRUE
               END-WRITE
           END-IF
           .

      * Rappel d'echeance par email, a defaut SMS (PGMNOTIF) pour un   *
      * client nouvellement inscrit ; sans canal electronique le       *
      * client reste au courrier de la campagne. Variables de l'avis : *
      * vehicule, echeance, prime annuelle                             *

       29000-NOTIFIER-ECHEANCE.
           MOVE SPACES TO WS-LIGD-CANAL
           IF CLIENT-NOUVEAU
               MOVE SPACES TO WS-COM-NOTIF
               MOVE 'N' TO WS-NTF-FONCTION
               MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-NTF-MAT
               MOVE 'RELECHEA' TO WS-NTF-MODELE
               MOVE 'EXPASSU' TO WS-NTF-PROGRAMME
               MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
                   TO WS-NTF-VAR(1)
               MOVE WS-LIGD-EXPIR TO WS-NTF-VAR(2)
               MOVE PRIME-A4 IN WS-ASSURE-CASSURES TO WS-NTF-PRIME
               MOVE WS-NTF-PRIME TO WS-NTF-VAR(3)
               CALL WS-NOM-PGMNOTIF USING WS-COM-NOTIF
               EVALUATE WS-NTF-CANAL
                   WHEN 'E'
                       MOVE 'EMAIL' TO WS-LIGD-CANAL
                       ADD 1 TO WS-NB-AVIS-ECHEANCE
                   WHEN 'S'
                       MOVE 'SMS' TO WS-LIGD-CANAL
                       ADD 1 TO WS-NB-AVIS-ECHEANCE
               END-EVALUATE
           END-IF
           .

      * Copie etiquetee du code agence pour le decoupage SPLASSU       *

       25000-ECRIRE-COPIE-AGENCE.
           MOVE WS-AGC-CODE TO FS-AGC-REGION
           MOVE PRIME-A4 IN WS-ASSURE-CASSURES TO FS-AGC-PRIME
           MOVE WS-LIG-DETAIL TO FS-AGC-LIGNE
           WRITE FS-AGC-REC
           .

      * Agence gestionnaire de la police courante (rattachement, a    *
      * defaut region du CP - '???' si indeterminable)                 *

       26000-DETERMINER-AGENCE.
           MOVE 'P' TO WS-AGC-FONCTION
           MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-AGC-MAT
           MOVE CP-A4 IN WS-ASSURE-CASSURES  TO WS-AGC-CP
           CALL 'PGMAGENC' USING WS-COM-AGENCE
           .

      * Fin de traitement                                              *
