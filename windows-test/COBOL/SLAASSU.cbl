       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAASSU.

      * SUIVI MENSUEL DES DELAIS DE TRAITEMENT DES RECLAMATIONS -      *
      * A partir du fichier des reclamations WORK/RECLAM.dat (cf       *
      * CRECLAM.cpy, saisi par la transaction RCLA), pour les          *
      * reclamations recues dans le mois demande, par agence (region   *
      * retenue a la reception) et objet :                             *
      *   - le nombre de reclamations recues                           *
      *   - les accuses de reception hors delai (au-dela de 10 jours   *
      *     ouvres apres la reception, ou toujours absents alors que   *
      *     la limite est passee a la date du run)                     *
      *   - les reponses hors delai (au-dela de 2 mois apres la        *
      *     reception reportes au premier jour ouvre, ou toujours      *
      *     absentes alors que la limite est passee)                   *
      *   - les reclamations encore en cours et l'issue des autres     *
      *     (fondee / partiellement fondee / rejetee)                  *
      * Les limites sont calculees sur le calendrier des jours ouvres  *
      * (PGMCALEN, jours feries de DATA/FERIES).                       *
      * L'edition triee (WORK/SLAASSU.lst) porte un sous-total par     *
      * agence et un total general ; chaque reclamation hors delai est *
      * detaillee dans WORK/SLADET.lst pour justification.             *
      * PARM optionnel : MOIS=aaaamm -> mois de reception a editer     *
      * (defaut : mois precedant la date du run)                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Reclamations clients - fichier optionnel
           SELECT F-RECLAM ASSIGN TO "WORK/RECLAM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-RCL-CLE
               FILE STATUS IS FS-RECLAM.

      * Fichier de travail du SORT de l'edition
           SELECT F-TRI-WORK ASSIGN TO "WORK/SLAASSU.SRT".

      * Edition des delais par agence/objet
           SELECT F-RAPPORT ASSIGN TO "WORK/SLAASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

      * Detail des reclamations hors delai
           SELECT F-DETAIL ASSIGN TO "WORK/SLADET.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETAIL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RECLAM.
       01  FS-RCL-REC.
           05 FS-RCL-CLE           PIC X(10).
           05 FILLER               PIC X(70).

       SD  F-TRI-WORK.
       01  SD-SLA-REC.
           05 SD-SLA-AGENCE        PIC X(3).
           05 SD-SLA-OBJET         PIC X(3).
           05 SD-SLA-RECUES        PIC 9(5).
           05 SD-SLA-ACC-HD        PIC 9(5).
           05 SD-SLA-REP-HD        PIC 9(5).
           05 SD-SLA-EN-COURS      PIC 9(5).
           05 SD-SLA-FONDEES       PIC 9(5).
           05 SD-SLA-PARTIELLES    PIC 9(5).
           05 SD-SLA-REJETEES      PIC 9(5).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-DETAIL.
       01  FS-DETAIL-REC           PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-RECLAM                 PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-DETAIL                 PIC XX.

           COPY WRECLAM.
           COPY CRCLOBJ.

      * Calendrier des jours ouvres (delais reglementaires)
       01  WS-NOM-PGMCALEN           PIC X(8) VALUE 'PGMCALEN'.
       01  WS-COM-CALENDRIER.
           05 WS-CAL-FONCTION        PIC X(1).
           05 WS-CAL-DATE            PIC 9(8).
           05 WS-CAL-DATE2           PIC 9(8).
           05 WS-CAL-NB              PIC 9(5).
           05 WS-CAL-RESULTAT        PIC 9(8).
           05 WS-CAL-OUVRE           PIC X(1).
           05 WS-CAL-RETOUR          PIC 99.
           05 FILLER                 PIC X(7).
       01  WS-DELAI-ACCUSE-JO        PIC 9(5) VALUE 10.
       01  WS-DELAI-REPONSE-MOIS     PIC 9(5) VALUE 2.
       01  WS-LIMITE-ACCUSE          PIC 9(8).
       01  WS-LIMITE-REPONSE         PIC 9(8).

      * Mois edite (AAAAMM) et mois de reception
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-MOIS-STAT.
           05 WS-MST-AAAA            PIC 9(4).
           05 WS-MST-MM              PIC 99.
       01  WS-MOIS-STAT-N REDEFINES WS-MOIS-STAT PIC 9(6).
       01  WS-MOIS-RECEPTION          PIC 9(6).

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Cumuls du mois par agence/objet
       01  WS-TAB-CUMULS.
           05 WS-CUM-ENTREE OCCURS 500 TIMES.
               10 WS-CUM-AGENCE      PIC X(3).
               10 WS-CUM-OBJET       PIC X(3).
               10 WS-CUM-RECUES      PIC 9(5).
               10 WS-CUM-ACC-HD      PIC 9(5).
               10 WS-CUM-REP-HD      PIC 9(5).
               10 WS-CUM-EN-COURS    PIC 9(5).
               10 WS-CUM-FONDEES     PIC 9(5).
               10 WS-CUM-PARTIELLES  PIC 9(5).
               10 WS-CUM-REJETEES    PIC 9(5).
       01  WS-NB-CUMULS              PIC 9(3) VALUE 0.
       01  WS-IDX-CUMUL              PIC 9(3).
       01  WS-CUM-POS                PIC 9(3).
       01  WS-CUM-DEBORDEMENT        PIC 9(6) VALUE 0.

      * Cle de cumul et situation de la reclamation courante
       01  WS-CLE-AGENCE             PIC X(3).
       01  WS-CLE-OBJET              PIC X(3).
       01  WS-ACCUSE-HD              PIC X VALUE 'N'.
           88 ACCUSE-HD                  VALUE 'O'.
       01  WS-REPONSE-HD             PIC X VALUE 'N'.
           88 REPONSE-HD                 VALUE 'O'.

      * Rupture d'edition agence et totaux
       01  WS-EDIT-AGENCE-PREC       PIC X(3) VALUE SPACES.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-TOTAUX-AGENCE.
           05 WS-AGE-RECUES          PIC 9(6) VALUE 0.
           05 WS-AGE-ACC-HD          PIC 9(6) VALUE 0.
           05 WS-AGE-REP-HD          PIC 9(6) VALUE 0.
           05 WS-AGE-EN-COURS        PIC 9(6) VALUE 0.
           05 WS-AGE-FONDEES         PIC 9(6) VALUE 0.
           05 WS-AGE-PARTIELLES      PIC 9(6) VALUE 0.
           05 WS-AGE-REJETEES        PIC 9(6) VALUE 0.
       01  WS-TOTAUX-GENERAUX.
           05 WS-GEN-RECUES          PIC 9(6) VALUE 0.
           05 WS-GEN-ACC-HD          PIC 9(6) VALUE 0.
           05 WS-GEN-REP-HD          PIC 9(6) VALUE 0.
           05 WS-GEN-EN-COURS        PIC 9(6) VALUE 0.
           05 WS-GEN-FONDEES         PIC 9(6) VALUE 0.
           05 WS-GEN-PARTIELLES      PIC 9(6) VALUE 0.
           05 WS-GEN-REJETEES        PIC 9(6) VALUE 0.

      * Compteurs
       01  WS-NB-RECLAM-LUES         PIC 9(6) VALUE 0.
       01  WS-NB-HORS-DELAI          PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(40)
               VALUE 'DELAIS DE TRAITEMENT DES RECLAMATIONS - '.
           05 FILLER                PIC X(15)
               VALUE 'RECUES EN '.
           05 WS-LIGT-MM            PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGT-AAAA          PIC 9(4).
       01  WS-LIG-LIMITES.
           05 FILLER                PIC X(40)
               VALUE 'DELAIS : ACCUSE 10 JOURS OUVRES, REPONSE'.
           05 FILLER                PIC X(40)
               VALUE ' 2 MOIS - SITUATION AU '.
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(22) VALUE 'AGENCE OBJET'.
           05 FILLER                PIC X(8)  VALUE '  RECUES'.
           05 FILLER                PIC X(8)  VALUE '  ACC.HD'.
           05 FILLER                PIC X(8)  VALUE '  REP.HD'.
           05 FILLER                PIC X(9)  VALUE ' EN COURS'.
           05 FILLER                PIC X(8)  VALUE ' FONDEES'.
           05 FILLER                PIC X(8)  VALUE ' PARTIEL'.
           05 FILLER                PIC X(8)  VALUE ' REJETEE'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-AGENCE        PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-OBJET         PIC X(15).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-RECUES        PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-ACC-HD        PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-REP-HD        PIC ZZZZ9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-EN-COURS      PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-FONDEES       PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-PARTIELLES    PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-REJETEES      PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGS-LIBELLE       PIC X(24).
           05 WS-LIGS-RECUES        PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-ACC-HD        PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-REP-HD        PIC ZZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGS-EN-COURS      PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-FONDEES       PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-PARTIELLES    PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-REJETEES      PIC ZZZZZ9.

      * Lignes du detail hors delai
       01  WS-LIG-DET-TITRE.
           05 FILLER                PIC X(40)
               VALUE 'RECLAMATIONS HORS DELAI - RECUES EN '.
           05 WS-LIGDT-MM           PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGDT-AAAA         PIC 9(4).
       01  WS-LIG-DET-ENTETE.
           05 FILLER                PIC X(40)
               VALUE 'MATRIC NUM  AGE OBJ RECUE    LIM.ACC  AC'.
           05 FILLER                PIC X(40)
               VALUE 'CUSE   LIM.REP  REPONSE  MOTIF'.
       01  WS-LIG-DET-LIGNE.
           05 WS-LIGH-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-NUM           PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-AGENCE        PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-OBJET         PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-RECEPTION     PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-LIM-ACCUSE    PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-ACCUSE        PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-LIM-REPONSE   PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-REPONSE       PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-LIGH-MOTIF         PIC X(15).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'DELAIS DE TRAITEMENT DES RECLAMATIONS'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CUMULER-RECLAMATIONS
           PERFORM 40000-EDITER-STATISTIQUES
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'MOIS DE RECEPTION EDITE  : ' WS-MOIS-STAT
           DISPLAY 'RECLAMATIONS LUES        : ' WS-NB-RECLAM-LUES
           DISPLAY 'RECUES DANS LE MOIS      : ' WS-GEN-RECUES
           DISPLAY 'ACCUSES HORS DELAI       : ' WS-GEN-ACC-HD
           DISPLAY 'REPONSES HORS DELAI      : ' WS-GEN-REP-HD
           DISPLAY 'ENCORE EN COURS          : ' WS-GEN-EN-COURS
           DISPLAY 'RECLAMATIONS HORS DELAI  : ' WS-NB-HORS-DELAI
           IF WS-CUM-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE CUMULS SATUREE, '
                       WS-CUM-DEBORDEMENT ' RECLAMATION(S) IGNOREE(S)'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - mois edite et fichiers                        *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
      * Defaut : mois precedant la date du run
           MOVE WS-DSY-AAAA TO WS-MST-AAAA
           MOVE WS-DSY-MM TO WS-MST-MM
           IF WS-MST-MM = 1
               MOVE 12 TO WS-MST-MM
               SUBTRACT 1 FROM WS-MST-AAAA
           ELSE
               SUBTRACT 1 FROM WS-MST-MM
           END-IF

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-MST-MM < 1 OR WS-MST-MM > 12
               DISPLAY 'PARM INVALIDE - MOIS=aaaamm ATTENDU'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-DETAIL
           IF FS-DETAIL NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DETAIL HORS DELAI'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-MST-MM TO WS-LIGDT-MM
           MOVE WS-MST-AAAA TO WS-LIGDT-AAAA
           MOVE WS-LIG-DET-TITRE TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC
           MOVE SPACES TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC
           MOVE WS-LIG-DET-ENTETE TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'MOIS='
                   IF WS-PARM-TOK(WS-PARM-IDX)(6:6) NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:6)
                           TO WS-MOIS-STAT
                   ELSE
                       MOVE 0 TO WS-MST-MM
                   END-IF
               END-IF
           END-PERFORM
           .

      * Cumul du fichier des reclamations                              *

       20000-CUMULER-RECLAMATIONS.
           OPEN INPUT F-RECLAM
           IF FS-RECLAM NOT = '00'
               DISPLAY 'RECLAM.dat ABSENT - AUCUNE RECLAMATION'
           ELSE
               PERFORM 21000-LIRE-UNE-RECLAMATION
                   UNTIL FS-RECLAM = '10'
               CLOSE F-RECLAM
           END-IF
           .

       21000-LIRE-UNE-RECLAMATION.
           READ F-RECLAM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-RCL-REC TO W-RECLAM
                   ADD 1 TO WS-NB-RECLAM-LUES
                   PERFORM 22000-CUMULER-UNE-RECLAMATION
                       THRU FIN-22000-CUMULER-UNE-RECLAMATION
           END-READ
           .

      * Une reclamation compte dans le mois de sa reception ; ses      *
      * delais sont apprecies a la date de l'accuse / de la reponse,   *
      * ou a la date du run tant qu'ils manquent                       *

       22000-CUMULER-UNE-RECLAMATION.
           COMPUTE WS-MOIS-RECEPTION = RCL-DATE-RECEPTION / 100
           IF WS-MOIS-RECEPTION NOT = WS-MOIS-STAT-N
               GO TO FIN-22000-CUMULER-UNE-RECLAMATION
           END-IF

           PERFORM 22100-CALCULER-LIMITES
           MOVE 'N' TO WS-ACCUSE-HD
           MOVE 'N' TO WS-REPONSE-HD
           IF RCL-DATE-ACCUSE > WS-LIMITE-ACCUSE
                   OR (RCL-DATE-ACCUSE = 0
                       AND WS-DATE-SYSTEME > WS-LIMITE-ACCUSE)
               MOVE 'O' TO WS-ACCUSE-HD
           END-IF
           IF RCL-DATE-REPONSE > WS-LIMITE-REPONSE
                   OR (RCL-DATE-REPONSE = 0
                       AND WS-DATE-SYSTEME > WS-LIMITE-REPONSE)
               MOVE 'O' TO WS-REPONSE-HD
           END-IF

           MOVE RCL-AGENCE TO WS-CLE-AGENCE
           IF WS-CLE-AGENCE = SPACES
               MOVE '???' TO WS-CLE-AGENCE
           END-IF
           MOVE RCL-OBJET TO WS-CLE-OBJET
           PERFORM 22300-CHERCHER-OU-CREER-CELLULE
           IF WS-CUM-POS = 0
               ADD 1 TO WS-CUM-DEBORDEMENT
               GO TO FIN-22000-CUMULER-UNE-RECLAMATION
           END-IF

           ADD 1 TO WS-CUM-RECUES(WS-CUM-POS)
           IF ACCUSE-HD
               ADD 1 TO WS-CUM-ACC-HD(WS-CUM-POS)
           END-IF
           IF REPONSE-HD
               ADD 1 TO WS-CUM-REP-HD(WS-CUM-POS)
           END-IF
           EVALUATE TRUE
               WHEN RCL-DATE-REPONSE = 0
                   ADD 1 TO WS-CUM-EN-COURS(WS-CUM-POS)
               WHEN RCL-ISSUE = 'F'
                   ADD 1 TO WS-CUM-FONDEES(WS-CUM-POS)
               WHEN RCL-ISSUE = 'P'
                   ADD 1 TO WS-CUM-PARTIELLES(WS-CUM-POS)
               WHEN OTHER
                   ADD 1 TO WS-CUM-REJETEES(WS-CUM-POS)
           END-EVALUATE

           IF ACCUSE-HD OR REPONSE-HD
               PERFORM 22500-EDITER-HORS-DELAI
           END-IF
           .

       FIN-22000-CUMULER-UNE-RECLAMATION.
           EXIT.

      * Limites reglementaires (PGMCALEN) : accuse = reception + 10    *
      * jours ouvres, reponse = reception + 2 mois reportes au premier *
      * jour ouvre - memes regles que la transaction RCLA              *

       22100-CALCULER-LIMITES.
           MOVE 'A'                   TO WS-CAL-FONCTION
           MOVE RCL-DATE-RECEPTION    TO WS-CAL-DATE
           MOVE WS-DELAI-ACCUSE-JO    TO WS-CAL-NB
           CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
           MOVE WS-CAL-RESULTAT TO WS-LIMITE-ACCUSE
           MOVE 'M'                   TO WS-CAL-FONCTION
           MOVE RCL-DATE-RECEPTION    TO WS-CAL-DATE
           MOVE WS-DELAI-REPONSE-MOIS TO WS-CAL-NB
           CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
           MOVE WS-CAL-RESULTAT TO WS-LIMITE-REPONSE
           .

       22300-CHERCHER-OU-CREER-CELLULE.
           MOVE 0 TO WS-CUM-POS
           PERFORM 22310-COMPARER-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
                   OR WS-CUM-POS > 0

           IF WS-CUM-POS = 0
                   AND WS-NB-CUMULS < 500
               ADD 1 TO WS-NB-CUMULS
               MOVE WS-NB-CUMULS TO WS-CUM-POS
               MOVE WS-CLE-AGENCE TO WS-CUM-AGENCE(WS-CUM-POS)
               MOVE WS-CLE-OBJET  TO WS-CUM-OBJET(WS-CUM-POS)
               MOVE 0 TO WS-CUM-RECUES(WS-CUM-POS)
               MOVE 0 TO WS-CUM-ACC-HD(WS-CUM-POS)
               MOVE 0 TO WS-CUM-REP-HD(WS-CUM-POS)
               MOVE 0 TO WS-CUM-EN-COURS(WS-CUM-POS)
               MOVE 0 TO WS-CUM-FONDEES(WS-CUM-POS)
               MOVE 0 TO WS-CUM-PARTIELLES(WS-CUM-POS)
               MOVE 0 TO WS-CUM-REJETEES(WS-CUM-POS)
           END-IF
           .

       22310-COMPARER-CELLULE.
           IF WS-CUM-AGENCE(WS-IDX-CUMUL) = WS-CLE-AGENCE
                   AND WS-CUM-OBJET(WS-IDX-CUMUL) = WS-CLE-OBJET
               MOVE WS-IDX-CUMUL TO WS-CUM-POS
           END-IF
           .

      * Ligne de justification d'une reclamation hors delai            *

       22500-EDITER-HORS-DELAI.
           ADD 1 TO WS-NB-HORS-DELAI
           MOVE RCL-MAT            TO WS-LIGH-MAT
           MOVE RCL-NUM            TO WS-LIGH-NUM
           MOVE WS-CLE-AGENCE      TO WS-LIGH-AGENCE
           MOVE RCL-OBJET          TO WS-LIGH-OBJET
           MOVE RCL-DATE-RECEPTION TO WS-LIGH-RECEPTION
           MOVE WS-LIMITE-ACCUSE   TO WS-LIGH-LIM-ACCUSE
           IF RCL-DATE-ACCUSE = 0
               MOVE 'ABSENT' TO WS-LIGH-ACCUSE
           ELSE
               MOVE RCL-DATE-ACCUSE TO WS-LIGH-ACCUSE
           END-IF
           MOVE WS-LIMITE-REPONSE  TO WS-LIGH-LIM-REPONSE
           IF RCL-DATE-REPONSE = 0
               MOVE 'EN COURS' TO WS-LIGH-REPONSE
           ELSE
               MOVE RCL-DATE-REPONSE TO WS-LIGH-REPONSE
           END-IF
           EVALUATE TRUE
               WHEN ACCUSE-HD AND REPONSE-HD
                   MOVE 'ACCUSE+REPONSE' TO WS-LIGH-MOTIF
               WHEN ACCUSE-HD
                   MOVE 'ACCUSE' TO WS-LIGH-MOTIF
               WHEN OTHER
                   MOVE 'REPONSE' TO WS-LIGH-MOTIF
           END-EVALUATE
           MOVE WS-LIG-DET-LIGNE TO FS-DETAIL-REC
           WRITE FS-DETAIL-REC
           .

      * Edition triee par agence/objet, sous-total par agence          *

       40000-EDITER-STATISTIQUES.
           MOVE WS-MST-MM TO WS-LIGT-MM
           MOVE WS-MST-AAAA TO WS-LIGT-AAAA
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-LIMITES TO FS-RAPPORT-REC
           MOVE WS-DATE-SYSTEME TO FS-RAPPORT-REC(64:8)
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           SORT F-TRI-WORK
               ASCENDING KEY SD-SLA-AGENCE SD-SLA-OBJET
               INPUT PROCEDURE IS 41000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 42000-RESTITUER-TRI
           .

       41000-ALIMENTER-TRI.
           PERFORM 41100-LIBERER-UNE-CELLULE
               VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > WS-NB-CUMULS
           .

       41100-LIBERER-UNE-CELLULE.
           MOVE WS-CUM-AGENCE(WS-IDX-CUMUL)     TO SD-SLA-AGENCE
           MOVE WS-CUM-OBJET(WS-IDX-CUMUL)      TO SD-SLA-OBJET
           MOVE WS-CUM-RECUES(WS-IDX-CUMUL)     TO SD-SLA-RECUES
           MOVE WS-CUM-ACC-HD(WS-IDX-CUMUL)     TO SD-SLA-ACC-HD
           MOVE WS-CUM-REP-HD(WS-IDX-CUMUL)     TO SD-SLA-REP-HD
           MOVE WS-CUM-EN-COURS(WS-IDX-CUMUL)   TO SD-SLA-EN-COURS
           MOVE WS-CUM-FONDEES(WS-IDX-CUMUL)    TO SD-SLA-FONDEES
           MOVE WS-CUM-PARTIELLES(WS-IDX-CUMUL) TO SD-SLA-PARTIELLES
           MOVE WS-CUM-REJETEES(WS-IDX-CUMUL)   TO SD-SLA-REJETEES
           RELEASE SD-SLA-REC
           .

       42000-RESTITUER-TRI.
           PERFORM 42100-RETOURNER-CELLULE
           PERFORM 43000-EDITER-CELLULE
               UNTIL FIN-TRI
           IF NOT PREMIER-GROUPE
               PERFORM 44000-EDITER-SSTOT-AGENCE
           END-IF
           PERFORM 45000-EDITER-TOTAL-GENERAL
           .

       42100-RETOURNER-CELLULE.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       43000-EDITER-CELLULE.
           IF PREMIER-GROUPE
                   OR SD-SLA-AGENCE NOT = WS-EDIT-AGENCE-PREC
               IF NOT PREMIER-GROUPE
                   PERFORM 44000-EDITER-SSTOT-AGENCE
               END-IF
               MOVE SD-SLA-AGENCE TO WS-EDIT-AGENCE-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               INITIALIZE WS-TOTAUX-AGENCE
           END-IF

           MOVE SD-SLA-AGENCE     TO WS-LIGD-AGENCE
           MOVE SD-SLA-OBJET      TO WS-LIGD-OBJET
           PERFORM VARYING WS-IDX-CUMUL FROM 1 BY 1
               UNTIL WS-IDX-CUMUL > 7
               IF WS-OBJ-CODE(WS-IDX-CUMUL) = SD-SLA-OBJET
                   MOVE WS-OBJ-LIBELLE(WS-IDX-CUMUL) TO WS-LIGD-OBJET
               END-IF
           END-PERFORM
           MOVE SD-SLA-RECUES     TO WS-LIGD-RECUES
           MOVE SD-SLA-ACC-HD     TO WS-LIGD-ACC-HD
           MOVE SD-SLA-REP-HD     TO WS-LIGD-REP-HD
           MOVE SD-SLA-EN-COURS   TO WS-LIGD-EN-COURS
           MOVE SD-SLA-FONDEES    TO WS-LIGD-FONDEES
           MOVE SD-SLA-PARTIELLES TO WS-LIGD-PARTIELLES
           MOVE SD-SLA-REJETEES   TO WS-LIGD-REJETEES
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           ADD SD-SLA-RECUES     TO WS-AGE-RECUES WS-GEN-RECUES
           ADD SD-SLA-ACC-HD     TO WS-AGE-ACC-HD WS-GEN-ACC-HD
           ADD SD-SLA-REP-HD     TO WS-AGE-REP-HD WS-GEN-REP-HD
           ADD SD-SLA-EN-COURS   TO WS-AGE-EN-COURS WS-GEN-EN-COURS
           ADD SD-SLA-FONDEES    TO WS-AGE-FONDEES WS-GEN-FONDEES
           ADD SD-SLA-PARTIELLES TO WS-AGE-PARTIELLES
                                    WS-GEN-PARTIELLES
           ADD SD-SLA-REJETEES   TO WS-AGE-REJETEES WS-GEN-REJETEES

           PERFORM 42100-RETOURNER-CELLULE
           .

       44000-EDITER-SSTOT-AGENCE.
           MOVE 'TOTAL AGENCE' TO WS-LIGS-LIBELLE
           MOVE WS-EDIT-AGENCE-PREC TO WS-LIGS-LIBELLE(14:3)
           MOVE WS-AGE-RECUES     TO WS-LIGS-RECUES
           MOVE WS-AGE-ACC-HD     TO WS-LIGS-ACC-HD
           MOVE WS-AGE-REP-HD     TO WS-LIGS-REP-HD
           MOVE WS-AGE-EN-COURS   TO WS-LIGS-EN-COURS
           MOVE WS-AGE-FONDEES    TO WS-LIGS-FONDEES
           MOVE WS-AGE-PARTIELLES TO WS-LIGS-PARTIELLES
           MOVE WS-AGE-REJETEES   TO WS-LIGS-REJETEES
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       45000-EDITER-TOTAL-GENERAL.
           MOVE 'TOTAL GENERAL' TO WS-LIGS-LIBELLE
           MOVE WS-GEN-RECUES     TO WS-LIGS-RECUES
           MOVE WS-GEN-ACC-HD     TO WS-LIGS-ACC-HD
           MOVE WS-GEN-REP-HD     TO WS-LIGS-REP-HD
           MOVE WS-GEN-EN-COURS   TO WS-LIGS-EN-COURS
           MOVE WS-GEN-FONDEES    TO WS-LIGS-FONDEES
           MOVE WS-GEN-PARTIELLES TO WS-LIGS-PARTIELLES
           MOVE WS-GEN-REJETEES   TO WS-LIGS-REJETEES
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       50000-FIN.
           CLOSE F-RAPPORT
           CLOSE F-DETAIL
           .
