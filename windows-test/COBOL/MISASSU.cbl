       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISASSU.

      * TRANSACTION EN LIGNE - MISSION D'EXPERTISE (TRANSID MISA)     *
      * Quand un sinistre demande un expert, le gestionnaire appelle  *
      * un cabinet : cette transaction enregistre la mission dans     *
      * WORK/MISSIONS.dat (cle = matricule + numero de sinistre, cf   *
      * CMISSION.cpy) au lieu du bloc-notes, pour que RAPASSU puisse  *
      * lister les rapports attendus au-dela de leur date limite.     *
      * Saisie (positions fixes) :                                    *
      *   ACTION(1) M=missionner R=rapport recu L=consulter           *
      *   MAT(6) SINSEQ(4) puis                                       *
      *   M : EXPERT(4) DATE-MISSION(8, blanc = jour) ECHEANCE(8,     *
      *       blanc = mission + delai du cabinet, WORK/EXPERTS.dat)   *
      *   R : DATE-RAPPORT(8, blanc = jour) MONTANT(8, 6+2 sans       *
      *       virgule - chiffrage retenu par l'expert) KM(7,          *
      *       optionnel - compteur releve par l'expert, transmis a    *
      *       KMSASSU par WORK/KMMVT.dat, code 'R' source 'E')        *
      * Une mission sans rapport peut etre reattribuee (nouvel M sur  *
      * le meme sinistre) ; une mission dont le rapport est recu      *
      * n'est plus modifiable.                                        *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) de niveau 2, comme CLMA/NOTA ; le          *
      * gestionnaire signe est porte sur la mission.                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Missions d'expertise (creees a la premiere mission)
           SELECT F-MISSIONS ASSIGN TO "WORK/MISSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-MIS-CLE
               FILE STATUS IS FS-MISSIONS.

      * Cabinets d'expertise (maintenus par LOADREGT/MAJREGTF)
           SELECT F-EXPERTS ASSIGN TO "WORK/EXPERTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EXP-ID
               FILE STATUS IS FS-EXPERTS.

      * Le sinistre vise doit exister
           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Releves de compteur pour KMSASSU (ajout)
           SELECT F-KMMVT ASSIGN TO "WORK/KMMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KMMVT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SESSIONS.
       01  FS-SES-REC.
           05 FS-SES-TERMINAL      PIC X(4).
           05 FS-SES-USER          PIC X(8).
           05 FS-SES-NIVEAU        PIC 9(1).
           05 FS-SES-DATE          PIC 9(8).
           05 FS-SES-HEURE         PIC 9(6).
           05 FS-SES-RESTE         PIC X(13).

       FD  F-MISSIONS.
       01  FS-MIS-REC.
           05 FS-MIS-CLE           PIC X(10).
           05 FS-MIS-DATA          PIC X(50).

       FD  F-EXPERTS.
       01  FS-EXP-REC.
           05 FS-EXP-ID            PIC X(4).
           05 FS-EXP-NOM           PIC X(20).
           05 FS-EXP-CP            PIC 9(5).
           05 FS-EXP-TELEPHONE     PIC X(10).
           05 FS-EXP-DELAI         PIC 9(3).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-KMMVT.
       01  FS-KMMVT-REC            PIC X(50).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WMISSION.
           COPY WSINISTR.
           COPY WKMMVT.

       01  FS-SESSIONS              PIC XX.
       01  FS-MISSIONS              PIC XX.
       01  FS-EXPERTS               PIC XX.
       01  FS-SINISTRE              PIC XX.
       01  FS-KMMVT                 PIC XX.

      * Controle de session - niveau 2 (gestion sinistre), comme CLMA
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 2.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'MISA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(M/R/L) MAT(6) SINSEQ(4)          '.
           05 FILLER PIC X(40) VALUE
               'M: + EXPERT(4) MISSION(8) ECHEANCE(8)   '.
           05 FILLER PIC X(40) VALUE
               'R: + DATE RAPPORT(8) MONTANT(8) KM(7)   '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-MISSION.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-MISSIONNER     VALUE 'M'.
               88 ACTION-RAPPORT        VALUE 'R'.
               88 ACTION-CONSULTER      VALUE 'L'.
           05 WS-SAI-MAT            PIC X(6).
           05 WS-SAI-SIN-SEQ        PIC X(4).
           05 WS-SAI-ZONE           PIC X(27).
           05 WS-SAI-MISSION REDEFINES WS-SAI-ZONE.
               10 WS-SAI-EXPERT     PIC X(4).
               10 WS-SAI-DATE-MIS   PIC X(8).
               10 WS-SAI-ECHEANCE   PIC X(8).
               10 FILLER            PIC X(7).
           05 WS-SAI-RAPPORT REDEFINES WS-SAI-ZONE.
               10 WS-SAI-DATE-RAP   PIC X(8).
               10 WS-SAI-MONTANT    PIC X(8).
               10 WS-SAI-COMPTEUR   PIC X(7).
               10 FILLER            PIC X(4).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Montant saisi en chiffres bruts (6+2), meme decoupage que
      * MIS-MONTANT - cf MAJREGTF pour la raison
       01  WS-MONTANT-SAISI.
           05 WS-MNT-INT            PIC 9(6).
           05 WS-MNT-DEC            PIC 99.
       01  WS-MONTANT-NUM REDEFINES WS-MONTANT-SAISI PIC 9(6)V99.

      * Ecran de reponse (mise a jour) / detail (consultation)
       01  WS-ECRAN-REPONSE         PIC X(60).
       01  WS-ECRAN-DETAIL.
           05 FILLER                PIC X(8) VALUE 'EXPERT: '.
           05 WS-DET-EXPERT         PIC X(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-NOM            PIC X(20).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-TELEPHONE      PIC X(10).
           05 FILLER                PIC X(16) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'MISSION: '.
           05 WS-DET-DATE-MIS       PIC 9(8).
           05 FILLER                PIC X(11) VALUE ' ECHEANCE: '.
           05 WS-DET-ECHEANCE       PIC 9(8).
           05 FILLER                PIC X(10) VALUE ' RAPPORT: '.
           05 WS-DET-DATE-RAP       PIC 9(8).
           05 FILLER                PIC X(6) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'MONTANT: '.
           05 WS-DET-MONTANT        PIC ZZZZZ9,99.
           05 FILLER                PIC X(4) VALUE ' PAR'.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-USER           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-STATUT         PIC X(37).

       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-DATE-MISSION          PIC 9(8).
       01  WS-DATE-RAPPORT          PIC 9(8).
       01  WS-JOURS-RETARD          PIC 9(4).
       01  WS-JOURS-RETARD-ED       PIC ZZZ9.
       01  WS-DELAI-EXPERT          PIC 9(3).
       01  WS-MISSION-EXISTE        PIC X VALUE 'N'.
           88 MISSION-EXISTE            VALUE 'O'.

       01  WS-COMMAREA-VIDE         PIC X(1) VALUE SPACE.

       LINKAGE SECTION.

       01  DFHCOMMAREA              PIC X(1).

       PROCEDURE DIVISION.

      * Programme principal - aiguillage pseudo-conversationnel        *

       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-ENVOYER-PROMPT
               MOVE 'INVITE' TO WS-ACT-FONCTION
           ELSE
               PERFORM 0500-CONTROLER-HABILITATION
               IF ACCES-AUTORISE
                   PERFORM 2000-RECEVOIR-ET-TRAITER
                       THRU FIN-2000-RECEVOIR-ET-TRAITER
               ELSE
                   MOVE 'REFUS' TO WS-ACT-FONCTION
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-NON-SIGNE)
                       LENGTH(LENGTH OF WS-ECRAN-NON-SIGNE)
                       ERASE
                   END-EXEC
               END-IF
           END-IF
           PERFORM 0900-TRACER-ACTIVITE

           EXEC CICS RETURN
               TRANSID('MISA')
               COMMAREA(WS-COMMAREA-VIDE)
           END-EXEC
           .

      * Deposer la trace d'activite du passage courant (PGMACTIV)      *

       0900-TRACER-ACTIVITE.
           CALL 'PGMACTIV' USING WS-ACT-TRANSID WS-SES-USER EIBTRMID
                WS-ACT-MATRICULE WS-ACT-FONCTION
           .

      * Controle de session - meme paragraphe que INQASSU/CLMASSU      *

       0500-CONTROLER-HABILITATION.
           MOVE 'N' TO WS-ACCES-AUTORISE
           MOVE SPACES TO WS-SES-USER
           OPEN INPUT F-SESSIONS
           IF FS-SESSIONS = '00'
               MOVE EIBTRMID TO FS-SES-TERMINAL
               READ F-SESSIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FS-SES-NIVEAU >= WS-NIVEAU-REQUIS
                           MOVE 'O' TO WS-ACCES-AUTORISE
                           MOVE FS-SES-USER TO WS-SES-USER
                       END-IF
               END-READ
               CLOSE F-SESSIONS
           END-IF
           .

      * Premier passage : affiche l'invite                             *

       1000-ENVOYER-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-ECRAN-PROMPT)
               LENGTH(LENGTH OF WS-ECRAN-PROMPT)
               ERASE
           END-EXEC
           .

      * Second passage : missionner, enregistrer le rapport ou         *
      * consulter la mission du sinistre                               *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-MISSION
           MOVE 38 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-MISSION)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           MOVE WS-SAI-MAT TO WS-ACT-MATRICULE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

      * Le sinistre vise doit exister (son vehicule sert au releve
      * de compteur eventuel du rapport)
           INITIALIZE W-SINISTRE
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE = '00'
               MOVE WS-SAI-MAT TO FS-SINISTRE-MAT
               MOVE WS-SAI-SIN-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       MOVE 'SINISTRE INCONNU' TO WS-ECRAN-REPONSE
                       CLOSE F-SINISTRE
                       GO TO FIN-2000-REPONSE-SIMPLE
                   NOT INVALID KEY
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
               END-READ
               CLOSE F-SINISTRE
           END-IF

           OPEN I-O F-MISSIONS
           IF FS-MISSIONS NOT = '00'
               OPEN OUTPUT F-MISSIONS
               IF FS-MISSIONS = '00'
                   CLOSE F-MISSIONS
                   OPEN I-O F-MISSIONS
               END-IF
           END-IF
           IF FS-MISSIONS NOT = '00'
               MOVE 'FICHIER DES MISSIONS INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF

           MOVE 'N' TO WS-MISSION-EXISTE
           INITIALIZE W-MISSION
           MOVE WS-SAI-MAT TO FS-MIS-CLE(1:6)
           MOVE WS-SAI-SIN-SEQ TO FS-MIS-CLE(7:4)
           READ F-MISSIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO WS-MISSION-EXISTE
                   MOVE FS-MIS-REC TO W-MISSION
           END-READ

           EVALUATE TRUE
               WHEN ACTION-MISSIONNER
                   MOVE 'MISSION' TO WS-ACT-FONCTION
                   PERFORM 3000-MISSIONNER
                       THRU FIN-3000-MISSIONNER
               WHEN ACTION-RAPPORT
                   MOVE 'RAPPORT' TO WS-ACT-FONCTION
                   PERFORM 4000-ENREGISTRER-RAPPORT
                       THRU FIN-4000-ENREGISTRER-RAPPORT
               WHEN ACTION-CONSULTER
                   MOVE 'CONSULT' TO WS-ACT-FONCTION
                   CLOSE F-MISSIONS
                   IF NOT MISSION-EXISTE
                       MOVE 'AUCUNE MISSION POUR CE SINISTRE'
                           TO WS-ECRAN-REPONSE
                       GO TO FIN-2000-REPONSE-SIMPLE
                   END-IF
                   PERFORM 5000-AFFICHER-MISSION
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-DETAIL)
                       LENGTH(LENGTH OF WS-ECRAN-DETAIL)
                       ERASE
                   END-EXEC
                   GO TO FIN-2000-RECEVOIR-ET-TRAITER
               WHEN OTHER
                   MOVE 'ACTION INVALIDE (M/R/L ATTENDU)'
                       TO WS-ECRAN-REPONSE
           END-EVALUATE
           CLOSE F-MISSIONS
           .
       FIN-2000-REPONSE-SIMPLE.
           EXEC CICS SEND TEXT
               FROM(WS-ECRAN-REPONSE)
               LENGTH(LENGTH OF WS-ECRAN-REPONSE)
               ERASE
           END-EXEC
           .
       FIN-2000-RECEVOIR-ET-TRAITER.
           EXIT.

      * Mission (ou reattribution tant que le rapport n'est pas recu)  *
      * - echeance = mission + delai du cabinet si non saisie          *

       3000-MISSIONNER.
           IF MISSION-EXISTE AND MIS-DATE-RAPPORT > 0
               MOVE 'RAPPORT DEJA RECU - MISSION CLOSE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-MISSIONNER
           END-IF

           OPEN INPUT F-EXPERTS
           IF FS-EXPERTS NOT = '00'
               MOVE 'TABLE DES EXPERTS INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-MISSIONNER
           END-IF
           MOVE WS-SAI-EXPERT TO FS-EXP-ID
           READ F-EXPERTS
               INVALID KEY
                   MOVE 'EXPERT INCONNU : ' TO WS-ECRAN-REPONSE
                   MOVE WS-SAI-EXPERT TO WS-ECRAN-REPONSE(18:4)
                   CLOSE F-EXPERTS
                   GO TO FIN-3000-MISSIONNER
           END-READ
           CLOSE F-EXPERTS
           MOVE FS-EXP-DELAI TO WS-DELAI-EXPERT
           IF WS-DELAI-EXPERT = 0
               MOVE 15 TO WS-DELAI-EXPERT
           END-IF

           IF WS-SAI-DATE-MIS = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-MISSION
           ELSE
               IF WS-SAI-DATE-MIS NOT NUMERIC
                   MOVE 'DATE DE MISSION INVALIDE' TO WS-ECRAN-REPONSE
                   GO TO FIN-3000-MISSIONNER
               END-IF
               MOVE WS-SAI-DATE-MIS TO WS-DATE-MISSION
           END-IF

           MOVE WS-SAI-MAT       TO MIS-MAT
           MOVE WS-SAI-SIN-SEQ   TO MIS-SIN-SEQ
           MOVE WS-SAI-EXPERT    TO MIS-EXPERT
           MOVE WS-DATE-MISSION  TO MIS-DATE-MISSION
           IF WS-SAI-ECHEANCE NUMERIC
               MOVE WS-SAI-ECHEANCE TO MIS-DATE-ECHEANCE
           ELSE
               COMPUTE MIS-DATE-ECHEANCE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-MISSION)
                    + WS-DELAI-EXPERT)
           END-IF
           MOVE 0                TO MIS-DATE-RAPPORT
           MOVE 0                TO MIS-MONTANT
           MOVE WS-SES-USER      TO MIS-USER
           MOVE W-MISSION TO FS-MIS-REC

           IF MISSION-EXISTE
               REWRITE FS-MIS-REC
                   INVALID KEY
                       MOVE 'ECHEC REATTRIBUTION DE LA MISSION'
                           TO WS-ECRAN-REPONSE
                   NOT INVALID KEY
                       MOVE 'MISSION REATTRIBUEE - RAPPORT LE '
                           TO WS-ECRAN-REPONSE
                       MOVE MIS-DATE-ECHEANCE
                           TO WS-ECRAN-REPONSE(34:8)
               END-REWRITE
           ELSE
               WRITE FS-MIS-REC
                   INVALID KEY
                       MOVE 'ECHEC ENREGISTREMENT DE LA MISSION'
                           TO WS-ECRAN-REPONSE
                   NOT INVALID KEY
                       MOVE 'MISSION ENREGISTREE - RAPPORT LE '
                           TO WS-ECRAN-REPONSE
                       MOVE MIS-DATE-ECHEANCE
                           TO WS-ECRAN-REPONSE(34:8)
               END-WRITE
           END-IF
           .
       FIN-3000-MISSIONNER.
           EXIT.

      * Reception du rapport : date et chiffrage de l'expert           *

       4000-ENREGISTRER-RAPPORT.
           IF NOT MISSION-EXISTE
               MOVE 'AUCUNE MISSION POUR CE SINISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-RAPPORT
           END-IF

           IF WS-SAI-DATE-RAP = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-RAPPORT
           ELSE
               IF WS-SAI-DATE-RAP NOT NUMERIC
                   MOVE 'DATE DE RAPPORT INVALIDE' TO WS-ECRAN-REPONSE
                   GO TO FIN-4000-ENREGISTRER-RAPPORT
               END-IF
               MOVE WS-SAI-DATE-RAP TO WS-DATE-RAPPORT
           END-IF
           IF WS-DATE-RAPPORT < MIS-DATE-MISSION
               MOVE 'RAPPORT ANTERIEUR A LA MISSION' TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-RAPPORT
           END-IF
           IF WS-SAI-MONTANT NOT NUMERIC
               MOVE 'MONTANT INVALIDE (8 CHIFFRES, 6+2)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-RAPPORT
           END-IF
           MOVE WS-SAI-MONTANT TO WS-MONTANT-SAISI
           IF WS-SAI-COMPTEUR NOT = SPACES
                   AND WS-SAI-COMPTEUR NOT NUMERIC
               MOVE 'KILOMETRAGE INVALIDE (7 CHIFFRES)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-RAPPORT
           END-IF

           MOVE WS-DATE-RAPPORT TO MIS-DATE-RAPPORT
           MOVE WS-MONTANT-NUM  TO MIS-MONTANT
           MOVE W-MISSION TO FS-MIS-REC
           REWRITE FS-MIS-REC
               INVALID KEY
                   MOVE 'ECHEC ENREGISTREMENT DU RAPPORT'
                       TO WS-ECRAN-REPONSE
               NOT INVALID KEY
                   MOVE 'RAPPORT ENREGISTRE' TO WS-ECRAN-REPONSE
                   IF WS-SAI-COMPTEUR NOT = SPACES
                       PERFORM 4100-TRANSMETTRE-RELEVE
                   END-IF
           END-REWRITE
           .
       FIN-4000-ENREGISTRER-RAPPORT.
           EXIT.

      * Releve de compteur de l'expert ajoute a KMMVT (source 'E',     *
      * date du rapport, reference matricule + sinistre)               *

       4100-TRANSMETTRE-RELEVE.
           MOVE SPACES TO W-KMMVT
           MOVE WS-SAI-MAT        TO KMV-MAT
           IF SIN-SEQ-VEHICULE = 0
               MOVE '01' TO KMV-SEQ-VEHICULE
           ELSE
               MOVE SIN-SEQ-VEHICULE TO KMV-SEQ-VEHICULE
           END-IF
           MOVE 'R'               TO KMV-CODE
           MOVE WS-DATE-RAPPORT   TO KMV-DATE
           MOVE WS-SAI-COMPTEUR   TO KMV-COMPTEUR
           MOVE 'E'               TO KMV-SOURCE
           MOVE WS-SAI-MAT        TO KMV-REFERENCE(1:6)
           MOVE WS-SAI-SIN-SEQ    TO KMV-REFERENCE(7:4)
           OPEN EXTEND F-KMMVT
           IF FS-KMMVT NOT = '00'
               OPEN OUTPUT F-KMMVT
           END-IF
           IF FS-KMMVT = '00'
               MOVE W-KMMVT TO FS-KMMVT-REC
               WRITE FS-KMMVT-REC
               CLOSE F-KMMVT
               MOVE 'RAPPORT ENREGISTRE - RELEVE KM TRANSMIS'
                   TO WS-ECRAN-REPONSE
           ELSE
               MOVE 'RAPPORT ENREGISTRE - RELEVE KM NON TRANSMIS'
                   TO WS-ECRAN-REPONSE
           END-IF
           .

      * Consultation : mission, cabinet et retard eventuel             *

       5000-AFFICHER-MISSION.
           MOVE MIS-EXPERT        TO WS-DET-EXPERT
           MOVE SPACES            TO WS-DET-NOM
           MOVE SPACES            TO WS-DET-TELEPHONE
           OPEN INPUT F-EXPERTS
           IF FS-EXPERTS = '00'
               MOVE MIS-EXPERT TO FS-EXP-ID
               READ F-EXPERTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-EXP-NOM       TO WS-DET-NOM
                       MOVE FS-EXP-TELEPHONE TO WS-DET-TELEPHONE
               END-READ
               CLOSE F-EXPERTS
           END-IF
           MOVE MIS-DATE-MISSION  TO WS-DET-DATE-MIS
           MOVE MIS-DATE-ECHEANCE TO WS-DET-ECHEANCE
           MOVE MIS-DATE-RAPPORT  TO WS-DET-DATE-RAP
           MOVE MIS-MONTANT       TO WS-DET-MONTANT
           MOVE MIS-USER          TO WS-DET-USER

           EVALUATE TRUE
               WHEN MIS-DATE-RAPPORT > 0
                   MOVE 'RAPPORT RECU' TO WS-DET-STATUT
               WHEN MIS-DATE-ECHEANCE < WS-DATE-JOUR
                   COMPUTE WS-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                     - FUNCTION INTEGER-OF-DATE(MIS-DATE-ECHEANCE)
                   MOVE WS-JOURS-RETARD TO WS-JOURS-RETARD-ED
                   MOVE SPACES TO WS-DET-STATUT
                   STRING 'RAPPORT EN RETARD DE ' DELIMITED BY SIZE
                          WS-JOURS-RETARD-ED DELIMITED BY SIZE
                          ' JOURS' DELIMITED BY SIZE
                       INTO WS-DET-STATUT
               WHEN OTHER
                   MOVE 'RAPPORT ATTENDU' TO WS-DET-STATUT
           END-EVALUATE
           .
