       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERASSU.

      * TRANSACTION EN LIGNE - CLOTURE DES PERIODES COMPTABLES         *
      * (TRANSID PERA) - Construite comme PRMA : le premier passage    *
      * (EIBCALEN = 0) affiche l'invite, le second consulte, ferme ou  *
      * rouvre un mois comptable d'une compagnie dans                  *
      * WORK/PERIODES.dat (CPERIODE), tenu par la finance.             *
      * Une fois un mois ferme, MAJASSV2, SINASSU, DIFASSU et la       *
      * saisie CLMA ne datent plus rien dans ce mois (PGMPERIO) : le   *
      * mouvement est redate au premier jour de la premiere periode    *
      * ouverte, ou retenu pour accord de la finance (FINASSU), selon  *
      * son type, et journalise dans WORK/TARDIFS.dat (TARASSU).       *
      * L'enregistrement porte l'auteur et l'horodatage de la          *
      * derniere cloture et de la derniere reouverture.                *
      * Saisie (positions fixes) :                                     *
      *   ACTION(1) C=consulter F=fermer O=rouvrir                     *
      *   CIE(1) 1/2   PERIODE(6) AAAAMM                               *
      * Controles : seul un mois anterieur au mois en cours peut etre  *
      * ferme ; on ne ferme pas un mois deja ferme, on ne rouvre qu'un *
      * mois ferme.                                                    *
      * Chaque passage exige une session ouverte sur le terminal       *
      * (transaction SGNA) de niveau 3.                                *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Periodes comptables (lues par PGMPERIO)
           SELECT F-PERIODES ASSIGN TO "WORK/PERIODES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PER-CLE
               FILE STATUS IS FS-PERIODES.

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

       FD  F-PERIODES.
       01  FS-PER-REC.
           05 FS-PER-CLE.
               10 FS-PER-CIE       PIC X(1).
               10 FS-PER-PERIODE   PIC 9(6).
           05 FS-PER-DATA          PIC X(53).

       WORKING-STORAGE SECTION.

       01  FS-SESSIONS              PIC XX.
       01  FS-PERIODES              PIC XX.

           COPY WPERIODE.

      * Controle de session - niveau 3 (maintenance des referentiels)
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 3.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'PERA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(C/F/O) CIE(1) PERIODE(AAAAMM)    '.
           05 FILLER PIC X(40) VALUE
               'C: consulter  F: fermer  O: rouvrir     '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-PERIODE.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-CONSULTER      VALUE 'C'.
               88 ACTION-FERMER         VALUE 'F'.
               88 ACTION-ROUVRIR        VALUE 'O'.
           05 WS-SAI-CIE            PIC X.
           05 WS-SAI-PERIODE        PIC X(6).
           05 WS-SAI-PERIODE-N REDEFINES WS-SAI-PERIODE.
               10 WS-SAI-ANNEE      PIC 9(4).
               10 WS-SAI-MOIS       PIC 9(2).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Ecran de reponse
       01  WS-ECRAN-REPONSE         PIC X(60).

       01  WS-PERIODE-SAISIE        PIC 9(6).
       01  WS-PERIODE-JOUR          PIC 9(6).
       01  WS-ENTREE-EXISTE         PIC X VALUE 'N'.
           88 ENTREE-EXISTE             VALUE 'O'.

       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-HEURE-JOUR            PIC 9(6).

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
                       THRU FIN-2000-ENVOYER-REPONSE
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
               TRANSID('PERA')
               COMMAREA(WS-COMMAREA-VIDE)
           END-EXEC
           .

      * Deposer la trace d'activite du passage courant (PGMACTIV)      *

       0900-TRACER-ACTIVITE.
           CALL 'PGMACTIV' USING WS-ACT-TRANSID WS-SES-USER EIBTRMID
                WS-ACT-MATRICULE WS-ACT-FONCTION
           .

      * Controle de session - meme paragraphe que TABASSU/PRMASSU      *

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

      * Second passage : consulter, fermer ou rouvrir la periode       *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-PERIODE
           MOVE 8 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-PERIODE)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE-JOUR

           IF WS-SAI-CIE NOT = '1' AND NOT = '2'
               MOVE 'REJET - COMPAGNIE INVALIDE (1/2)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-ENVOYER-REPONSE
           END-IF
           IF WS-SAI-PERIODE NOT NUMERIC
               MOVE 'REJET - PERIODE NON NUMERIQUE (AAAAMM)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-ENVOYER-REPONSE
           END-IF
           IF WS-SAI-MOIS < 01 OR WS-SAI-MOIS > 12
               MOVE 'REJET - MOIS INVALIDE (01 A 12)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-ENVOYER-REPONSE
           END-IF
           MOVE WS-SAI-PERIODE TO WS-PERIODE-SAISIE

           EVALUATE TRUE
               WHEN ACTION-CONSULTER
                   MOVE 'PER-CONSUL' TO WS-ACT-FONCTION
                   PERFORM 3000-CONSULTER-PERIODE
                       THRU FIN-3000-CONSULTER-PERIODE
               WHEN ACTION-FERMER
                   MOVE 'PER-FERME' TO WS-ACT-FONCTION
                   PERFORM 4000-FERMER-PERIODE
                       THRU FIN-4000-FERMER-PERIODE
               WHEN ACTION-ROUVRIR
                   MOVE 'PER-ROUVRE' TO WS-ACT-FONCTION
                   PERFORM 5000-ROUVRIR-PERIODE
                       THRU FIN-5000-ROUVRIR-PERIODE
               WHEN OTHER
                   MOVE 'SAISIE INVALIDE (ACTION C/F/O)'
                       TO WS-ECRAN-REPONSE
           END-EVALUATE
           .
       FIN-2000-ENVOYER-REPONSE.
           EXEC CICS SEND TEXT
               FROM(WS-ECRAN-REPONSE)
               LENGTH(LENGTH OF WS-ECRAN-REPONSE)
               ERASE
           END-EXEC
           .

      * Consultation : etat de la periode et derniere cloture          *

       3000-CONSULTER-PERIODE.
           OPEN INPUT F-PERIODES
           IF FS-PERIODES NOT = '00'
               MOVE 'PERIODE OUVERTE (AUCUNE CLOTURE ENREGISTREE)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CONSULTER-PERIODE
           END-IF
           PERFORM 6000-LIRE-PERIODE
           CLOSE F-PERIODES

           MOVE SPACES TO WS-ECRAN-REPONSE
           EVALUATE TRUE
               WHEN NOT ENTREE-EXISTE
                   MOVE 'PERIODE OUVERTE (JAMAIS FERMEE)'
                       TO WS-ECRAN-REPONSE
               WHEN PER-FERMEE
                   STRING 'PERIODE FERMEE LE ' PER-CLOT-DATE
                          ' A ' PER-CLOT-HEURE
                          ' PAR ' PER-CLOT-USER DELIMITED BY SIZE
                       INTO WS-ECRAN-REPONSE
                   END-STRING
               WHEN OTHER
                   STRING 'PERIODE ROUVERTE LE ' PER-ROUV-DATE
                          ' A ' PER-ROUV-HEURE
                          ' PAR ' PER-ROUV-USER DELIMITED BY SIZE
                       INTO WS-ECRAN-REPONSE
                   END-STRING
           END-EVALUATE
           .
       FIN-3000-CONSULTER-PERIODE.
           EXIT.

      * Cloture : mois anterieur au mois en cours, non deja ferme      *

       4000-FERMER-PERIODE.
           IF WS-PERIODE-SAISIE NOT < WS-PERIODE-JOUR
               MOVE 'REJET - SEUL UN MOIS ECOULE PEUT ETRE FERME'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-FERMER-PERIODE
           END-IF

      * Fichier cree a la premiere cloture
           OPEN I-O F-PERIODES
           IF FS-PERIODES NOT = '00'
               OPEN OUTPUT F-PERIODES
               CLOSE F-PERIODES
               OPEN I-O F-PERIODES
           END-IF
           IF FS-PERIODES NOT = '00'
               MOVE 'FICHIER DES PERIODES INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-FERMER-PERIODE
           END-IF

           PERFORM 6000-LIRE-PERIODE
           IF ENTREE-EXISTE AND PER-FERMEE
               CLOSE F-PERIODES
               MOVE 'REJET - PERIODE DEJA FERMEE' TO WS-ECRAN-REPONSE
               GO TO FIN-4000-FERMER-PERIODE
           END-IF

           MOVE 'F'           TO PER-ETAT
           MOVE WS-SES-USER   TO PER-CLOT-USER
           MOVE WS-DATE-JOUR  TO PER-CLOT-DATE
           MOVE WS-HEURE-JOUR TO PER-CLOT-HEURE
           PERFORM 6100-ECRIRE-PERIODE
           CLOSE F-PERIODES
           IF WS-ECRAN-REPONSE = SPACES
               MOVE 'PERIODE FERMEE' TO WS-ECRAN-REPONSE
               MOVE ' - CIE ' TO WS-ECRAN-REPONSE(15:7)
               MOVE WS-SAI-CIE TO WS-ECRAN-REPONSE(22:1)
               MOVE ' MOIS ' TO WS-ECRAN-REPONSE(23:6)
               MOVE WS-SAI-PERIODE TO WS-ECRAN-REPONSE(29:6)
           END-IF
           .
       FIN-4000-FERMER-PERIODE.
           EXIT.

      * Reouverture : seulement d'une periode fermee                   *

       5000-ROUVRIR-PERIODE.
           OPEN I-O F-PERIODES
           IF FS-PERIODES NOT = '00'
               MOVE 'REJET - PERIODE NON FERMEE' TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ROUVRIR-PERIODE
           END-IF

           PERFORM 6000-LIRE-PERIODE
           IF NOT ENTREE-EXISTE OR NOT PER-FERMEE
               CLOSE F-PERIODES
               MOVE 'REJET - PERIODE NON FERMEE' TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ROUVRIR-PERIODE
           END-IF

           MOVE 'O'           TO PER-ETAT
           MOVE WS-SES-USER   TO PER-ROUV-USER
           MOVE WS-DATE-JOUR  TO PER-ROUV-DATE
           MOVE WS-HEURE-JOUR TO PER-ROUV-HEURE
           PERFORM 6100-ECRIRE-PERIODE
           CLOSE F-PERIODES
           IF WS-ECRAN-REPONSE = SPACES
               MOVE 'PERIODE ROUVERTE' TO WS-ECRAN-REPONSE
               MOVE ' - CIE ' TO WS-ECRAN-REPONSE(17:7)
               MOVE WS-SAI-CIE TO WS-ECRAN-REPONSE(24:1)
               MOVE ' MOIS ' TO WS-ECRAN-REPONSE(25:6)
               MOVE WS-SAI-PERIODE TO WS-ECRAN-REPONSE(31:6)
           END-IF
           .
       FIN-5000-ROUVRIR-PERIODE.
           EXIT.

      * Lecture de la periode saisie (F-PERIODES ouvert) - absente :   *
      * W-PERIODE prepare a vide pour une creation                     *

       6000-LIRE-PERIODE.
           MOVE 'N' TO WS-ENTREE-EXISTE
           MOVE WS-SAI-CIE        TO FS-PER-CIE
           MOVE WS-PERIODE-SAISIE TO FS-PER-PERIODE
           READ F-PERIODES
               INVALID KEY
                   MOVE SPACES TO W-PERIODE
                   MOVE WS-SAI-CIE        TO PER-CIE
                   MOVE WS-PERIODE-SAISIE TO PER-PERIODE
                   MOVE 'O' TO PER-ETAT
                   MOVE 0 TO PER-CLOT-DATE PER-CLOT-HEURE
                   MOVE 0 TO PER-ROUV-DATE PER-ROUV-HEURE
               NOT INVALID KEY
                   MOVE FS-PER-REC TO W-PERIODE
                   SET ENTREE-EXISTE TO TRUE
           END-READ
           .

      * Ecriture (creation) ou reecriture de la periode                *

       6100-ECRIRE-PERIODE.
           MOVE SPACES TO WS-ECRAN-REPONSE
           MOVE W-PERIODE TO FS-PER-REC
           IF ENTREE-EXISTE
               REWRITE FS-PER-REC
                   INVALID KEY
                       MOVE 'ECHEC MISE A JOUR DE LA PERIODE'
                           TO WS-ECRAN-REPONSE
               END-REWRITE
           ELSE
               WRITE FS-PER-REC
                   INVALID KEY
                       MOVE 'ECHEC CREATION DE LA PERIODE'
                           TO WS-ECRAN-REPONSE
               END-WRITE
           END-IF
           .
