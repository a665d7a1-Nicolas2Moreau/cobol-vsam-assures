       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSIASSU.

      * TRANSACTION EN LIGNE - CONSULTATION DES SINISTRES (TRANSID    *
      * CSIA) - Pseudo-conversationnelle, meme squelette que NOTASSU :*
      * le premier passage (EIBCALEN = 0) affiche l'invite, le second *
      * repond a "ou en est mon sinistre ?" sans passer par les       *
      * listings batch (SINASSU.lst, TIERASSU.lst, RECOASSU.lst) ni   *
      * par NOTA.                                                     *
      * Saisie (positions fixes) : MAT(6) puis SINSEQ(4) facultatif   *
      *   - matricule seul : liste des sinistres de l'assure (9 au    *
      *     plus) avec date, etat et montant net                      *
      *   - matricule + numero : detail du sinistre - montants,       *
      *     gestionnaire, reparateur (WORK/REPARAT.dat), evenement    *
      *     catastrophe (DATA/EVENEMTS), recours (WORK/RECOURS.dat),  *
      *     parties adverses (TIERS, 3 au plus) et 3 dernieres notes  *
      *     de la main courante (WORK/SINNOTES.dat)                   *
      * SINISTRE et TIERS sont lus via l'aiguillage PGMACCES (VSAM ou *
      * DB2 selon le mode d'acces courant), comme CLMA ; les tables   *
      * de reference sont lues directement, fichiers optionnels.      *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) de niveau 2 (gestion sinistre), comme      *
      * CLMA/NOTA, et laisse sa trace dans ACTIVITE (PGMACTIV).       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Reparateurs agrees (lecture directe par cle, optionnel)
           SELECT F-REPARAT ASSIGN TO "WORK/REPARAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-REPARAT.

      * Evenements catastrophe (table sequentielle, optionnelle)
           SELECT F-EVENEMTS ASSIGN TO "DATA/EVENEMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EVENEMTS.

      * Recours par sinistre (cle = matricule + numero de sinistre)
           SELECT F-RECOURS ASSIGN TO "WORK/RECOURS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REC-CLE
               FILE STATUS IS FS-RECOURS.

      * Main courante des sinistres (alimentee par NOTA)
           SELECT F-NOTES ASSIGN TO "WORK/SINNOTES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NOT-CLE
               FILE STATUS IS FS-NOTES.

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

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FS-REP-ID            PIC X(4).
           05 FS-REP-NOM           PIC X(20).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-EVENEMTS.
       01  FS-EVT-REC.
           05 FS-EVT-CODE          PIC X(3).
           05 FILLER               PIC X(1).
           05 FS-EVT-LIBELLE       PIC X(20).
           05 FILLER               PIC X(1).
           05 FS-EVT-DEBUT         PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-EVT-FIN           PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF1         PIC X(2).
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF2         PIC X(2).
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF3         PIC X(2).
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF4         PIC X(2).
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF5         PIC X(2).

       FD  F-RECOURS.
       01  FS-REC-REC.
           05 FS-REC-CLE           PIC X(10).
           05 FS-REC-DATA          PIC X(36).

       FD  F-NOTES.
       01  FS-NOT-REC.
           05 FS-NOT-CLE.
               10 FS-NOT-MAT       PIC 9(6).
               10 FS-NOT-SIN-SEQ   PIC 9(4).
               10 FS-NOT-SEQ       PIC 9(3).
           05 FS-NOT-DATE          PIC 9(8).
           05 FS-NOT-HEURE         PIC 9(6).
           05 FS-NOT-USER          PIC X(8).
           05 FS-NOT-TEXTE         PIC X(60).

       WORKING-STORAGE SECTION.

       01  FS-SESSIONS              PIC XX.
       01  FS-REPARAT               PIC XX.
       01  FS-EVENEMTS              PIC XX.
       01  FS-RECOURS               PIC XX.
       01  FS-NOTES                 PIC XX.

      * Controle de session - niveau 2 (gestion sinistre), comme CLMA
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 2.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'CSIA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Copy books structure SINISTRE, TIERS et RECOURS
           COPY WSINISTR.
           COPY WTIERS.
           COPY WRECOURS.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER        PIC X(8).
           05 WS-CODE-FONCTION      PIC 99.
           05 WS-CODE-RETOUR        PIC 99.
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

      * Accesseur SINISTRE/TIERS : aiguillage PGMACCES, qui retient
      * PGMVSAM ou PGMDB2 d'apres le mode d'acces courant
      * (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN          PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE         PIC 99 VALUE 02.
           05 WS-FUNC-READ          PIC 99 VALUE 03.
           05 WS-FUNC-START         PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT      PIC 99 VALUE 08.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK             PIC 99 VALUE 00.
           05 WS-RET-NOTOPEN        PIC 99 VALUE 03.

      * Resultat de la lecture SINISTRE, conserve au-dela du
      * FUNC-CLOSE qui reutilise WS-CODE-RETOUR
       01  WS-RETOUR-LECTURE        PIC 99.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'MAT(6) SINSEQ(4) - BLANC = LISTE       '.
           05 FILLER PIC X(40) VALUE
               'EX: 123456  OU  1234560002             '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-CSIA.
           05 WS-SAI-MAT            PIC X(6).
           05 WS-SAI-SIN-SEQ        PIC X(4).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.
       01  WS-MAT-NUM               PIC 9(6).
       01  WS-SIN-SEQ-NUM           PIC 9(4).

      * Ecran de reponse simple (erreur de saisie, sinistre inconnu)
       01  WS-ECRAN-REPONSE         PIC X(60).

      * Liste des sinistres de l'assure - jusqu'a 9 lignes plus une
      * ligne de statut, meme presentation que la liste INQA
       01  WS-ECRAN-LISTE.
           05 WS-LS-ENTREE OCCURS 9 TIMES.
               10 WS-LS-SEQ         PIC 9(4).
               10 FILLER            PIC X(1).
               10 WS-LS-DATE        PIC 9(8).
               10 FILLER            PIC X(1).
               10 WS-LS-ETAT        PIC X(6).
               10 FILLER            PIC X(1).
               10 WS-LS-NET         PIC ZZZZZ9.99.
               10 FILLER            PIC X(1).
               10 WS-LS-NATURE      PIC X(3).
               10 FILLER            PIC X(6).
           05 WS-LS-STATUT          PIC X(40).
       01  WS-NB-LISTES             PIC 9(2) VALUE 0.
       01  WS-FIN-SINISTRE          PIC X VALUE 'N'.
           88 FIN-SINISTRE              VALUE 'O'.

      * Libelle court de l'etat du sinistre (cf 3900)
       01  WS-LIB-ETAT              PIC X(6).

      * Detail d'un sinistre - lignes de 80 positions
       01  WS-ECRAN-DETAIL.
           05 WS-DT-LIGNE1.
               10 FILLER            PIC X(4) VALUE 'SIN '.
               10 WS-DT-MAT         PIC 9(6).
               10 FILLER            PIC X(1) VALUE '/'.
               10 WS-DT-SEQ         PIC 9(4).
               10 FILLER            PIC X(4) VALUE ' DU '.
               10 WS-DT-DATE        PIC 9(8).
               10 FILLER            PIC X(5) VALUE ' VEH '.
               10 WS-DT-VEHICULE    PIC 9(2).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-NATURE      PIC X(20).
               10 FILLER            PIC X(6) VALUE ' RESP '.
               10 WS-DT-RESP        PIC X(1).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-ETAT        PIC X(6).
               10 FILLER            PIC X(11) VALUE SPACES.
           05 WS-DT-LIGNE2.
               10 FILLER            PIC X(8) VALUE 'MONTANT '.
               10 WS-DT-MONTANT     PIC ZZZZZ9.99.
               10 FILLER            PIC X(5) VALUE ' NET '.
               10 WS-DT-NET         PIC ZZZZZ9.99.
               10 FILLER            PIC X(6) VALUE ' GEST '.
               10 WS-DT-GEST        PIC X(8).
               10 FILLER            PIC X(8) VALUE ' OUVERT '.
               10 WS-DT-OUVERTURE   PIC 9(8).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-FRAUDE      PIC X(12).
               10 FILLER            PIC X(6) VALUE SPACES.
           05 WS-DT-LIGNE3.
               10 FILLER            PIC X(11) VALUE 'REPARATEUR '.
               10 WS-DT-REP-ID      PIC X(4).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-REP-NOM     PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-REP-CP      PIC X(5).
               10 FILLER            PIC X(38) VALUE SPACES.
           05 WS-DT-LIGNE4.
               10 FILLER            PIC X(10) VALUE 'EVENEMENT '.
               10 WS-DT-EVT-CODE    PIC X(3).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-EVT-LIBELLE PIC X(20).
               10 FILLER            PIC X(46) VALUE SPACES.
           05 WS-DT-LIGNE5.
               10 FILLER            PIC X(17) VALUE
                   'RECOURS RECUPERE '.
               10 WS-DT-REC-MONTANT PIC ZZZZZZZ9.99.
               10 FILLER            PIC X(12) VALUE ' REGLEMENTS '.
               10 WS-DT-REC-NB      PIC ZZ9.
               10 FILLER            PIC X(9) VALUE ' DERNIER '.
               10 WS-DT-REC-DATE    PIC 9(8).
               10 FILLER            PIC X(20) VALUE SPACES.
           05 WS-DT-TIERS OCCURS 3 TIMES.
               10 FILLER            PIC X(6) VALUE 'TIERS '.
               10 WS-DT-TRS-PARTIE  PIC 9(2).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-TRS-NOM     PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-TRS-ASSUREUR PIC X(20).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-TRS-REF     PIC X(12).
               10 FILLER            PIC X(17) VALUE SPACES.
           05 WS-DT-TIERS-STATUT    PIC X(80).
           05 WS-DT-NOTE OCCURS 3 TIMES.
               10 WS-DT-NOT-DATE    PIC 9(8).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-NOT-USER    PIC X(8).
               10 FILLER            PIC X(1) VALUE SPACE.
               10 WS-DT-NOT-TEXTE   PIC X(60).
               10 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DT-NOTES-STATUT    PIC X(80).

      * Compteurs du detail
       01  WS-NB-TIERS              PIC 9(3) VALUE 0.
       01  WS-NB-NOTES              PIC 9(3) VALUE 0.
       01  WS-IDX-TIERS             PIC 9(2).
       01  WS-IDX-NOTE              PIC 9(2).
       01  WS-FIN-TIERS             PIC X VALUE 'N'.
           88 FIN-TIERS                 VALUE 'O'.
       01  WS-FIN-NOTES             PIC X VALUE 'N'.
           88 FIN-NOTES                 VALUE 'O'.
       01  WS-FIN-EVENEMTS          PIC X VALUE 'N'.
           88 FIN-EVENEMTS              VALUE 'O'.
       01  WS-NB-NOTES-AFF          PIC ZZ9.

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
               TRANSID('CSIA')
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

      * Second passage : liste des sinistres (matricule seul) ou       *
      * detail d'un sinistre (matricule + numero)                      *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-CSIA
           MOVE 10 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-CSIA)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           MOVE WS-SAI-MAT TO WS-ACT-MATRICULE
           IF WS-SAI-MAT NOT NUMERIC
               MOVE 'MATRICULE INVALIDE (6 CHIFFRES ATTENDUS)'
                   TO WS-ECRAN-REPONSE
               MOVE 'REJET' TO WS-ACT-FONCTION
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF
           MOVE WS-SAI-MAT TO WS-MAT-NUM

           IF WS-SAI-SIN-SEQ = SPACES
               MOVE 'SIN-LISTE' TO WS-ACT-FONCTION
               PERFORM 3000-LISTER-SINISTRES
               EXEC CICS SEND TEXT
                   FROM(WS-ECRAN-LISTE)
                   LENGTH(LENGTH OF WS-ECRAN-LISTE)
                   ERASE
               END-EXEC
               GO TO FIN-2000-RECEVOIR-ET-TRAITER
           END-IF

           IF WS-SAI-SIN-SEQ NOT NUMERIC
               MOVE 'NUMERO DE SINISTRE INVALIDE (4 CHIFFRES)'
                   TO WS-ECRAN-REPONSE
               MOVE 'REJET' TO WS-ACT-FONCTION
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF
           MOVE WS-SAI-SIN-SEQ TO WS-SIN-SEQ-NUM
           MOVE 'SIN-DETAIL' TO WS-ACT-FONCTION

           PERFORM 4000-LIRE-SINISTRE
           IF WS-RETOUR-LECTURE = WS-RET-NOTOPEN
               MOVE 'FICHIER SINISTRE INDISPONIBLE - REESSAYER'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF
           IF WS-RETOUR-LECTURE NOT = WS-RET-OK
               MOVE 'SINISTRE INCONNU' TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF

           PERFORM 4100-LIRE-REPARATEUR
           PERFORM 4200-LIRE-EVENEMENT
           PERFORM 4300-LIRE-RECOURS
           PERFORM 4400-LISTER-TIERS
           PERFORM 4500-LISTER-NOTES
               THRU FIN-4500-LISTER-NOTES

           EXEC CICS SEND TEXT
               FROM(WS-ECRAN-DETAIL)
               LENGTH(LENGTH OF WS-ECRAN-DETAIL)
               ERASE
           END-EXEC
           GO TO FIN-2000-RECEVOIR-ET-TRAITER
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

      * Liste des sinistres du matricule : START sur le matricule puis *
      * READNEXT tant que le matricule correspond (meme balayage que   *
      * CLMASSU/2100-DETERMINER-SEQ-SUIVANT)                           *

       3000-LISTER-SINISTRES.
           MOVE SPACES TO WS-ECRAN-LISTE
           MOVE 0 TO WS-NB-LISTES

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           MOVE WS-CODE-RETOUR TO WS-RETOUR-LECTURE

           MOVE 'N' TO WS-FIN-SINISTRE
           IF WS-RETOUR-LECTURE NOT = WS-RET-OK
               SET FIN-SINISTRE TO TRUE
           END-IF
           PERFORM 3100-LISTER-UN-SINISTRE UNTIL FIN-SINISTRE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           EVALUATE TRUE
               WHEN WS-RETOUR-LECTURE = WS-RET-NOTOPEN
                   MOVE 'FICHIER SINISTRE INDISPONIBLE - REESSAYER'
                       TO WS-LS-STATUT
               WHEN WS-NB-LISTES = 0
                   MOVE 'AUCUN SINISTRE POUR CE MATRICULE'
                       TO WS-LS-STATUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       3100-LISTER-UN-SINISTRE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-SINISTRE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-SINISTRE
               IF SIN-MAT OF W-SINISTRE NOT = WS-MAT-NUM
                   SET FIN-SINISTRE TO TRUE
               ELSE
                   IF WS-NB-LISTES < 9
                       ADD 1 TO WS-NB-LISTES
                       PERFORM 3900-LIBELLER-ETAT
                       MOVE SIN-SEQ OF W-SINISTRE
                           TO WS-LS-SEQ(WS-NB-LISTES)
                       MOVE SIN-DATE OF W-SINISTRE
                           TO WS-LS-DATE(WS-NB-LISTES)
                       MOVE WS-LIB-ETAT
                           TO WS-LS-ETAT(WS-NB-LISTES)
                       MOVE SIN-MONTANT-NET OF W-SINISTRE
                           TO WS-LS-NET(WS-NB-LISTES)
                       MOVE SIN-NATURE-CODE OF W-SINISTRE
                           TO WS-LS-NATURE(WS-NB-LISTES)
                   ELSE
                       MOVE 'AUTRES SINISTRES AU-DELA DES 9 AFFICHES'
                           TO WS-LS-STATUT
                       SET FIN-SINISTRE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * Etat du sinistre en clair : annule, en revue anti-fraude,      *
      * perte totale ou actif                                          *

       3900-LIBELLER-ETAT.
           EVALUATE TRUE
               WHEN SIN-ETAT OF W-SINISTRE = 'X'
                   MOVE 'ANNULE' TO WS-LIB-ETAT
               WHEN SIN-REVUE-FRAUDE OF W-SINISTRE = 'R'
                   MOVE 'REVUE' TO WS-LIB-ETAT
               WHEN SIN-PERTE-TOTALE OF W-SINISTRE = 'O'
                   MOVE 'PERTOT' TO WS-LIB-ETAT
               WHEN OTHER
                   MOVE 'ACTIF' TO WS-LIB-ETAT
           END-EVALUATE
           .

      * Lecture directe du sinistre (matricule + numero) et premieres  *
      * lignes du detail                                               *

       4000-LIRE-SINISTRE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           MOVE WS-SAI-SIN-SEQ TO WS-ENREG(7:4)
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           MOVE WS-CODE-RETOUR TO WS-RETOUR-LECTURE
           IF WS-RETOUR-LECTURE = WS-RET-OK
               MOVE WS-ENREG TO W-SINISTRE
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           IF WS-RETOUR-LECTURE = WS-RET-OK
               PERFORM 3900-LIBELLER-ETAT
               MOVE SIN-MAT OF W-SINISTRE     TO WS-DT-MAT
               MOVE SIN-SEQ OF W-SINISTRE     TO WS-DT-SEQ
               MOVE SIN-DATE OF W-SINISTRE    TO WS-DT-DATE
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
                                              TO WS-DT-VEHICULE
               MOVE SIN-NATURE OF W-SINISTRE  TO WS-DT-NATURE
               MOVE SIN-RESP OF W-SINISTRE    TO WS-DT-RESP
               MOVE WS-LIB-ETAT               TO WS-DT-ETAT
               MOVE SIN-MONTANT OF W-SINISTRE TO WS-DT-MONTANT
               MOVE SIN-MONTANT-NET OF W-SINISTRE
                                              TO WS-DT-NET
               MOVE SIN-GESTIONNAIRE OF W-SINISTRE
                                              TO WS-DT-GEST
               MOVE SIN-DATE-OUVERTURE OF W-SINISTRE
                                              TO WS-DT-OUVERTURE
               EVALUATE SIN-REVUE-FRAUDE OF W-SINISTRE
                   WHEN 'R'
                       MOVE 'REVUE FRAUDE' TO WS-DT-FRAUDE
                   WHEN 'L'
                       MOVE 'SOUPCON LEVE' TO WS-DT-FRAUDE
                   WHEN 'C'
                       MOVE 'FRAUDE CONF.' TO WS-DT-FRAUDE
                   WHEN OTHER
                       MOVE SPACES TO WS-DT-FRAUDE
               END-EVALUATE
           END-IF
           .

      * Reparateur agree du sinistre (WORK/REPARAT.dat) - blanc ou     *
      * table absente : ligne a blanc apres le libelle                 *

       4100-LIRE-REPARATEUR.
           MOVE SIN-REPARATEUR OF W-SINISTRE TO WS-DT-REP-ID
           MOVE SPACES TO WS-DT-REP-NOM
           MOVE SPACES TO WS-DT-REP-CP
           IF SIN-REPARATEUR OF W-SINISTRE = SPACES
               MOVE 'AUCUN (HORS RESEAU)' TO WS-DT-REP-NOM
           ELSE
               OPEN INPUT F-REPARAT
               IF FS-REPARAT = '00'
                   MOVE SIN-REPARATEUR OF W-SINISTRE TO FS-REP-ID
                   READ F-REPARAT
                       INVALID KEY
                           MOVE 'INCONNU' TO WS-DT-REP-NOM
                       NOT INVALID KEY
                           MOVE FS-REP-NOM TO WS-DT-REP-NOM
                           MOVE FS-REP-CP  TO WS-DT-REP-CP
                   END-READ
                   CLOSE F-REPARAT
               END-IF
           END-IF
           .

      * Evenement catastrophe du sinistre (DATA/EVENEMTS, balayage     *
      * sequentiel de la table sur le code)                            *

       4200-LIRE-EVENEMENT.
           MOVE SIN-EVENEMENT OF W-SINISTRE TO WS-DT-EVT-CODE
           MOVE SPACES TO WS-DT-EVT-LIBELLE
           IF SIN-EVENEMENT OF W-SINISTRE = SPACES
               MOVE 'AUCUN' TO WS-DT-EVT-LIBELLE
           ELSE
               OPEN INPUT F-EVENEMTS
               IF FS-EVENEMTS = '00'
                   MOVE 'N' TO WS-FIN-EVENEMTS
                   PERFORM 4210-CHERCHER-EVENEMENT UNTIL FIN-EVENEMTS
                   CLOSE F-EVENEMTS
               END-IF
           END-IF
           .

       4210-CHERCHER-EVENEMENT.
           READ F-EVENEMTS
               AT END
                   SET FIN-EVENEMTS TO TRUE
               NOT AT END
                   IF FS-EVT-CODE = SIN-EVENEMENT OF W-SINISTRE
                       MOVE FS-EVT-LIBELLE TO WS-DT-EVT-LIBELLE
                       SET FIN-EVENEMTS TO TRUE
                   END-IF
           END-READ
           .

      * Recours du sinistre (WORK/RECOURS.dat, un enregistrement par   *
      * sinistre, cumul tenu par RECOASSU)                             *

       4300-LIRE-RECOURS.
           MOVE 'RECOURS : AUCUN RECOUVREMENT ENREGISTRE'
               TO WS-DT-LIGNE5
           OPEN INPUT F-RECOURS
           IF FS-RECOURS = '00'
               MOVE WS-SAI-MAT TO FS-REC-CLE(1:6)
               MOVE WS-SAI-SIN-SEQ TO FS-REC-CLE(7:4)
               READ F-RECOURS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-REC-REC TO W-RECOURS
                       MOVE SPACES TO WS-DT-LIGNE5
                       MOVE 'RECOURS RECUPERE ' TO WS-DT-LIGNE5(1:17)
                       MOVE ' REGLEMENTS ' TO WS-DT-LIGNE5(29:12)
                       MOVE ' DERNIER ' TO WS-DT-LIGNE5(44:9)
                       MOVE REC-MONTANT-RECUP OF W-RECOURS
                           TO WS-DT-REC-MONTANT
                       MOVE REC-NB-REGLEMENTS OF W-RECOURS
                           TO WS-DT-REC-NB
                       MOVE REC-DATE-DERNIER OF W-RECOURS
                           TO WS-DT-REC-DATE
               END-READ
               CLOSE F-RECOURS
           END-IF
           .

      * Parties adverses du sinistre (TIERS via l'accesseur) : START   *
      * sur matricule + numero de sinistre puis READNEXT tant que la   *
      * cle correspond, 3 parties affichees au plus                    *

       4400-LISTER-TIERS.
           MOVE 0 TO WS-NB-TIERS
           MOVE SPACES TO WS-DT-TIERS-STATUT
           PERFORM 4420-EFFACER-TIERS
               VARYING WS-IDX-TIERS FROM 1 BY 1 UNTIL WS-IDX-TIERS > 3

           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           MOVE WS-SAI-SIN-SEQ TO WS-ENREG(7:4)
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'N' TO WS-FIN-TIERS
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-TIERS TO TRUE
           END-IF
           PERFORM 4410-LISTER-UN-TIERS UNTIL FIN-TIERS

           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           IF WS-NB-TIERS = 0
               MOVE 'AUCUNE PARTIE ADVERSE ENREGISTREE'
                   TO WS-DT-TIERS-STATUT
           END-IF
           IF WS-NB-TIERS > 3
               MOVE 'AUTRES PARTIES ADVERSES AU-DELA DES 3 AFFICHEES'
                   TO WS-DT-TIERS-STATUT
           END-IF
           .

       4410-LISTER-UN-TIERS.
           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-TIERS TO TRUE
           ELSE
               MOVE WS-ENREG TO W-TIERS
               IF TRS-MAT OF W-TIERS NOT = WS-MAT-NUM
                       OR TRS-SIN-SEQ OF W-TIERS NOT = WS-SIN-SEQ-NUM
                   SET FIN-TIERS TO TRUE
               ELSE
                   ADD 1 TO WS-NB-TIERS
                   IF WS-NB-TIERS > 3
                       SET FIN-TIERS TO TRUE
                   ELSE
                       MOVE 'TIERS ' TO WS-DT-TIERS(WS-NB-TIERS)(1:6)
                       MOVE TRS-PARTIE-SEQ OF W-TIERS
                           TO WS-DT-TRS-PARTIE(WS-NB-TIERS)
                       MOVE TRS-NOM-ADVERSE OF W-TIERS
                           TO WS-DT-TRS-NOM(WS-NB-TIERS)
                       MOVE TRS-ASSUREUR-ADV OF W-TIERS
                           TO WS-DT-TRS-ASSUREUR(WS-NB-TIERS)
                       MOVE TRS-REF-ADVERSE OF W-TIERS
                           TO WS-DT-TRS-REF(WS-NB-TIERS)
                   END-IF
               END-IF
           END-IF
           .

       4420-EFFACER-TIERS.
           MOVE SPACES TO WS-DT-TIERS(WS-IDX-TIERS)
           .

      * Dernieres notes de la main courante (WORK/SINNOTES.dat) : les  *
      * notes du sinistre sont balayees dans l'ordre, les 3 plus       *
      * recentes restent affichees                                     *

       4500-LISTER-NOTES.
           MOVE 0 TO WS-NB-NOTES
           MOVE SPACES TO WS-DT-NOTES-STATUT
           PERFORM 4520-EFFACER-NOTE
               VARYING WS-IDX-NOTE FROM 1 BY 1 UNTIL WS-IDX-NOTE > 3

           OPEN INPUT F-NOTES
           IF FS-NOTES NOT = '00'
               MOVE 'AUCUNE NOTE (MAIN COURANTE ABSENTE)'
                   TO WS-DT-NOTES-STATUT
               GO TO FIN-4500-LISTER-NOTES
           END-IF

           MOVE WS-MAT-NUM     TO FS-NOT-MAT
           MOVE WS-SIN-SEQ-NUM TO FS-NOT-SIN-SEQ
           MOVE 0 TO FS-NOT-SEQ
      * Meme garde que NOTASSU : un START en echec saute le balayage
           MOVE 'N' TO WS-FIN-NOTES
           START F-NOTES KEY >= FS-NOT-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-NOTES
           END-START
           PERFORM 4510-LIRE-UNE-NOTE UNTIL FIN-NOTES
           CLOSE F-NOTES

           EVALUATE TRUE
               WHEN WS-NB-NOTES = 0
                   MOVE 'AUCUNE NOTE POUR CE SINISTRE'
                       TO WS-DT-NOTES-STATUT
               WHEN WS-NB-NOTES > 3
                   MOVE WS-NB-NOTES TO WS-NB-NOTES-AFF
                   MOVE WS-NB-NOTES-AFF TO WS-DT-NOTES-STATUT(1:3)
                   MOVE ' NOTES - LES 3 DERNIERES AFFICHEES (NOTA)'
                       TO WS-DT-NOTES-STATUT(4:41)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       FIN-4500-LISTER-NOTES.
           EXIT.

       4510-LIRE-UNE-NOTE.
           READ F-NOTES NEXT
               AT END
                   SET FIN-NOTES TO TRUE
               NOT AT END
                   IF FS-NOT-MAT NOT = WS-MAT-NUM
                           OR FS-NOT-SIN-SEQ NOT = WS-SIN-SEQ-NUM
                       SET FIN-NOTES TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-NOTES
                       IF WS-NB-NOTES > 3
                           MOVE WS-DT-NOTE(2) TO WS-DT-NOTE(1)
                           MOVE WS-DT-NOTE(3) TO WS-DT-NOTE(2)
                           MOVE 3 TO WS-IDX-NOTE
                       ELSE
                           MOVE WS-NB-NOTES TO WS-IDX-NOTE
                       END-IF
                       MOVE FS-NOT-DATE  TO WS-DT-NOT-DATE(WS-IDX-NOTE)
                       MOVE FS-NOT-USER  TO WS-DT-NOT-USER(WS-IDX-NOTE)
                       MOVE FS-NOT-TEXTE
                           TO WS-DT-NOT-TEXTE(WS-IDX-NOTE)
                   END-IF
           END-READ
           .

       4520-EFFACER-NOTE.
           MOVE SPACES TO WS-DT-NOTE(WS-IDX-NOTE)
           .
