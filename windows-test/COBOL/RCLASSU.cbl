       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLASSU.

      * TRANSACTION EN LIGNE - RECLAMATIONS CLIENTS (TRANSID RCLA)    *
      * Les reclamations arrivent par courrier, telephone, email ou   *
      * en agence : cette transaction les enregistre dans             *
      * WORK/RECLAM.dat (cle = matricule + numero de reclamation, cf  *
      * CRECLAM.cpy) avec leurs dates d'accuse de reception et de     *
      * reponse, pour que SLAASSU justifie chaque mois le respect des *
      * delais reglementaires (accuse sous 10 jours ouvres, reponse   *
      * sous 2 mois - calendrier PGMCALEN).                           *
      * Saisie (positions fixes) :                                    *
      *   ACTION(1) C=creer A=accuse R=reponse L=consulter            *
      *   MAT(6) NUMERO(4, blanc en creation) puis                    *
      *   C : CANAL(1, C/T/E/A) OBJET(3, cf CRCLOBJ.cpy) SINSEQ(4,    *
      *       blanc = aucun sinistre) RECEPTION(8, blanc = jour)      *
      *   A : DATE-ACCUSE(8, blanc = jour)                            *
      *   R : DATE-REPONSE(8, blanc = jour) ISSUE(1, F fondee /       *
      *       P partiellement fondee / R rejetee)                     *
      * La reponse vaut accuse si aucun accuse n'a ete enregistre ;   *
      * une reclamation repondue n'est plus modifiable.               *
      * L'agence retenue est la region du code postal de l'assure a   *
      * la reception (WORK/REGIONS.dat).                              *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) de niveau 2, comme CLMA/NOTA/MISA ;        *
      * l'utilisateur signe est porte sur la reclamation.             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Reclamations clients (creees a la premiere reclamation)
           SELECT F-RECLAM ASSIGN TO "WORK/RECLAM.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RCL-CLE
               FILE STATUS IS FS-RECLAM.

      * L'assure doit exister - son code postal donne l'agence
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-REGIONS ASSIGN TO "WORK/REGIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REG-PREFIXE
               FILE STATUS IS FS-REGIONS.

      * Le sinistre vise, s'il est saisi, doit exister
           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

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

       FD  F-RECLAM.
       01  FS-RCL-REC.
           05 FS-RCL-CLE.
               10 FS-RCL-MAT       PIC 9(6).
               10 FS-RCL-NUM       PIC 9(4).
           05 FS-RCL-DATA          PIC X(70).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-REGIONS.
       01  FS-REG-REC.
           05 FS-REG-PREFIXE       PIC X(2).
           05 FS-REG-CODE          PIC X(3).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WRECLAM.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
           COPY CRCLOBJ.

       01  FS-SESSIONS              PIC XX.
       01  FS-RECLAM                PIC XX.
       01  FS-ASSURES               PIC XX.
       01  FS-REGIONS               PIC XX.
       01  FS-SINISTRE              PIC XX.

      * Controle de session - niveau 2, comme CLMA/NOTA/MISA
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 2.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'RCLA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Calendrier des jours ouvres (delais reglementaires)
       01  WS-NOM-PGMCALEN          PIC X(8) VALUE 'PGMCALEN'.
       01  WS-COM-CALENDRIER.
           05 WS-CAL-FONCTION       PIC X(1).
           05 WS-CAL-DATE           PIC 9(8).
           05 WS-CAL-DATE2          PIC 9(8).
           05 WS-CAL-NB             PIC 9(5).
           05 WS-CAL-RESULTAT       PIC 9(8).
           05 WS-CAL-OUVRE          PIC X(1).
           05 WS-CAL-RETOUR         PIC 99.
           05 FILLER                PIC X(7).
       01  WS-DELAI-ACCUSE-JO       PIC 9(5) VALUE 10.
       01  WS-DELAI-REPONSE-MOIS    PIC 9(5) VALUE 2.
       01  WS-LIMITE-ACCUSE         PIC 9(8).
       01  WS-LIMITE-REPONSE        PIC 9(8).

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(C/A/R/L) MAT(6) NUMERO(4)        '.
           05 FILLER PIC X(40) VALUE
               'C: + CANAL(1) OBJET(3) SINSEQ(4) RECU(8)'.
           05 FILLER PIC X(40) VALUE
               'A: + DATE ACCUSE(8)                     '.
           05 FILLER PIC X(40) VALUE
               'R: + DATE REPONSE(8) ISSUE(F/P/R)       '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-RECLAM.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-CREER          VALUE 'C'.
               88 ACTION-ACCUSER        VALUE 'A'.
               88 ACTION-REPONDRE       VALUE 'R'.
               88 ACTION-CONSULTER      VALUE 'L'.
           05 WS-SAI-MAT            PIC X(6).
           05 WS-SAI-NUM            PIC X(4).
           05 WS-SAI-ZONE           PIC X(20).
           05 WS-SAI-CREATION REDEFINES WS-SAI-ZONE.
               10 WS-SAI-CANAL      PIC X(1).
               10 WS-SAI-OBJET      PIC X(3).
               10 WS-SAI-SIN-SEQ    PIC X(4).
               10 WS-SAI-RECEPTION  PIC X(8).
               10 FILLER            PIC X(4).
           05 WS-SAI-SUIVI REDEFINES WS-SAI-ZONE.
               10 WS-SAI-DATE       PIC X(8).
               10 WS-SAI-ISSUE      PIC X(1).
               10 FILLER            PIC X(11).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Ecran de reponse (mise a jour) / detail (consultation)
       01  WS-ECRAN-REPONSE         PIC X(60).
       01  WS-ECRAN-DETAIL.
           05 FILLER                PIC X(7) VALUE 'CANAL: '.
           05 WS-DET-CANAL          PIC X(1).
           05 FILLER                PIC X(8) VALUE ' OBJET: '.
           05 WS-DET-OBJET          PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-OBJET-LIB      PIC X(15).
           05 FILLER                PIC X(11) VALUE ' SINISTRE: '.
           05 WS-DET-SIN-SEQ        PIC X(4).
           05 FILLER                PIC X(9) VALUE ' AGENCE: '.
           05 WS-DET-AGENCE         PIC X(3).
           05 FILLER                PIC X(18) VALUE SPACES.
           05 FILLER                PIC X(6) VALUE 'RECU: '.
           05 WS-DET-RECEPTION      PIC 9(8).
           05 FILLER                PIC X(9) VALUE ' ACCUSE: '.
           05 WS-DET-ACCUSE         PIC 9(8).
           05 FILLER                PIC X(8) VALUE ' LIMITE '.
           05 WS-DET-LIM-ACCUSE     PIC 9(8).
           05 FILLER                PIC X(10) VALUE ' REPONSE: '.
           05 WS-DET-REPONSE        PIC 9(8).
           05 FILLER                PIC X(8) VALUE ' LIMITE '.
           05 WS-DET-LIM-REPONSE    PIC 9(8).
           05 FILLER                PIC X(7) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE 'ISSUE: '.
           05 WS-DET-ISSUE          PIC X(1).
           05 FILLER                PIC X(5) VALUE ' PAR '.
           05 WS-DET-USER           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-STATUT         PIC X(58).

       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-DATE-A-CONTROLER      PIC X(8).
       01  WS-DATE-SAISIE           PIC 9(8).
       01  WS-RECLAM-EXISTE         PIC X VALUE 'N'.
           88 RECLAM-EXISTE             VALUE 'O'.
       01  WS-NUM-MAX               PIC 9(4) VALUE 0.
       01  WS-FIN-RECLAM            PIC X VALUE 'N'.
           88 FIN-RECLAM                VALUE 'O'.
       01  WS-IDX-OBJ               PIC 9.
       01  WS-OBJ-TROUVE            PIC 9 VALUE 0.
       01  WS-CP-PREFIXE-NUM        PIC 99.
       01  WS-AGENCE                PIC X(3).

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
               TRANSID('RCLA')
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

      * Second passage : creer, accuser, repondre ou consulter         *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-RECLAM
           MOVE 31 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-RECLAM)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           MOVE WS-SAI-MAT TO WS-ACT-MATRICULE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           IF WS-SAI-MAT NOT NUMERIC
               MOVE 'MATRICULE INVALIDE' TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF

           OPEN I-O F-RECLAM
           IF FS-RECLAM NOT = '00'
               OPEN OUTPUT F-RECLAM
               IF FS-RECLAM = '00'
                   CLOSE F-RECLAM
                   OPEN I-O F-RECLAM
               END-IF
           END-IF
           IF FS-RECLAM NOT = '00'
               MOVE 'FICHIER DES RECLAMATIONS INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF

      * Hors creation, la reclamation visee doit exister
           MOVE 'N' TO WS-RECLAM-EXISTE
           INITIALIZE W-RECLAM
           IF NOT ACTION-CREER
               IF WS-SAI-NUM NOT NUMERIC
                   MOVE 'NUMERO DE RECLAMATION INVALIDE'
                       TO WS-ECRAN-REPONSE
                   CLOSE F-RECLAM
                   GO TO FIN-2000-REPONSE-SIMPLE
               END-IF
               MOVE WS-SAI-MAT TO FS-RCL-MAT
               MOVE WS-SAI-NUM TO FS-RCL-NUM
               READ F-RECLAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'O' TO WS-RECLAM-EXISTE
                       MOVE FS-RCL-REC TO W-RECLAM
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN ACTION-CREER
                   MOVE 'CREATION' TO WS-ACT-FONCTION
                   PERFORM 3000-CREER-RECLAMATION
                       THRU FIN-3000-CREER-RECLAMATION
               WHEN NOT RECLAM-EXISTE
                   MOVE 'RECLAMATION INCONNUE' TO WS-ECRAN-REPONSE
               WHEN ACTION-ACCUSER
                   MOVE 'ACCUSE' TO WS-ACT-FONCTION
                   PERFORM 4000-ENREGISTRER-ACCUSE
                       THRU FIN-4000-ENREGISTRER-ACCUSE
               WHEN ACTION-REPONDRE
                   MOVE 'REPONSE' TO WS-ACT-FONCTION
                   PERFORM 5000-ENREGISTRER-REPONSE
                       THRU FIN-5000-ENREGISTRER-REPONSE
               WHEN ACTION-CONSULTER
                   MOVE 'CONSULT' TO WS-ACT-FONCTION
                   CLOSE F-RECLAM
                   PERFORM 6000-AFFICHER-RECLAMATION
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-DETAIL)
                       LENGTH(LENGTH OF WS-ECRAN-DETAIL)
                       ERASE
                   END-EXEC
                   GO TO FIN-2000-RECEVOIR-ET-TRAITER
               WHEN OTHER
                   MOVE 'ACTION INVALIDE (C/A/R/L ATTENDU)'
                       TO WS-ECRAN-REPONSE
           END-EVALUATE
           CLOSE F-RECLAM
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

      * Creation : controles de saisie, assure, sinistre, agence, puis *
      * numero suivant du matricule                                    *

       3000-CREER-RECLAMATION.
           IF WS-SAI-CANAL NOT = 'C' AND NOT = 'T'
                   AND NOT = 'E' AND NOT = 'A'
               MOVE 'CANAL INVALIDE (C/T/E/A ATTENDU)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF

           MOVE 0 TO WS-OBJ-TROUVE
           PERFORM VARYING WS-IDX-OBJ FROM 1 BY 1
               UNTIL WS-IDX-OBJ > 7
               IF WS-OBJ-CODE(WS-IDX-OBJ) = WS-SAI-OBJET
                   MOVE WS-IDX-OBJ TO WS-OBJ-TROUVE
               END-IF
           END-PERFORM
           IF WS-OBJ-TROUVE = 0
               MOVE 'OBJET INCONNU : ' TO WS-ECRAN-REPONSE
               MOVE WS-SAI-OBJET TO WS-ECRAN-REPONSE(17:3)
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF

           MOVE WS-SAI-RECEPTION TO WS-DATE-A-CONTROLER
           PERFORM 7000-CONTROLER-DATE-SAISIE
           IF WS-DATE-SAISIE = 0
               MOVE 'DATE DE RECEPTION INVALIDE' TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF

      * L'assure doit exister (premier vehicule du matricule)
           MOVE '???' TO WS-AGENCE
           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               MOVE 'FICHIER DES ASSURES INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF
           MOVE SPACES TO MAT-X4 OF WS-ASSURE-CASSURES
           COMPUTE FS-ASSURES-KEY = FUNCTION NUMVAL(WS-SAI-MAT) * 100
           START F-ASSURES KEY >= FS-ASSURES-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ F-ASSURES NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                   END-READ
           END-START
           CLOSE F-ASSURES
           IF MAT-X4 OF WS-ASSURE-CASSURES NOT = WS-SAI-MAT
               MOVE 'ASSURE INCONNU' TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF
           PERFORM 3100-DETERMINER-AGENCE

      * Sinistre facultatif, du meme matricule
           IF WS-SAI-SIN-SEQ = SPACES
               MOVE '0000' TO WS-SAI-SIN-SEQ
           END-IF
           IF WS-SAI-SIN-SEQ NOT NUMERIC
               MOVE 'NUMERO DE SINISTRE INVALIDE' TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CREER-RECLAMATION
           END-IF
           IF WS-SAI-SIN-SEQ NOT = '0000'
               OPEN INPUT F-SINISTRE
               IF FS-SINISTRE = '00'
                   MOVE WS-SAI-MAT TO FS-SINISTRE-MAT
                   MOVE WS-SAI-SIN-SEQ TO FS-SINISTRE-SEQ
                   READ F-SINISTRE
                       INVALID KEY
                           MOVE 'SINISTRE INCONNU' TO WS-ECRAN-REPONSE
                           CLOSE F-SINISTRE
                           GO TO FIN-3000-CREER-RECLAMATION
                   END-READ
                   CLOSE F-SINISTRE
               END-IF
           END-IF

           PERFORM 3500-CHERCHER-NUMERO-MAX

           MOVE WS-SAI-MAT       TO RCL-MAT
           COMPUTE RCL-NUM = WS-NUM-MAX + 1
           MOVE WS-SAI-CANAL     TO RCL-CANAL
           MOVE WS-SAI-OBJET     TO RCL-OBJET
           MOVE WS-SAI-SIN-SEQ   TO RCL-SIN-SEQ
           MOVE WS-AGENCE        TO RCL-AGENCE
           MOVE WS-DATE-SAISIE   TO RCL-DATE-RECEPTION
           MOVE 0                TO RCL-DATE-ACCUSE
           MOVE 0                TO RCL-DATE-REPONSE
           MOVE SPACE            TO RCL-ISSUE
           MOVE WS-SES-USER      TO RCL-USER
           MOVE W-RECLAM TO FS-RCL-REC
           WRITE FS-RCL-REC
               INVALID KEY
                   MOVE 'ECHEC ENREGISTREMENT DE LA RECLAMATION'
                       TO WS-ECRAN-REPONSE
               NOT INVALID KEY
                   PERFORM 7500-CALCULER-LIMITES
                   MOVE 'RECLAMATION      ENREGISTREE - ACCUSE AVANT '
                       TO WS-ECRAN-REPONSE
                   MOVE RCL-NUM TO WS-ECRAN-REPONSE(13:4)
                   MOVE WS-LIMITE-ACCUSE TO WS-ECRAN-REPONSE(46:8)
           END-WRITE
           .
       FIN-3000-CREER-RECLAMATION.
           EXIT.

      * Agence = region du prefixe du code postal de l'assure          *

       3100-DETERMINER-AGENCE.
           IF CP-A4 OF WS-ASSURE-CASSURES NUMERIC
                   AND CP-A4 OF WS-ASSURE-CASSURES > 0
               OPEN INPUT F-REGIONS
               IF FS-REGIONS = '00'
                   COMPUTE WS-CP-PREFIXE-NUM =
                       CP-A4 OF WS-ASSURE-CASSURES / 1000
                   MOVE WS-CP-PREFIXE-NUM TO FS-REG-PREFIXE
                   READ F-REGIONS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FS-REG-CODE TO WS-AGENCE
                   END-READ
                   CLOSE F-REGIONS
               END-IF
           END-IF
           .

      * Plus grand numero de reclamation deja attribue au matricule    *

       3500-CHERCHER-NUMERO-MAX.
           MOVE 0 TO WS-NUM-MAX
           MOVE WS-SAI-MAT TO FS-RCL-MAT
           MOVE 0 TO FS-RCL-NUM
      * START en echec (premiere reclamation du fichier, ou cle
      * au-dela de toutes les reclamations) : pas de balayage
           MOVE 'N' TO WS-FIN-RECLAM
           START F-RECLAM KEY >= FS-RCL-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-RECLAM
           END-START
           PERFORM 3600-BALAYER-RECLAMATIONS UNTIL FIN-RECLAM
           .

       3600-BALAYER-RECLAMATIONS.
           READ F-RECLAM NEXT
               AT END
                   SET FIN-RECLAM TO TRUE
               NOT AT END
                   IF FS-RCL-MAT NOT = WS-SAI-MAT
                       SET FIN-RECLAM TO TRUE
                   ELSE
                       IF FS-RCL-NUM > WS-NUM-MAX
                           MOVE FS-RCL-NUM TO WS-NUM-MAX
                       END-IF
                   END-IF
           END-READ
           .

      * Accuse de reception                                            *

       4000-ENREGISTRER-ACCUSE.
           IF RCL-DATE-REPONSE > 0
               MOVE 'RECLAMATION DEJA REPONDUE - CLOSE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-ACCUSE
           END-IF
           IF RCL-DATE-ACCUSE > 0
               MOVE 'ACCUSE DE RECEPTION DEJA ENREGISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-ACCUSE
           END-IF
           MOVE WS-SAI-DATE TO WS-DATE-A-CONTROLER
           PERFORM 7000-CONTROLER-DATE-SAISIE
           IF WS-DATE-SAISIE = 0
                   OR WS-DATE-SAISIE < RCL-DATE-RECEPTION
               MOVE 'DATE D''ACCUSE INVALIDE' TO WS-ECRAN-REPONSE
               GO TO FIN-4000-ENREGISTRER-ACCUSE
           END-IF

           MOVE WS-DATE-SAISIE TO RCL-DATE-ACCUSE
           MOVE WS-SES-USER    TO RCL-USER
           MOVE W-RECLAM TO FS-RCL-REC
           REWRITE FS-RCL-REC
               INVALID KEY
                   MOVE 'ECHEC ENREGISTREMENT DE L''ACCUSE'
                       TO WS-ECRAN-REPONSE
               NOT INVALID KEY
                   PERFORM 7500-CALCULER-LIMITES
                   IF RCL-DATE-ACCUSE > WS-LIMITE-ACCUSE
                       MOVE 'ACCUSE ENREGISTRE - HORS DELAI'
                           TO WS-ECRAN-REPONSE
                   ELSE
                       MOVE 'ACCUSE ENREGISTRE - REPONSE AVANT '
                           TO WS-ECRAN-REPONSE
                       MOVE WS-LIMITE-REPONSE
                           TO WS-ECRAN-REPONSE(35:8)
                   END-IF
           END-REWRITE
           .
       FIN-4000-ENREGISTRER-ACCUSE.
           EXIT.

      * Reponse a la reclamation et issue - vaut accuse si aucun       *

       5000-ENREGISTRER-REPONSE.
           IF RCL-DATE-REPONSE > 0
               MOVE 'RECLAMATION DEJA REPONDUE - CLOSE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-REPONSE
           END-IF
           IF WS-SAI-ISSUE NOT = 'F' AND NOT = 'P' AND NOT = 'R'
               MOVE 'ISSUE INVALIDE (F/P/R ATTENDU)' TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-REPONSE
           END-IF
           MOVE WS-SAI-DATE TO WS-DATE-A-CONTROLER
           PERFORM 7000-CONTROLER-DATE-SAISIE
           IF WS-DATE-SAISIE = 0
                   OR WS-DATE-SAISIE < RCL-DATE-RECEPTION
               MOVE 'DATE DE REPONSE INVALIDE' TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-REPONSE
           END-IF

           MOVE WS-DATE-SAISIE TO RCL-DATE-REPONSE
           IF RCL-DATE-ACCUSE = 0
               MOVE WS-DATE-SAISIE TO RCL-DATE-ACCUSE
           END-IF
           MOVE WS-SAI-ISSUE   TO RCL-ISSUE
           MOVE WS-SES-USER    TO RCL-USER
           MOVE W-RECLAM TO FS-RCL-REC
           REWRITE FS-RCL-REC
               INVALID KEY
                   MOVE 'ECHEC ENREGISTREMENT DE LA REPONSE'
                       TO WS-ECRAN-REPONSE
               NOT INVALID KEY
                   PERFORM 7500-CALCULER-LIMITES
                   IF RCL-DATE-REPONSE > WS-LIMITE-REPONSE
                       MOVE 'REPONSE ENREGISTREE - HORS DELAI'
                           TO WS-ECRAN-REPONSE
                   ELSE
                       MOVE 'REPONSE ENREGISTREE - RECLAMATION CLOSE'
                           TO WS-ECRAN-REPONSE
                   END-IF
           END-REWRITE
           .
       FIN-5000-ENREGISTRER-REPONSE.
           EXIT.

      * Consultation : reclamation, delais et situation                *

       6000-AFFICHER-RECLAMATION.
           PERFORM 7500-CALCULER-LIMITES
           MOVE RCL-CANAL          TO WS-DET-CANAL
           MOVE RCL-OBJET          TO WS-DET-OBJET
           MOVE SPACES             TO WS-DET-OBJET-LIB
           PERFORM VARYING WS-IDX-OBJ FROM 1 BY 1
               UNTIL WS-IDX-OBJ > 7
               IF WS-OBJ-CODE(WS-IDX-OBJ) = RCL-OBJET
                   MOVE WS-OBJ-LIBELLE(WS-IDX-OBJ) TO WS-DET-OBJET-LIB
               END-IF
           END-PERFORM
           IF RCL-SIN-SEQ = 0
               MOVE '----' TO WS-DET-SIN-SEQ
           ELSE
               MOVE RCL-SIN-SEQ    TO WS-DET-SIN-SEQ
           END-IF
           MOVE RCL-AGENCE         TO WS-DET-AGENCE
           MOVE RCL-DATE-RECEPTION TO WS-DET-RECEPTION
           MOVE RCL-DATE-ACCUSE    TO WS-DET-ACCUSE
           MOVE WS-LIMITE-ACCUSE   TO WS-DET-LIM-ACCUSE
           MOVE RCL-DATE-REPONSE   TO WS-DET-REPONSE
           MOVE WS-LIMITE-REPONSE  TO WS-DET-LIM-REPONSE
           MOVE RCL-ISSUE          TO WS-DET-ISSUE
           MOVE RCL-USER           TO WS-DET-USER

           EVALUATE TRUE
               WHEN RCL-DATE-REPONSE > WS-LIMITE-REPONSE
                   MOVE 'CLOSE - REPONSE HORS DELAI' TO WS-DET-STATUT
               WHEN RCL-DATE-REPONSE > 0
                       AND RCL-DATE-ACCUSE > WS-LIMITE-ACCUSE
                   MOVE 'CLOSE - ACCUSE HORS DELAI' TO WS-DET-STATUT
               WHEN RCL-DATE-REPONSE > 0
                   MOVE 'CLOSE DANS LES DELAIS' TO WS-DET-STATUT
               WHEN WS-DATE-JOUR > WS-LIMITE-REPONSE
                   MOVE 'EN COURS - DELAI DE REPONSE DEPASSE'
                       TO WS-DET-STATUT
               WHEN RCL-DATE-ACCUSE = 0
                       AND WS-DATE-JOUR > WS-LIMITE-ACCUSE
                   MOVE 'EN COURS - ACCUSE NON ENVOYE, DELAI DEPASSE'
                       TO WS-DET-STATUT
               WHEN RCL-DATE-ACCUSE > WS-LIMITE-ACCUSE
                   MOVE 'EN COURS - ACCUSE HORS DELAI' TO WS-DET-STATUT
               WHEN OTHER
                   MOVE 'EN COURS DANS LES DELAIS' TO WS-DET-STATUT
           END-EVALUATE
           .

      * Date saisie (WS-DATE-A-CONTROLER, blanc = jour) - 0 si invalide ou     *
      * posterieure au jour                                            *

       7000-CONTROLER-DATE-SAISIE.
           IF WS-DATE-A-CONTROLER = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           ELSE
               MOVE 0 TO WS-DATE-SAISIE
               IF WS-DATE-A-CONTROLER NUMERIC
                   MOVE 'J'         TO WS-CAL-FONCTION
                   MOVE WS-DATE-A-CONTROLER TO WS-CAL-DATE
                   CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
                   IF WS-CAL-RETOUR = 00
                           AND WS-CAL-DATE NOT > WS-DATE-JOUR
                       MOVE WS-CAL-DATE TO WS-DATE-SAISIE
                   END-IF
               END-IF
           END-IF
           .

      * Limites reglementaires de la reclamation (PGMCALEN) :          *
      * accuse = reception + 10 jours ouvres, reponse = reception +    *
      * 2 mois reportes au premier jour ouvre                          *

       7500-CALCULER-LIMITES.
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
