       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRMASSU.

      * TRANSACTION EN LIGNE - PARAMETRES BATCH (TRANSID PRMA)        *
      * Construite comme TABA : le premier passage (EIBCALEN = 0)     *
      * affiche l'invite, le second consulte ou met a jour une valeur *
      * du referentiel WORK/PARAMBAT.dat (CPARAM) - seuils et options *
      * des programmes batch jusque-la eparpilles dans les PARM JCL,  *
      * que les programmes lisent desormais par PGMPARAM (un PARM     *
      * explicite restant prioritaire).                               *
      * Une valeur porte une date d'effet : la valeur en vigueur une  *
      * nuit donnee est celle de la plus recente date d'effet ne la   *
      * depassant pas. Un changement ne peut prendre effet qu'a       *
      * partir du jour meme : le passe n'est jamais reecrit.          *
      * Chaque mise a jour est journalisee dans WORK/PRMCHG.dat       *
      * (date, heure, utilisateur signe, programme, parametre, date   *
      * d'effet, valeur en vigueur avant et nouvelle valeur).         *
      * Saisie (positions fixes) :                                    *
      *   ACTION(1) C=consulter M=mettre a jour                       *
      *   PROGRAMME(8) PARAMETRE(12) DATEEFF(8) VALEUR(20)            *
      *   C : valeur en vigueur a DATEEFF (defaut : aujourd'hui)      *
      *   M : DATEEFF obligatoire, aujourd'hui ou plus tard           *
      * Controles : programme/parametre connus du catalogue CPRMCAT,  *
      * valeur numerique du nombre de chiffres attendu (meme format   *
      * que le PARM), date d'effet valide (PGMCALEN).                 *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) de niveau 3.                               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Referentiel des parametres batch (lu par PGMPARAM)
           SELECT F-PARAM ASSIGN TO "WORK/PARAMBAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRM-CLE
               FILE STATUS IS FS-PARAM.

      * Journal des changements de parametres
           SELECT F-CHANGES ASSIGN TO "WORK/PRMCHG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHANGES.

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

       FD  F-PARAM.
       01  FS-PRM-REC.
           05 FS-PRM-CLE.
               10 FS-PRM-PROGRAMME PIC X(8).
               10 FS-PRM-NOM       PIC X(12).
               10 FS-PRM-DATE-EFFET PIC 9(8).
           05 FS-PRM-DATA          PIC X(72).

      * Journal des changements : date, heure, utilisateur, cle,
      * valeur en vigueur avant (blanc = aucune) et nouvelle valeur
       FD  F-CHANGES.
       01  FS-CHG-REC.
           05 FS-CHG-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-CHG-HEURE         PIC 9(6).
           05 FILLER               PIC X(1).
           05 FS-CHG-USER          PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-CHG-PROGRAMME     PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-CHG-NOM           PIC X(12).
           05 FILLER               PIC X(1).
           05 FS-CHG-DATE-EFFET    PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-CHG-AVANT         PIC X(20).
           05 FILLER               PIC X(1).
           05 FS-CHG-APRES         PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-SESSIONS              PIC XX.
       01  FS-PARAM                 PIC XX.
       01  FS-CHANGES               PIC XX.

           COPY WPARAM.

           COPY CPRMCAT.
       01  WS-CAT-IDX               PIC 99.
       01  WS-CAT-POS               PIC 99.

      * Controle de session - niveau 3 (maintenance des referentiels)
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 3.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'PRMA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(C/M) PROGRAMME(8) PARAMETRE(12)  '.
           05 FILLER PIC X(40) VALUE
               'DATEEFF(8) VALEUR(20)                   '.
           05 FILLER PIC X(40) VALUE
               'C: consulter  M: mettre a jour          '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-PARAM.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-CONSULTER      VALUE 'C'.
               88 ACTION-MAJ            VALUE 'M'.
           05 WS-SAI-PROGRAMME      PIC X(8).
           05 WS-SAI-NOM            PIC X(12).
           05 WS-SAI-DATEEFF        PIC X(8).
           05 WS-SAI-DATEEFF-N REDEFINES WS-SAI-DATEEFF
                                    PIC 9(8).
           05 WS-SAI-VALEUR         PIC X(20).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Ecran de reponse
       01  WS-ECRAN-REPONSE         PIC X(60).

      * Valeur en vigueur a la date d'effet saisie
       01  WS-DATE-REF              PIC 9(8).
       01  WS-FIN-PARAM             PIC X VALUE 'N'.
           88 FIN-PARAM                 VALUE 'O'.
       01  WS-VALEUR-TROUVEE        PIC X VALUE 'N'.
           88 VALEUR-TROUVEE            VALUE 'O'.
       01  WS-ENTREE-EXISTE         PIC X VALUE 'N'.
           88 ENTREE-EXISTE             VALUE 'O'.
       01  WS-CHG-AVANT             PIC X(20).

      * Controle de la date d'effet
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
               TRANSID('PRMA')
               COMMAREA(WS-COMMAREA-VIDE)
           END-EXEC
           .

      * Deposer la trace d'activite du passage courant (PGMACTIV)      *

       0900-TRACER-ACTIVITE.
           CALL 'PGMACTIV' USING WS-ACT-TRANSID WS-SES-USER EIBTRMID
                WS-ACT-MATRICULE WS-ACT-FONCTION
           .

      * Controle de session - meme paragraphe que TABASSU/MVTASSU      *

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

      * Second passage : consulter ou mettre a jour le parametre saisi *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-PARAM
           MOVE 49 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-PARAM)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

      * Le parametre doit figurer au catalogue
           MOVE 0 TO WS-CAT-POS
           PERFORM 2100-CHERCHER-CATALOGUE
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-NB-CATALOGUE OR WS-CAT-POS > 0
           IF WS-CAT-POS = 0
               MOVE 'REJET - PARAMETRE INCONNU POUR CE PROGRAMME'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-ENVOYER-REPONSE
           END-IF

           EVALUATE TRUE
               WHEN ACTION-CONSULTER
                   MOVE 'PRM-CONSUL' TO WS-ACT-FONCTION
                   PERFORM 3000-CONSULTER-PARAMETRE
                       THRU FIN-3000-CONSULTER-PARAMETRE
               WHEN ACTION-MAJ
                   MOVE 'PRM-MAJ' TO WS-ACT-FONCTION
                   PERFORM 4000-MAJ-PARAMETRE
                       THRU FIN-4000-MAJ-PARAMETRE
               WHEN OTHER
                   MOVE 'SAISIE INVALIDE (ACTION C/M)'
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

       2100-CHERCHER-CATALOGUE.
           IF WS-CAT-PROGRAMME(WS-CAT-IDX) = WS-SAI-PROGRAMME
                   AND WS-CAT-NOM(WS-CAT-IDX) = WS-SAI-NOM
               MOVE WS-CAT-IDX TO WS-CAT-POS
           END-IF
           .

      * Consultation : valeur en vigueur a la date saisie              *

       3000-CONSULTER-PARAMETRE.
           IF WS-SAI-DATEEFF = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-REF
           ELSE
               IF WS-SAI-DATEEFF NOT NUMERIC
                   MOVE 'REJET - DATE NON NUMERIQUE (AAAAMMJJ)'
                       TO WS-ECRAN-REPONSE
                   GO TO FIN-3000-CONSULTER-PARAMETRE
               END-IF
               MOVE WS-SAI-DATEEFF-N TO WS-DATE-REF
           END-IF

           OPEN INPUT F-PARAM
           IF FS-PARAM NOT = '00'
               MOVE 'AUCUN PARAMETRE (REFERENTIEL ABSENT)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CONSULTER-PARAMETRE
           END-IF
           PERFORM 5000-CHERCHER-EN-VIGUEUR
           CLOSE F-PARAM

           IF VALEUR-TROUVEE
               MOVE SPACES TO WS-ECRAN-REPONSE
               STRING WS-SAI-NOM DELIMITED BY SPACE
                      ' = ' DELIMITED BY SIZE
                      PRM-VALEUR DELIMITED BY SPACE
                      ' DEPUIS ' PRM-DATE-EFFET ' PAR '
                      PRM-MAJ-USER DELIMITED BY SIZE
                   INTO WS-ECRAN-REPONSE
               END-STRING
           ELSE
               MOVE 'AUCUNE VALEUR EN VIGUEUR - DEFAUT DU PROGRAMME'
                   TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-3000-CONSULTER-PARAMETRE.
           EXIT.

      * Mise a jour (ou creation) d'une valeur a une date d'effet,     *
      * journalisee                                                    *

       4000-MAJ-PARAMETRE.
           IF WS-SAI-VALEUR(1:WS-CAT-LONGUEUR(WS-CAT-POS)) NOT NUMERIC
               MOVE 'REJET - VALEUR NON NUMERIQUE (NN CHIFFRES)'
                   TO WS-ECRAN-REPONSE
               MOVE WS-CAT-LONGUEUR(WS-CAT-POS)
                   TO WS-ECRAN-REPONSE(38:2)
               GO TO FIN-4000-MAJ-PARAMETRE
           END-IF
           IF WS-CAT-LONGUEUR(WS-CAT-POS) < 20
               IF WS-SAI-VALEUR(WS-CAT-LONGUEUR(WS-CAT-POS) + 1:)
                       NOT = SPACES
                   MOVE 'REJET - VALEUR TROP LONGUE (NN CHIFFRES)'
                       TO WS-ECRAN-REPONSE
                   MOVE WS-CAT-LONGUEUR(WS-CAT-POS)
                       TO WS-ECRAN-REPONSE(36:2)
                   GO TO FIN-4000-MAJ-PARAMETRE
               END-IF
           END-IF
           IF WS-SAI-DATEEFF NOT NUMERIC
               MOVE 'REJET - DATE D''EFFET OBLIGATOIRE (AAAAMMJJ)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-MAJ-PARAMETRE
           END-IF
           MOVE 'J' TO WS-CAL-FONCTION
           MOVE WS-SAI-DATEEFF-N TO WS-CAL-DATE
           CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
           IF WS-CAL-RETOUR NOT = 00
               MOVE 'REJET - DATE D''EFFET INVALIDE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-MAJ-PARAMETRE
           END-IF
           IF WS-SAI-DATEEFF-N < WS-DATE-JOUR
               MOVE 'REJET - DATE D''EFFET ANTERIEURE A AUJOURD''HUI'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-MAJ-PARAMETRE
           END-IF

      * Referentiel cree a la premiere mise a jour
           OPEN I-O F-PARAM
           IF FS-PARAM NOT = '00'
               OPEN OUTPUT F-PARAM
               CLOSE F-PARAM
               OPEN I-O F-PARAM
           END-IF
           IF FS-PARAM NOT = '00'
               MOVE 'REFERENTIEL DES PARAMETRES INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-MAJ-PARAMETRE
           END-IF

      * Valeur en vigueur avant le changement, pour le journal
           MOVE WS-SAI-DATEEFF-N TO WS-DATE-REF
           PERFORM 5000-CHERCHER-EN-VIGUEUR
           MOVE SPACES TO WS-CHG-AVANT
           MOVE 'N' TO WS-ENTREE-EXISTE
           IF VALEUR-TROUVEE
               MOVE PRM-VALEUR TO WS-CHG-AVANT
               IF PRM-DATE-EFFET = WS-SAI-DATEEFF-N
                   SET ENTREE-EXISTE TO TRUE
               END-IF
           END-IF

           MOVE SPACES TO W-PARAM
           MOVE WS-SAI-PROGRAMME TO PRM-PROGRAMME
           MOVE WS-SAI-NOM       TO PRM-NOM
           MOVE WS-SAI-DATEEFF-N TO PRM-DATE-EFFET
           MOVE WS-SAI-VALEUR    TO PRM-VALEUR
           MOVE WS-SES-USER      TO PRM-MAJ-USER
           MOVE WS-DATE-JOUR     TO PRM-MAJ-DATE
           MOVE WS-HEURE-JOUR    TO PRM-MAJ-HEURE
           MOVE W-PARAM TO FS-PRM-REC
           IF ENTREE-EXISTE
               REWRITE FS-PRM-REC
                   INVALID KEY
                       MOVE 'ECHEC MISE A JOUR DU PARAMETRE'
                           TO WS-ECRAN-REPONSE
                   NOT INVALID KEY
                       MOVE 'PARAMETRE MODIFIE' TO WS-ECRAN-REPONSE
               END-REWRITE
           ELSE
               WRITE FS-PRM-REC
                   INVALID KEY
                       MOVE 'ECHEC CREATION DU PARAMETRE'
                           TO WS-ECRAN-REPONSE
                   NOT INVALID KEY
                       MOVE 'PARAMETRE CREE' TO WS-ECRAN-REPONSE
               END-WRITE
           END-IF
           CLOSE F-PARAM

           IF WS-ECRAN-REPONSE(1:5) = 'PARAM'
               MOVE ' - EFFET LE ' TO WS-ECRAN-REPONSE(18:12)
               MOVE WS-SAI-DATEEFF TO WS-ECRAN-REPONSE(30:8)
               PERFORM 6000-JOURNALISER-CHANGEMENT
           END-IF
           .
       FIN-4000-MAJ-PARAMETRE.
           EXIT.

      * Valeur en vigueur a WS-DATE-REF (F-PARAM ouvert) : balayage    *
      * des dates d'effet du parametre, comme PGMPARAM                 *

       5000-CHERCHER-EN-VIGUEUR.
           MOVE 'N' TO WS-VALEUR-TROUVEE
           MOVE 'N' TO WS-FIN-PARAM
           MOVE WS-SAI-PROGRAMME TO FS-PRM-PROGRAMME
           MOVE WS-SAI-NOM       TO FS-PRM-NOM
           MOVE 0                TO FS-PRM-DATE-EFFET
           START F-PARAM KEY >= FS-PRM-CLE
               INVALID KEY
                   SET FIN-PARAM TO TRUE
           END-START
           PERFORM 5100-LIRE-DATE-EFFET UNTIL FIN-PARAM
           .

       5100-LIRE-DATE-EFFET.
           READ F-PARAM NEXT
               AT END
                   SET FIN-PARAM TO TRUE
               NOT AT END
                   IF FS-PRM-PROGRAMME NOT = WS-SAI-PROGRAMME
                           OR FS-PRM-NOM NOT = WS-SAI-NOM
                           OR FS-PRM-DATE-EFFET > WS-DATE-REF
                       SET FIN-PARAM TO TRUE
                   ELSE
                       MOVE FS-PRM-REC TO W-PARAM
                       SET VALEUR-TROUVEE TO TRUE
                   END-IF
           END-READ
           .

      * Journaliser le changement (valeur avant a blanc = aucune       *
      * valeur en vigueur) - un depot impossible est signale sans      *
      * annuler la mise a jour deja appliquee                          *

       6000-JOURNALISER-CHANGEMENT.
           OPEN EXTEND F-CHANGES
           IF FS-CHANGES NOT = '00'
               OPEN OUTPUT F-CHANGES
           END-IF
           IF FS-CHANGES NOT = '00'
               DISPLAY 'ATTENTION - JOURNAL PRMCHG INACCESSIBLE : '
                       FS-CHANGES
           ELSE
               MOVE SPACES           TO FS-CHG-REC
               MOVE WS-DATE-JOUR     TO FS-CHG-DATE
               MOVE WS-HEURE-JOUR    TO FS-CHG-HEURE
               MOVE WS-SES-USER      TO FS-CHG-USER
               MOVE WS-SAI-PROGRAMME TO FS-CHG-PROGRAMME
               MOVE WS-SAI-NOM       TO FS-CHG-NOM
               MOVE WS-SAI-DATEEFF-N TO FS-CHG-DATE-EFFET
               MOVE WS-CHG-AVANT     TO FS-CHG-AVANT
               MOVE WS-SAI-VALEUR    TO FS-CHG-APRES
               WRITE FS-CHG-REC
               CLOSE F-CHANGES
           END-IF
           .
