       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQASSU.

      * TRANSACTION EN LIGNE - SUIVI DES ALERTES EXPLOITATION         *
      * (TRANSID ACQA)                                                *
      * Les alertes deposees par PGMALERT (WORK/ALERTS.dat) restaient *
      * sans suite : rien ne disait si quelqu'un s'en etait occupe.   *
      * Cette transaction tient l'etat de chaque alerte dans le       *
      * fichier de suivi WORK/ALRSUIVI.dat (CALERTE) : ouverte ->     *
      * acquittee (prise en charge) -> resolue, avec l'utilisateur    *
      * signe, la date, l'heure et un commentaire.                    *
      * Saisie (positions fixes) :                                    *
      *   ACTION(1) L=lister A=acquitter R=resoudre                   *
      *   NUMERO(8) puis COMMENTAIRE(40)                              *
      *   L : alertes non resolues a partir du NUMERO (defaut : la    *
      *       premiere), 9 au plus                                    *
      *   A : alerte ouverte uniquement (commentaire facultatif)      *
      *   R : alerte ouverte ou acquittee, commentaire obligatoire ;  *
      *       une alerte resolue sans acquittement prealable est      *
      *       acquittee du meme coup par le meme utilisateur          *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) ; le niveau 1 suffit, tout operateur signe *
      * pouvant prendre une alerte en charge.                         *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Suivi des alertes (alimente par PGMALERT)
           SELECT F-SUIVI ASSIGN TO "WORK/ALRSUIVI.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SUI-CLE
               FILE STATUS IS FS-SUIVI.

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

       FD  F-SUIVI.
       01  FS-SUI-REC.
           05 FS-SUI-CLE           PIC 9(8).
           05 FS-SUI-DATA          PIC X(192).

       WORKING-STORAGE SECTION.

       01  FS-SESSIONS              PIC XX.
       01  FS-SUIVI                 PIC XX.

           COPY WALERTE.

      * Controle de session - niveau 1 (tout operateur signe)
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 1.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV) - le numero
      * d'alerte tient la place du matricule (6 derniers chiffres)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'ACQA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(L/A/R) NUMERO(8) COMMENTAIRE(40) '.
           05 FILLER PIC X(40) VALUE
               'L:liste A:acquitter R:resoudre          '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-ALERTE.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-LISTER         VALUE 'L'.
               88 ACTION-ACQUITTER      VALUE 'A'.
               88 ACTION-RESOUDRE       VALUE 'R'.
           05 WS-SAI-NUMERO         PIC X(8).
           05 WS-SAI-NUMERO-N REDEFINES WS-SAI-NUMERO
                                    PIC 9(8).
           05 WS-SAI-COMMENTAIRE    PIC X(40).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Ecran de reponse (acquittement, resolution) / liste des
      * alertes non resolues (9 au plus)
       01  WS-ECRAN-REPONSE         PIC X(60).
       01  WS-ECRAN-LISTE.
           05 WS-LN-ENTREE OCCURS 9 TIMES.
               10 WS-LN-NUMERO      PIC 9(8).
               10 FILLER            PIC X(1).
               10 WS-LN-SEVERITE    PIC X(1).
               10 FILLER            PIC X(1).
               10 WS-LN-STATUT      PIC X(1).
               10 FILLER            PIC X(1).
               10 WS-LN-DATE        PIC 9(8).
               10 FILLER            PIC X(1).
               10 WS-LN-HEURE       PIC 9(6).
               10 FILLER            PIC X(1).
               10 WS-LN-PROGRAMME   PIC X(8).
               10 FILLER            PIC X(1).
               10 WS-LN-MESSAGE     PIC X(40).
               10 FILLER            PIC X(2).
           05 WS-LN-ETAT            PIC X(40).
       01  WS-NB-LISTEES            PIC 9(2) VALUE 0.

       01  WS-FIN-SUIVI             PIC X VALUE 'N'.
           88 FIN-SUIVI                 VALUE 'O'.

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
               TRANSID('ACQA')
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

      * Second passage : lister, acquitter ou resoudre                 *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-ALERTE
           MOVE 49 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-ALERTE)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

      * Numero absent en liste : depart a la premiere alerte
           IF ACTION-LISTER AND WS-SAI-NUMERO = SPACES
               MOVE ZEROS TO WS-SAI-NUMERO
           END-IF
           IF WS-SAI-NUMERO NOT NUMERIC
               MOVE 'NUMERO D''ALERTE INVALIDE (8 CHIFFRES)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF
           MOVE WS-SAI-NUMERO(3:6) TO WS-ACT-MATRICULE

           EVALUATE TRUE
               WHEN ACTION-LISTER
                   MOVE 'ALR-LISTE' TO WS-ACT-FONCTION
                   PERFORM 4000-LISTER-ALERTES
                       THRU FIN-4000-LISTER-ALERTES
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-LISTE)
                       LENGTH(LENGTH OF WS-ECRAN-LISTE)
                       ERASE
                   END-EXEC
               WHEN ACTION-ACQUITTER
                   MOVE 'ALR-ACQ' TO WS-ACT-FONCTION
                   PERFORM 3000-CHANGER-ETAT
                       THRU FIN-3000-CHANGER-ETAT
                   GO TO FIN-2000-REPONSE-SIMPLE
               WHEN ACTION-RESOUDRE
                   MOVE 'ALR-RESOL' TO WS-ACT-FONCTION
                   IF WS-SAI-COMMENTAIRE = SPACES
                       MOVE 'COMMENTAIRE OBLIGATOIRE POUR RESOUDRE'
                           TO WS-ECRAN-REPONSE
                       GO TO FIN-2000-REPONSE-SIMPLE
                   END-IF
                   PERFORM 3000-CHANGER-ETAT
                       THRU FIN-3000-CHANGER-ETAT
                   GO TO FIN-2000-REPONSE-SIMPLE
               WHEN OTHER
                   MOVE 'ACTION INVALIDE (L/A/R ATTENDU)'
                       TO WS-ECRAN-REPONSE
                   GO TO FIN-2000-REPONSE-SIMPLE
           END-EVALUATE
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

      * Acquittement ou resolution d'une alerte                        *

       3000-CHANGER-ETAT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

      * La cle zero est le compteur des numeros, pas une alerte
           IF WS-SAI-NUMERO-N = 0
               MOVE 'ALERTE INCONNUE' TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CHANGER-ETAT
           END-IF

           OPEN I-O F-SUIVI
           IF FS-SUIVI NOT = '00'
               MOVE 'SUIVI DES ALERTES INDISPONIBLE' TO WS-ECRAN-REPONSE
               GO TO FIN-3000-CHANGER-ETAT
           END-IF

           MOVE WS-SAI-NUMERO-N TO FS-SUI-CLE
           READ F-SUIVI INTO W-ALERTE
               INVALID KEY
                   MOVE 'ALERTE INCONNUE' TO WS-ECRAN-REPONSE
                   CLOSE F-SUIVI
                   GO TO FIN-3000-CHANGER-ETAT
           END-READ

           IF ALR-RESOLUE
               MOVE 'ALERTE DEJA RESOLUE' TO WS-ECRAN-REPONSE
               CLOSE F-SUIVI
               GO TO FIN-3000-CHANGER-ETAT
           END-IF
           IF ACTION-ACQUITTER AND ALR-ACQUITTEE
               MOVE 'ALERTE DEJA ACQUITTEE PAR ' TO WS-ECRAN-REPONSE
               MOVE ALR-ACQ-USER TO WS-ECRAN-REPONSE(27:8)
               CLOSE F-SUIVI
               GO TO FIN-3000-CHANGER-ETAT
           END-IF

      * Une alerte resolue directement est acquittee du meme coup
           IF ALR-OUVERTE
               MOVE WS-SES-USER   TO ALR-ACQ-USER
               MOVE WS-DATE-JOUR  TO ALR-ACQ-DATE
               MOVE WS-HEURE-JOUR TO ALR-ACQ-HEURE
               SET ALR-ACQUITTEE  TO TRUE
           END-IF
           IF ACTION-RESOUDRE
               MOVE WS-SES-USER   TO ALR-RES-USER
               MOVE WS-DATE-JOUR  TO ALR-RES-DATE
               MOVE WS-HEURE-JOUR TO ALR-RES-HEURE
               SET ALR-RESOLUE    TO TRUE
           END-IF
           IF WS-SAI-COMMENTAIRE NOT = SPACES
               MOVE WS-SAI-COMMENTAIRE TO ALR-COMMENTAIRE
           END-IF

           MOVE W-ALERTE TO FS-SUI-REC
           REWRITE FS-SUI-REC
               INVALID KEY
                   MOVE 'ECHEC MISE A JOUR DE L''ALERTE'
                       TO WS-ECRAN-REPONSE
               NOT INVALID KEY
                   IF ACTION-RESOUDRE
                       MOVE 'ALERTE RESOLUE - NUMERO '
                           TO WS-ECRAN-REPONSE
                       MOVE ALR-NUMERO TO WS-ECRAN-REPONSE(25:8)
                   ELSE
                       MOVE 'ALERTE ACQUITTEE - NUMERO '
                           TO WS-ECRAN-REPONSE
                       MOVE ALR-NUMERO TO WS-ECRAN-REPONSE(27:8)
                   END-IF
           END-REWRITE
           CLOSE F-SUIVI
           .
       FIN-3000-CHANGER-ETAT.
           EXIT.

      * Consultation : alertes non resolues a partir du numero saisi   *

       4000-LISTER-ALERTES.
           MOVE 0 TO WS-NB-LISTEES
           MOVE SPACES TO WS-ECRAN-LISTE

           OPEN INPUT F-SUIVI
           IF FS-SUIVI NOT = '00'
               MOVE 'AUCUNE ALERTE (FICHIER ABSENT)' TO WS-LN-ETAT
               GO TO FIN-4000-LISTER-ALERTES
           END-IF

      * Le compteur (cle zero) n'est jamais liste
           IF WS-SAI-NUMERO-N = 0
               MOVE 1 TO FS-SUI-CLE
           ELSE
               MOVE WS-SAI-NUMERO-N TO FS-SUI-CLE
           END-IF
      * Meme garde que NOTASSU : un START en echec saute le balayage
           MOVE 'N' TO WS-FIN-SUIVI
           START F-SUIVI KEY >= FS-SUI-CLE
               INVALID KEY
                   MOVE 'O' TO WS-FIN-SUIVI
           END-START
           PERFORM 4100-LISTER-UNE-ALERTE UNTIL FIN-SUIVI
           CLOSE F-SUIVI

           IF WS-NB-LISTEES = 0
               MOVE 'AUCUNE ALERTE NON RESOLUE' TO WS-LN-ETAT
           END-IF
           .
       FIN-4000-LISTER-ALERTES.
           EXIT.

       4100-LISTER-UNE-ALERTE.
           READ F-SUIVI NEXT INTO W-ALERTE
               AT END
                   SET FIN-SUIVI TO TRUE
               NOT AT END
                   IF NOT ALR-RESOLUE
                       IF WS-NB-LISTEES < 9
                           ADD 1 TO WS-NB-LISTEES
                           MOVE ALR-NUMERO
                               TO WS-LN-NUMERO(WS-NB-LISTEES)
                           MOVE ALR-SEVERITE
                               TO WS-LN-SEVERITE(WS-NB-LISTEES)
                           MOVE ALR-STATUT
                               TO WS-LN-STATUT(WS-NB-LISTEES)
                           MOVE ALR-DATE
                               TO WS-LN-DATE(WS-NB-LISTEES)
                           MOVE ALR-HEURE
                               TO WS-LN-HEURE(WS-NB-LISTEES)
                           MOVE ALR-PROGRAMME
                               TO WS-LN-PROGRAMME(WS-NB-LISTEES)
                           MOVE ALR-MESSAGE
                               TO WS-LN-MESSAGE(WS-NB-LISTEES)
                       ELSE
                           MOVE 'SUITE : L DEPUIS LE NUMERO '
                               TO WS-LN-ETAT
                           MOVE ALR-NUMERO TO WS-LN-ETAT(28:8)
                           SET FIN-SUIVI TO TRUE
                       END-IF
                   END-IF
           END-READ
           .
