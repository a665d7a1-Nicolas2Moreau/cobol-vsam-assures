       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTXASSU.

      * TRANSACTION EN LIGNE - DOSSIER CONTENTIEUX (TRANSID CTXA)     *
      * Un sinistre en procedure judiciaire n'etait suivi que dans    *
      * l'agenda du service juridique : cette transaction tient le    *
      * dossier contentieux dans WORK/CONTENTX.dat (cle = matricule + *
      * numero de sinistre, cf CCONTENT.cpy) - avocat, juridiction,   *
      * audiences, montant reclame par l'adversaire, provision,       *
      * frais payes et issue - et marque le sinistre                  *
      * (SIN-CONTENTIEUX 'C' a l'ouverture, 'T' a l'issue) pour que   *
      * RESASSU et TRIASSU l'isolent ; agenda hebdomadaire des        *
      * audiences : AGDASSU.                                          *
      * Saisie (positions fixes) :                                    *
      *   ACTION(1) O=ouvrir M=modifier A=audience F=frais I=issue    *
      *             L=consulter                                       *
      *   MAT(6) SINSEQ(4) puis                                       *
      *   O/M : AVOCAT(20) JURIDICTION(20) RECLAME(9, 7+2 sans        *
      *         virgule) PROVISION(9, 7+2) - en M une zone a blanc    *
      *         conserve la valeur en place                           *
      *   A : DATE(8) HEURE(4, HHMM) de la prochaine audience - une   *
      *       audience fixee deja passee est comptee comme tenue ;    *
      *       date a blanc = plus d'audience fixee                    *
      *   F : MONTANT(8, 6+2) de frais payes, ajoute au cumul         *
      *   I : CODE(1 : G gagnee, P perdue, T transaction,             *
      *       D desistement) DATE(8, blanc = jour) MONTANT(9, 7+2,    *
      *       condamnation ou transaction, blanc = 0)                 *
      * Une procedure terminee n'accepte plus que des frais (F).      *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA) de niveau 2, comme CLMA/NOTA/MISA ; le     *
      * gestionnaire signe est porte sur le dossier.                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Sessions ouvertes par terminal (alimentees par SGNA)
           SELECT F-SESSIONS ASSIGN TO "WORK/SESSIONS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SES-TERMINAL
               FILE STATUS IS FS-SESSIONS.

      * Dossiers contentieux (crees a la premiere ouverture)
           SELECT F-CONTENTX ASSIGN TO "WORK/CONTENTX.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-CLE
               FILE STATUS IS FS-CONTENTX.

      * Le sinistre vise doit exister ; il porte l'indicateur
      * SIN-CONTENTIEUX (zone hors table DB2, mise a jour sur le KSDS
      * comme SIN-REVUE-FRAUDE par SURASSU)
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

       FD  F-CONTENTX.
       01  FS-CTX-REC.
           05 FS-CTX-CLE           PIC X(10).
           05 FS-CTX-DATA          PIC X(150).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WCONTENT.
           COPY WSINISTR.

       01  FS-SESSIONS              PIC XX.
       01  FS-CONTENTX              PIC XX.
       01  FS-SINISTRE              PIC XX.

      * Controle de session - niveau 2 (gestion sinistre), comme CLMA
       01  WS-NIVEAU-REQUIS         PIC 9 VALUE 2.
       01  WS-ACCES-AUTORISE        PIC X VALUE 'N'.
           88 ACCES-AUTORISE            VALUE 'O'.
       01  WS-SES-USER              PIC X(8) VALUE SPACES.

       01  WS-ECRAN-NON-SIGNE       PIC X(40) VALUE
           'ACCES REFUSE - OUVRIR UNE SESSION (SGNA)'.

      * Trace d'activite de la transaction (PGMACTIV)
       01  WS-ACT-TRANSID           PIC X(4) VALUE 'CTXA'.
       01  WS-ACT-FONCTION          PIC X(10) VALUE SPACES.
       01  WS-ACT-MATRICULE         PIC X(6) VALUE SPACES.

      * Ecran d'invite (premier passage)
       01  WS-ECRAN-PROMPT.
           05 FILLER PIC X(40) VALUE
               'ACTION(O/M/A/F/I/L) MAT(6) SINSEQ(4)    '.
           05 FILLER PIC X(40) VALUE
               'O/M: + AVOCAT(20) JURIDICTION(20)       '.
           05 FILLER PIC X(40) VALUE
               '       RECLAME(9) PROVISION(9)          '.
           05 FILLER PIC X(40) VALUE
               'A: + DATE(8) HEURE(4)  F: + MONTANT(8)  '.
           05 FILLER PIC X(40) VALUE
               'I: + CODE G/P/T/D(1) DATE(8) MONTANT(9) '.

      * Saisie terminal (second passage)
       01  WS-SAISIE-CTX.
           05 WS-SAI-ACTION         PIC X.
               88 ACTION-OUVRIR         VALUE 'O'.
               88 ACTION-MODIFIER       VALUE 'M'.
               88 ACTION-AUDIENCE       VALUE 'A'.
               88 ACTION-FRAIS          VALUE 'F'.
               88 ACTION-ISSUE          VALUE 'I'.
               88 ACTION-CONSULTER      VALUE 'L'.
           05 WS-SAI-MAT            PIC X(6).
           05 WS-SAI-SIN-SEQ        PIC X(4).
           05 WS-SAI-ZONE           PIC X(58).
           05 WS-SAI-DOSSIER REDEFINES WS-SAI-ZONE.
               10 WS-SAI-AVOCAT     PIC X(20).
               10 WS-SAI-JURIDICTION PIC X(20).
               10 WS-SAI-RECLAME    PIC X(9).
               10 WS-SAI-PROVISION  PIC X(9).
           05 WS-SAI-AUDIENCE REDEFINES WS-SAI-ZONE.
               10 WS-SAI-DATE-AUD   PIC X(8).
               10 WS-SAI-HEURE-AUD  PIC X(4).
               10 FILLER            PIC X(46).
           05 WS-SAI-FRAIS REDEFINES WS-SAI-ZONE.
               10 WS-SAI-MONTANT-FRAIS PIC X(8).
               10 FILLER            PIC X(50).
           05 WS-SAI-ISSUE REDEFINES WS-SAI-ZONE.
               10 WS-SAI-CODE-ISSUE PIC X(1).
               10 WS-SAI-DATE-ISSUE PIC X(8).
               10 WS-SAI-MONTANT-ISSUE PIC X(9).
               10 FILLER            PIC X(40).
       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

      * Montants saisis en chiffres bruts, meme decoupage que les
      * zones CTX- (cf MISASSU pour la raison)
       01  WS-MONTANT-SAISI-8.
           05 WS-MNT8-INT           PIC 9(6).
           05 WS-MNT8-DEC           PIC 99.
       01  WS-MONTANT-NUM-8 REDEFINES WS-MONTANT-SAISI-8 PIC 9(6)V99.
       01  WS-MONTANT-SAISI-9.
           05 WS-MNT9-INT           PIC 9(7).
           05 WS-MNT9-DEC           PIC 99.
       01  WS-MONTANT-NUM-9 REDEFINES WS-MONTANT-SAISI-9 PIC 9(7)V99.

      * Ecran de reponse (mise a jour) / detail (consultation)
       01  WS-ECRAN-REPONSE         PIC X(60).
       01  WS-ECRAN-DETAIL.
           05 FILLER                PIC X(8) VALUE 'AVOCAT: '.
           05 WS-DET-AVOCAT         PIC X(20).
           05 FILLER                PIC X(6) VALUE ' JUR: '.
           05 WS-DET-JURIDICTION    PIC X(20).
           05 FILLER                PIC X(10) VALUE ' OUVERT LE'.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-OUVERTURE      PIC 9(8).
           05 FILLER                PIC X(7) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE 'AUDIENCE: '.
           05 WS-DET-AUDIENCE       PIC 9(8).
           05 FILLER                PIC X(3) VALUE ' A '.
           05 WS-DET-HEURE          PIC 99B99.
           05 FILLER                PIC X(11) VALUE ' DERNIERE: '.
           05 WS-DET-DERNIERE       PIC 9(8).
           05 FILLER                PIC X(12) VALUE ' AUDIENCES: '.
           05 WS-DET-NB-AUD         PIC Z9.
           05 FILLER                PIC X(21) VALUE SPACES.
           05 FILLER                PIC X(9) VALUE 'RECLAME: '.
           05 WS-DET-RECLAME        PIC Z(6)9.99.
           05 FILLER                PIC X(12) VALUE ' PROVISION: '.
           05 WS-DET-PROVISION      PIC Z(6)9.99.
           05 FILLER                PIC X(8) VALUE ' FRAIS: '.
           05 WS-DET-FRAIS          PIC Z(6)9.99.
           05 FILLER                PIC X(21) VALUE SPACES.
           05 FILLER                PIC X(7) VALUE 'ISSUE: '.
           05 WS-DET-ISSUE          PIC X(20).
           05 FILLER                PIC X(4) VALUE ' LE '.
           05 WS-DET-DATE-ISSUE     PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-MONTANT-ISSUE  PIC Z(6)9.99.
           05 FILLER                PIC X(5) VALUE ' PAR '.
           05 WS-DET-USER           PIC X(8).
           05 FILLER                PIC X(17) VALUE SPACES.

       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-DATE-SAISIE           PIC 9(8).
       01  WS-INDICATEUR-SIN        PIC X(1).
       01  WS-DOSSIER-EXISTE        PIC X VALUE 'N'.
           88 DOSSIER-EXISTE            VALUE 'O'.
       01  WS-SINISTRE-MARQUE       PIC X VALUE 'N'.
           88 SINISTRE-MARQUE           VALUE 'O'.

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
               TRANSID('CTXA')
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

      * Second passage : ouvrir, mettre a jour ou consulter le         *
      * dossier contentieux du sinistre                                *

       2000-RECEVOIR-ET-TRAITER.
           MOVE SPACES TO WS-SAISIE-CTX
           MOVE 69 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-CTX)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC

           MOVE WS-SAI-MAT TO WS-ACT-MATRICULE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

      * Le sinistre vise doit exister (son indicateur contentieux est
      * mis a jour a l'ouverture et a l'issue)
           INITIALIZE W-SINISTRE
           OPEN INPUT F-SINISTRE
           IF FS-SINISTRE NOT = '00'
               MOVE 'FICHIER DES SINISTRES INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF
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

           OPEN I-O F-CONTENTX
           IF FS-CONTENTX NOT = '00'
               OPEN OUTPUT F-CONTENTX
               IF FS-CONTENTX = '00'
                   CLOSE F-CONTENTX
                   OPEN I-O F-CONTENTX
               END-IF
           END-IF
           IF FS-CONTENTX NOT = '00'
               MOVE 'FICHIER CONTENTIEUX INDISPONIBLE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2000-REPONSE-SIMPLE
           END-IF

           MOVE 'N' TO WS-DOSSIER-EXISTE
           INITIALIZE W-CONTENT
           MOVE WS-SAI-MAT TO FS-CTX-CLE(1:6)
           MOVE WS-SAI-SIN-SEQ TO FS-CTX-CLE(7:4)
           READ F-CONTENTX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'O' TO WS-DOSSIER-EXISTE
                   MOVE FS-CTX-REC TO W-CONTENT
           END-READ

           EVALUATE TRUE
               WHEN ACTION-OUVRIR
                   MOVE 'OUVERTURE' TO WS-ACT-FONCTION
                   PERFORM 3000-OUVRIR-DOSSIER
                       THRU FIN-3000-OUVRIR-DOSSIER
               WHEN ACTION-MODIFIER
                   MOVE 'MODIF' TO WS-ACT-FONCTION
                   PERFORM 3500-MODIFIER-DOSSIER
                       THRU FIN-3500-MODIFIER-DOSSIER
               WHEN ACTION-AUDIENCE
                   MOVE 'AUDIENCE' TO WS-ACT-FONCTION
                   PERFORM 4000-FIXER-AUDIENCE
                       THRU FIN-4000-FIXER-AUDIENCE
               WHEN ACTION-FRAIS
                   MOVE 'FRAIS' TO WS-ACT-FONCTION
                   PERFORM 4500-AJOUTER-FRAIS
                       THRU FIN-4500-AJOUTER-FRAIS
               WHEN ACTION-ISSUE
                   MOVE 'ISSUE' TO WS-ACT-FONCTION
                   PERFORM 5000-ENREGISTRER-ISSUE
                       THRU FIN-5000-ENREGISTRER-ISSUE
               WHEN ACTION-CONSULTER
                   MOVE 'CONSULT' TO WS-ACT-FONCTION
                   CLOSE F-CONTENTX
                   IF NOT DOSSIER-EXISTE
                       MOVE 'AUCUN DOSSIER CONTENTIEUX POUR CE SINISTRE'
                           TO WS-ECRAN-REPONSE
                       GO TO FIN-2000-REPONSE-SIMPLE
                   END-IF
                   PERFORM 7000-AFFICHER-DOSSIER
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-DETAIL)
                       LENGTH(LENGTH OF WS-ECRAN-DETAIL)
                       ERASE
                   END-EXEC
                   GO TO FIN-2000-RECEVOIR-ET-TRAITER
               WHEN OTHER
                   MOVE 'ACTION INVALIDE (O/M/A/F/I/L ATTENDU)'
                       TO WS-ECRAN-REPONSE
           END-EVALUATE
           CLOSE F-CONTENTX
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

      * Ouverture du dossier - sinistre actif, un seul dossier par     *
      * sinistre ; le sinistre passe en SIN-CONTENTIEUX 'C'            *

       3000-OUVRIR-DOSSIER.
           IF DOSSIER-EXISTE
               MOVE 'DOSSIER CONTENTIEUX DEJA OUVERT'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-OUVRIR-DOSSIER
           END-IF
           IF SIN-ETAT OF W-SINISTRE = 'X'
               MOVE 'SINISTRE ANNULE - PAS DE CONTENTIEUX'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-OUVRIR-DOSSIER
           END-IF
           IF WS-SAI-AVOCAT = SPACES
               MOVE 'AVOCAT OBLIGATOIRE A L''OUVERTURE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3000-OUVRIR-DOSSIER
           END-IF
           PERFORM 3900-CONTROLER-MONTANTS
           IF WS-ECRAN-REPONSE NOT = SPACES
               GO TO FIN-3000-OUVRIR-DOSSIER
           END-IF

           INITIALIZE W-CONTENT
           MOVE WS-SAI-MAT          TO CTX-MAT
           MOVE WS-SAI-SIN-SEQ      TO CTX-SIN-SEQ
           MOVE WS-SAI-AVOCAT       TO CTX-AVOCAT
           MOVE WS-SAI-JURIDICTION  TO CTX-JURIDICTION
           MOVE WS-DATE-JOUR        TO CTX-DATE-OUVERTURE
           IF WS-SAI-RECLAME NOT = SPACES
               MOVE WS-SAI-RECLAME TO WS-MONTANT-SAISI-9
               MOVE WS-MONTANT-NUM-9 TO CTX-MONTANT-RECLAME
           END-IF
           IF WS-SAI-PROVISION NOT = SPACES
               MOVE WS-SAI-PROVISION TO WS-MONTANT-SAISI-9
               MOVE WS-MONTANT-NUM-9 TO CTX-PROVISION
           END-IF
           MOVE SPACE               TO CTX-ISSUE
           MOVE WS-SES-USER         TO CTX-USER
           MOVE WS-DATE-JOUR        TO CTX-DATE-MAJ
           MOVE W-CONTENT TO FS-CTX-REC
           WRITE FS-CTX-REC
               INVALID KEY
                   MOVE 'ECHEC OUVERTURE DU DOSSIER'
                       TO WS-ECRAN-REPONSE
                   GO TO FIN-3000-OUVRIR-DOSSIER
           END-WRITE

           MOVE 'C' TO WS-INDICATEUR-SIN
           PERFORM 6000-MARQUER-SINISTRE
           IF SINISTRE-MARQUE
               MOVE 'DOSSIER CONTENTIEUX OUVERT' TO WS-ECRAN-REPONSE
           ELSE
               MOVE 'DOSSIER OUVERT - SINISTRE NON MARQUE'
                   TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-3000-OUVRIR-DOSSIER.
           EXIT.

      * Modification - avocat, juridiction, montant reclame ou         *
      * provision revus ; une zone a blanc reste inchangee             *

       3500-MODIFIER-DOSSIER.
           IF NOT DOSSIER-EXISTE
               MOVE 'AUCUN DOSSIER CONTENTIEUX POUR CE SINISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3500-MODIFIER-DOSSIER
           END-IF
           IF NOT CTX-EN-COURS
               MOVE 'PROCEDURE TERMINEE - SEULS LES FRAIS (F)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-3500-MODIFIER-DOSSIER
           END-IF
           PERFORM 3900-CONTROLER-MONTANTS
           IF WS-ECRAN-REPONSE NOT = SPACES
               GO TO FIN-3500-MODIFIER-DOSSIER
           END-IF

           IF WS-SAI-AVOCAT NOT = SPACES
               MOVE WS-SAI-AVOCAT TO CTX-AVOCAT
           END-IF
           IF WS-SAI-JURIDICTION NOT = SPACES
               MOVE WS-SAI-JURIDICTION TO CTX-JURIDICTION
           END-IF
           IF WS-SAI-RECLAME NOT = SPACES
               MOVE WS-SAI-RECLAME TO WS-MONTANT-SAISI-9
               MOVE WS-MONTANT-NUM-9 TO CTX-MONTANT-RECLAME
           END-IF
           IF WS-SAI-PROVISION NOT = SPACES
               MOVE WS-SAI-PROVISION TO WS-MONTANT-SAISI-9
               MOVE WS-MONTANT-NUM-9 TO CTX-PROVISION
           END-IF
           PERFORM 8000-REECRIRE-DOSSIER
           IF WS-ECRAN-REPONSE = SPACES
               MOVE 'DOSSIER CONTENTIEUX MIS A JOUR'
                   TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-3500-MODIFIER-DOSSIER.
           EXIT.

      * Montants reclame et provision : a blanc ou 9 chiffres (7+2)    *

       3900-CONTROLER-MONTANTS.
           MOVE SPACES TO WS-ECRAN-REPONSE
           IF WS-SAI-RECLAME NOT = SPACES
                   AND WS-SAI-RECLAME NOT NUMERIC
               MOVE 'MONTANT RECLAME INVALIDE (9 CHIFFRES, 7+2)'
                   TO WS-ECRAN-REPONSE
           END-IF
           IF WS-SAI-PROVISION NOT = SPACES
                   AND WS-SAI-PROVISION NOT NUMERIC
               MOVE 'PROVISION INVALIDE (9 CHIFFRES, 7+2)'
                   TO WS-ECRAN-REPONSE
           END-IF
           .

      * Prochaine audience - l'audience fixee, si elle est passee,     *
      * est comptee comme tenue ; sinon elle est remplacee (renvoi)    *

       4000-FIXER-AUDIENCE.
           IF NOT DOSSIER-EXISTE
               MOVE 'AUCUN DOSSIER CONTENTIEUX POUR CE SINISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-FIXER-AUDIENCE
           END-IF
           IF NOT CTX-EN-COURS
               MOVE 'PROCEDURE TERMINEE - SEULS LES FRAIS (F)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4000-FIXER-AUDIENCE
           END-IF
           IF WS-SAI-DATE-AUD NOT = SPACES
               IF WS-SAI-DATE-AUD NOT NUMERIC
                   MOVE 'DATE D''AUDIENCE INVALIDE' TO WS-ECRAN-REPONSE
                   GO TO FIN-4000-FIXER-AUDIENCE
               END-IF
               MOVE WS-SAI-DATE-AUD TO WS-DATE-SAISIE
               IF WS-DATE-SAISIE < WS-DATE-JOUR
                   MOVE 'DATE D''AUDIENCE DEJA PASSEE'
                       TO WS-ECRAN-REPONSE
                   GO TO FIN-4000-FIXER-AUDIENCE
               END-IF
               IF WS-SAI-HEURE-AUD NOT = SPACES
                       AND WS-SAI-HEURE-AUD NOT NUMERIC
                   MOVE 'HEURE D''AUDIENCE INVALIDE (HHMM)'
                       TO WS-ECRAN-REPONSE
                   GO TO FIN-4000-FIXER-AUDIENCE
               END-IF
           END-IF

           PERFORM 4100-COMPTER-AUDIENCE-TENUE
           IF WS-SAI-DATE-AUD = SPACES
               MOVE 0 TO CTX-DATE-AUDIENCE
               MOVE 0 TO CTX-HEURE-AUDIENCE
           ELSE
               MOVE WS-DATE-SAISIE TO CTX-DATE-AUDIENCE
               IF WS-SAI-HEURE-AUD = SPACES
                   MOVE 0 TO CTX-HEURE-AUDIENCE
               ELSE
                   MOVE WS-SAI-HEURE-AUD TO CTX-HEURE-AUDIENCE
               END-IF
           END-IF
           PERFORM 8000-REECRIRE-DOSSIER
           IF WS-ECRAN-REPONSE = SPACES
               IF CTX-DATE-AUDIENCE = 0
                   MOVE 'PLUS D''AUDIENCE FIXEE' TO WS-ECRAN-REPONSE
               ELSE
                   MOVE 'AUDIENCE FIXEE AU ' TO WS-ECRAN-REPONSE
                   MOVE CTX-DATE-AUDIENCE TO WS-ECRAN-REPONSE(19:8)
               END-IF
           END-IF
           .
       FIN-4000-FIXER-AUDIENCE.
           EXIT.

       4100-COMPTER-AUDIENCE-TENUE.
           IF CTX-DATE-AUDIENCE > 0
                   AND CTX-DATE-AUDIENCE NOT > WS-DATE-JOUR
               MOVE CTX-DATE-AUDIENCE TO CTX-DATE-DERN-AUDIENCE
               IF CTX-NB-AUDIENCES < 99
                   ADD 1 TO CTX-NB-AUDIENCES
               END-IF
           END-IF
           .

      * Frais de procedure payes (honoraires, huissier...) - cumul,    *
      * admis aussi apres l'issue                                      *

       4500-AJOUTER-FRAIS.
           IF NOT DOSSIER-EXISTE
               MOVE 'AUCUN DOSSIER CONTENTIEUX POUR CE SINISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4500-AJOUTER-FRAIS
           END-IF
           IF WS-SAI-MONTANT-FRAIS NOT NUMERIC
               MOVE 'MONTANT INVALIDE (8 CHIFFRES, 6+2)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-4500-AJOUTER-FRAIS
           END-IF
           MOVE WS-SAI-MONTANT-FRAIS TO WS-MONTANT-SAISI-8
           ADD WS-MONTANT-NUM-8 TO CTX-FRAIS
               ON SIZE ERROR
                   MOVE 'CUMUL DES FRAIS DEPASSE' TO WS-ECRAN-REPONSE
                   GO TO FIN-4500-AJOUTER-FRAIS
           END-ADD
           PERFORM 8000-REECRIRE-DOSSIER
           IF WS-ECRAN-REPONSE = SPACES
               MOVE 'FRAIS ENREGISTRES' TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-4500-AJOUTER-FRAIS.
           EXIT.

      * Issue de la procedure - le dossier est clos et le sinistre     *
      * passe en SIN-CONTENTIEUX 'T'                                   *

       5000-ENREGISTRER-ISSUE.
           IF NOT DOSSIER-EXISTE
               MOVE 'AUCUN DOSSIER CONTENTIEUX POUR CE SINISTRE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF
           IF NOT CTX-EN-COURS
               MOVE 'ISSUE DEJA ENREGISTREE' TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF
           MOVE WS-SAI-CODE-ISSUE TO CTX-ISSUE
           IF NOT CTX-ISSUE-VALIDE
               MOVE 'CODE ISSUE INVALIDE (G/P/T/D ATTENDU)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF
           IF WS-SAI-DATE-ISSUE = SPACES
               MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           ELSE
               IF WS-SAI-DATE-ISSUE NOT NUMERIC
                   MOVE 'DATE D''ISSUE INVALIDE' TO WS-ECRAN-REPONSE
                   GO TO FIN-5000-ENREGISTRER-ISSUE
               END-IF
               MOVE WS-SAI-DATE-ISSUE TO WS-DATE-SAISIE
           END-IF
           IF WS-DATE-SAISIE < CTX-DATE-OUVERTURE
               MOVE 'ISSUE ANTERIEURE A L''OUVERTURE'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF
           IF WS-SAI-MONTANT-ISSUE NOT = SPACES
                   AND WS-SAI-MONTANT-ISSUE NOT NUMERIC
               MOVE 'MONTANT INVALIDE (9 CHIFFRES, 7+2)'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF

           PERFORM 4100-COMPTER-AUDIENCE-TENUE
           MOVE 0 TO CTX-DATE-AUDIENCE
           MOVE 0 TO CTX-HEURE-AUDIENCE
           MOVE WS-DATE-SAISIE TO CTX-DATE-ISSUE
           MOVE 0 TO CTX-MONTANT-ISSUE
           IF WS-SAI-MONTANT-ISSUE NOT = SPACES
               MOVE WS-SAI-MONTANT-ISSUE TO WS-MONTANT-SAISI-9
               MOVE WS-MONTANT-NUM-9 TO CTX-MONTANT-ISSUE
           END-IF
           PERFORM 8000-REECRIRE-DOSSIER
           IF WS-ECRAN-REPONSE NOT = SPACES
               GO TO FIN-5000-ENREGISTRER-ISSUE
           END-IF

           MOVE 'T' TO WS-INDICATEUR-SIN
           PERFORM 6000-MARQUER-SINISTRE
           IF SINISTRE-MARQUE
               MOVE 'ISSUE ENREGISTREE - DOSSIER CLOS'
                   TO WS-ECRAN-REPONSE
           ELSE
               MOVE 'ISSUE ENREGISTREE - SINISTRE NON MARQUE'
                   TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-5000-ENREGISTRER-ISSUE.
           EXIT.

      * Indicateur SIN-CONTENTIEUX du sinistre (WS-INDICATEUR-SIN)     *

       6000-MARQUER-SINISTRE.
           MOVE 'N' TO WS-SINISTRE-MARQUE
           OPEN I-O F-SINISTRE
           IF FS-SINISTRE = '00'
               MOVE WS-SAI-MAT TO FS-SINISTRE-MAT
               MOVE WS-SAI-SIN-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       MOVE WS-INDICATEUR-SIN
                           TO SIN-CONTENTIEUX OF W-SINISTRE
                       MOVE W-SINISTRE TO FS-SINISTRE-REC
                       REWRITE FS-SINISTRE-REC
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'O' TO WS-SINISTRE-MARQUE
                       END-REWRITE
               END-READ
               CLOSE F-SINISTRE
           END-IF
           .

      * Consultation : dossier complet                                 *

       7000-AFFICHER-DOSSIER.
           MOVE CTX-AVOCAT           TO WS-DET-AVOCAT
           MOVE CTX-JURIDICTION      TO WS-DET-JURIDICTION
           MOVE CTX-DATE-OUVERTURE   TO WS-DET-OUVERTURE
           MOVE CTX-DATE-AUDIENCE    TO WS-DET-AUDIENCE
           MOVE CTX-HEURE-AUDIENCE   TO WS-DET-HEURE
           MOVE CTX-DATE-DERN-AUDIENCE TO WS-DET-DERNIERE
           MOVE CTX-NB-AUDIENCES     TO WS-DET-NB-AUD
           MOVE CTX-MONTANT-RECLAME  TO WS-DET-RECLAME
           MOVE CTX-PROVISION        TO WS-DET-PROVISION
           MOVE CTX-FRAIS            TO WS-DET-FRAIS
           MOVE CTX-DATE-ISSUE       TO WS-DET-DATE-ISSUE
           MOVE CTX-MONTANT-ISSUE    TO WS-DET-MONTANT-ISSUE
           MOVE CTX-USER             TO WS-DET-USER
           EVALUATE CTX-ISSUE
               WHEN 'G'
                   MOVE 'GAGNEE' TO WS-DET-ISSUE
               WHEN 'P'
                   MOVE 'PERDUE (CONDAMNATION)' TO WS-DET-ISSUE
               WHEN 'T'
                   MOVE 'TRANSACTION' TO WS-DET-ISSUE
               WHEN 'D'
                   MOVE 'DESISTEMENT ADVERSE' TO WS-DET-ISSUE
               WHEN OTHER
                   MOVE 'EN COURS' TO WS-DET-ISSUE
           END-EVALUATE
           .

      * Reecriture du dossier (gestionnaire signe et date du jour)     *

       8000-REECRIRE-DOSSIER.
           MOVE SPACES TO WS-ECRAN-REPONSE
           MOVE WS-SES-USER  TO CTX-USER
           MOVE WS-DATE-JOUR TO CTX-DATE-MAJ
           MOVE W-CONTENT TO FS-CTX-REC
           REWRITE FS-CTX-REC
               INVALID KEY
                   MOVE 'ECHEC MISE A JOUR DU DOSSIER'
                       TO WS-ECRAN-REPONSE
           END-REWRITE
           .
