       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINASSU.

      * DECISION DE LA FINANCE SUR LES SAISIES TARDIVES RETENUES -     *
      * Un mouvement de police (MAJASSV2, codes A/S/X) ou une          *
      * correction/annulation de sinistre (SINASSU, codes C/X) date    *
      * dans une periode comptable fermee (PGMPERIO, fichier           *
      * WORK/PERIODES.dat tenu par PERA) ne se redate pas : il attend  *
      * dans WORK/TARDATT.dat (CTARDATT) l'accord de la finance. Ce    *
      * programme est l'etape de decision :                            *
      *   ACTION=LIST (defaut) - liste la file (WORK/FINASSU.lst),     *
      *     sans rien toucher                                          *
      *   ACTION=ACCORDER - la saisie est admise dans la periode       *
      *     fermee : les mouvements de police sont recopies dans       *
      *     WORK/TARDREL.dat (a recharger en FMVTSE via le fichier de  *
      *     controle MVTLISTE de MAJASSV2, hors controle de periode),  *
      *     les mouvements sinistre dans WORK/TARDSREL.dat (repris par *
      *     SINASSU au passage suivant, hors controle de periode)      *
      *   ACTION=REFUSER - la saisie est ecartee dans                  *
      *     WORK/TARDREJ.dat (a ressaisir a une date ouverte)          *
      * MAT=nnnnnn limite la decision a un seul matricule ; absent,    *
      * toute la file est concernee. Chaque decision est tracee dans   *
      * WORK/TARDIFS.dat (PGMPERIO 'J', traitement V accorde ou F      *
      * refuse) pour l'etat mensuel TARASSU. Les entrees decidees sont *
      * retirees de la file, les autres y sont reecrites telles        *
      * quelles (meme principe que SURASSU).                           *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TARDATT ASSIGN TO "WORK/TARDATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDATT.

      * Accords - EXTEND pour cumuler plusieurs decisions avant le
      * rechargement
           SELECT F-TARDREL ASSIGN TO "WORK/TARDREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDREL.

           SELECT F-TARDSREL ASSIGN TO "WORK/TARDSREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDSREL.

      * Saisies refusees par la finance
           SELECT F-REJET ASSIGN TO "WORK/TARDREJ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJET.

           SELECT F-RAPPORT ASSIGN TO "WORK/FINASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-TARDATT.
       01  FS-TAT-REC               PIC X(150).

       FD  F-TARDREL.
       01  FS-REL-REC               PIC X(100).

       FD  F-TARDSREL.
       01  FS-SREL-REC              PIC X(80).

       FD  F-REJET.
       01  FS-REJ-REC               PIC X(150).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-TARDATT                PIC XX.
       01  FS-TARDREL                PIC XX.
       01  FS-TARDSREL               PIC XX.
       01  FS-REJET                  PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-NOM-PGMPERIO           PIC X(8) VALUE 'PGMPERIO'.

      * Saisie retenue et sa decomposition
       01  W-TARDATT.
           COPY CTARDATT.
           COPY WFMVTSE.
           COPY WSINMVT.

      * Journal des saisies tardives (PGMPERIO 'J')
           COPY WCOMPER.

      * File chargee en memoire, reecrite en fin de run sans les
      * entrees decidees
       01  WS-TAB-TARDATT.
           05 WS-TAT-ENREG          PIC X(150) OCCURS 500 TIMES.
       01  WS-NB-TAT                 PIC 9(3) VALUE 0.
       01  WS-TAT-IDX                PIC 9(3).
       01  WS-TAT-DEBORDEMENT        PIC X VALUE 'N'.
           88 TAT-DEBORDEMENT            VALUE 'O'.
       01  WS-TAT-DECIDE             PIC X OCCURS 500 TIMES.

      * Action demandee (PARM ACTION=LIST|ACCORDER|REFUSER,MAT=nnnnnn)
       01  WS-PARM-ACTION            PIC X(8) VALUE 'LIST    '.
           88 ACTION-LIST                VALUE 'LIST    '.
           88 ACTION-ACCORDER            VALUE 'ACCORDER'.
           88 ACTION-REFUSER             VALUE 'REFUSER '.
       01  WS-PARM-MAT               PIC X(6) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       01  WS-MAT-ENTREE             PIC X(6).
       01  WS-CODE-ENTREE            PIC X(1).
       01  WS-VEHICULE-ENTREE        PIC 9(2).
       01  WS-SIN-ENTREE             PIC 9(4).
       01  WS-TRAITEMENT             PIC X(1).
       01  WS-FS-DECISION            PIC XX.

       01  WS-COMPTEURS.
           05 WS-NB-MOUVEMENTS      PIC 9(6) VALUE 0.
           05 WS-NB-SINISTRES       PIC 9(6) VALUE 0.
           05 WS-NB-CONSERVES       PIC 9(6) VALUE 0.
           05 WS-NB-ANOMALIES       PIC 9(6) VALUE 0.

      * Ligne de la file : saisie retenue, periode fermee visee,
      * date portee par la saisie et montant
       01  WS-LIG-ENTETE.
           05 FILLER PIC X(40) VALUE
               'O C MATRIC VE SIN  CIE PERIOD DATE SAI E'.
           05 FILLER PIC X(40) VALUE
               'N ATTEN PROGRAM  LOT        MONTANT     '.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-ORIGINE       PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-CODE          PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-MAT           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-VEHICULE      PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-SIN           PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-CIE           PIC X(1).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-PERIODE       PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE-ORIGINE  PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE-ATTENTE  PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-PROGRAMME     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-LOT           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-MONTANT       PIC -(7)9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'SAISIES TARDIVES - DECISION FINANCE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER
               VARYING WS-TAT-IDX FROM 1 BY 1
               UNTIL WS-TAT-IDX > WS-NB-TAT
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION               : ' WS-PARM-ACTION
           IF WS-PARM-MAT NOT = SPACES
               DISPLAY 'MATRICULE            : ' WS-PARM-MAT
           END-IF
           DISPLAY 'MOUVEMENTS TRAITES   : ' WS-NB-MOUVEMENTS
           DISPLAY 'SINISTRES TRAITES    : ' WS-NB-SINISTRES
           DISPLAY 'ENTREES EN ATTENTE   : ' WS-NB-CONSERVES
           DISPLAY 'ANOMALIES            : ' WS-NB-ANOMALIES
           DISPLAY '========================================'
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           PERFORM 10300-CHARGER-FILE
           IF TAT-DEBORDEMENT AND NOT ACTION-LIST
               DISPLAY 'FILE TARDATT TROP VOLUMINEUSE - DECIDER PAR '
                       'MATRICULE APRES REVUE (ACTION=LIST)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ACTION-LIST
                   OPEN OUTPUT F-RAPPORT
                   IF FS-RAPPORT NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE RAPPORT'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE 'SAISIES DATEES DANS UNE PERIODE FERMEE '
                       TO FS-RAPPORT-REC
                   MOVE '- EN ATTENTE DE LA FINANCE'
                       TO FS-RAPPORT-REC(40:26)
                   WRITE FS-RAPPORT-REC
                   MOVE SPACES TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
                   MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
               WHEN ACTION-ACCORDER
                   OPEN EXTEND F-TARDREL
                   IF FS-TARDREL NOT = '00'
                       OPEN OUTPUT F-TARDREL
                   END-IF
                   IF FS-TARDREL NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE TARDREL'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   OPEN EXTEND F-TARDSREL
                   IF FS-TARDSREL NOT = '00'
                       OPEN OUTPUT F-TARDSREL
                   END-IF
                   IF FS-TARDSREL NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE TARDSREL'
                       CLOSE F-TARDREL
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN ACTION-REFUSER
                   OPEN EXTEND F-REJET
                   IF FS-REJET NOT = '00'
                       OPEN OUTPUT F-REJET
                   END-IF
                   IF FS-REJET NOT = '00'
                       DISPLAY 'ERREUR OUVERTURE TARDREJ'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU '
                           'ACTION=LIST|ACCORDER|REFUSER[,MAT=nnnnnn]'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM 10110-LIRE-TOKEN
               VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
           .

       10110-LIRE-TOKEN.
           IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
               MOVE WS-PARM-TOK(WS-PARM-IDX)(8:8)
                   TO WS-PARM-ACTION
           END-IF
           IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'MAT='
               MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                   TO WS-PARM-MAT
           END-IF
           .

      * Charger la file des saisies retenues en memoire                *

       10300-CHARGER-FILE.
           OPEN INPUT F-TARDATT
           IF FS-TARDATT NOT = '00'
               DISPLAY 'FILE DES SAISIES RETENUES VIDE OU ABSENTE '
                       '(TARDATT)'
           ELSE
               PERFORM 10310-LIRE-ENTREE-FILE
                   UNTIL FS-TARDATT = '10'
               CLOSE F-TARDATT
           END-IF
           .

       10310-LIRE-ENTREE-FILE.
           READ F-TARDATT
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-TAT < 500
                       ADD 1 TO WS-NB-TAT
                       MOVE FS-TAT-REC TO WS-TAT-ENREG(WS-NB-TAT)
                       MOVE 'N' TO WS-TAT-DECIDE(WS-NB-TAT)
                   ELSE
                       SET TAT-DEBORDEMENT TO TRUE
                   END-IF
           END-READ
           .

      * Traitement d'une entree de la file                            *

       20000-TRAITER.
           MOVE WS-TAT-ENREG(WS-TAT-IDX) TO W-TARDATT
           IF TAT-SINISTRE
               MOVE TAT-SINMVT TO W-SINMVT
               MOVE SM-MAT OF W-SINMVT TO WS-MAT-ENTREE
               MOVE SM-CODE OF W-SINMVT TO WS-CODE-ENTREE
               MOVE SM-SEQ-VEHICULE OF W-SINMVT TO WS-VEHICULE-ENTREE
               MOVE SM-SIN-SEQ OF W-SINMVT TO WS-SIN-ENTREE
           ELSE
               MOVE TAT-MVT TO W-FMVTSE
               MOVE F-MAT TO WS-MAT-ENTREE
               MOVE F-CODE TO WS-CODE-ENTREE
               MOVE 01 TO WS-VEHICULE-ENTREE
               IF F-VERSION = '2' AND F-SEQ-VEHICULE NUMERIC
                       AND F-SEQ-VEHICULE NOT = '00'
                   MOVE F-SEQ-VEHICULE TO WS-VEHICULE-ENTREE
               END-IF
               MOVE 0 TO WS-SIN-ENTREE
           END-IF
           IF WS-PARM-MAT = SPACES OR WS-PARM-MAT = WS-MAT-ENTREE
               EVALUATE TRUE
                   WHEN ACTION-LIST
                       PERFORM 21000-LISTER-ENTREE
                   WHEN ACTION-ACCORDER
                       MOVE 'V' TO WS-TRAITEMENT
                       PERFORM 22000-DECIDER-ENTREE
                   WHEN ACTION-REFUSER
                       MOVE 'F' TO WS-TRAITEMENT
                       PERFORM 22000-DECIDER-ENTREE
               END-EVALUATE
           END-IF
           .

       21000-LISTER-ENTREE.
           IF TAT-SINISTRE
               ADD 1 TO WS-NB-SINISTRES
               MOVE WS-SIN-ENTREE     TO WS-LIGD-SIN
           ELSE
               ADD 1 TO WS-NB-MOUVEMENTS
               MOVE SPACES            TO WS-LIGD-SIN
           END-IF
           MOVE TAT-ORIGINE           TO WS-LIGD-ORIGINE
           MOVE WS-CODE-ENTREE        TO WS-LIGD-CODE
           MOVE WS-MAT-ENTREE         TO WS-LIGD-MAT
           MOVE WS-VEHICULE-ENTREE    TO WS-LIGD-VEHICULE
           MOVE TAT-CIE               TO WS-LIGD-CIE
           MOVE TAT-PERIODE-FERMEE    TO WS-LIGD-PERIODE
           MOVE TAT-DATE-ORIGINE      TO WS-LIGD-DATE-ORIGINE
           MOVE TAT-DATE-ATTENTE      TO WS-LIGD-DATE-ATTENTE
           MOVE TAT-PROGRAMME         TO WS-LIGD-PROGRAMME
           MOVE TAT-LOT               TO WS-LIGD-LOT
           MOVE TAT-MONTANT           TO WS-LIGD-MONTANT
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decision : saisie accordee (recopiee pour rechargement) ou     *
      * refusee (ecartee), tracee dans TARDIFS ; une ecriture en echec *
      * laisse l'entree dans la file                                   *

       22000-DECIDER-ENTREE.
           IF ACTION-ACCORDER
               IF TAT-SINISTRE
                   MOVE TAT-SINMVT TO FS-SREL-REC
                   WRITE FS-SREL-REC
                   MOVE FS-TARDSREL TO WS-FS-DECISION
               ELSE
                   MOVE TAT-MVT TO FS-REL-REC
                   WRITE FS-REL-REC
                   MOVE FS-TARDREL TO WS-FS-DECISION
               END-IF
           ELSE
               MOVE W-TARDATT TO FS-REJ-REC
               WRITE FS-REJ-REC
               MOVE FS-REJET TO WS-FS-DECISION
           END-IF
           IF WS-FS-DECISION NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE IMPOSSIBLE ' TAT-ORIGINE
                       ' ' WS-MAT-ENTREE ' : ' WS-FS-DECISION
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               IF TAT-SINISTRE
                   ADD 1 TO WS-NB-SINISTRES
               ELSE
                   ADD 1 TO WS-NB-MOUVEMENTS
               END-IF
               MOVE 'O' TO WS-TAT-DECIDE(WS-TAT-IDX)
               PERFORM 22100-JOURNALISER-DECISION
           END-IF
           .

      * Trace de la decision dans WORK/TARDIFS.dat - date retenue =    *
      * date de la saisie si accordee, zero si refusee                 *

       22100-JOURNALISER-DECISION.
           MOVE 'FINASSU'              TO WS-PER-PROGRAMME
           MOVE TAT-LOT                TO WS-PER-ORIGINE
           MOVE TAT-ORIGINE            TO WS-PER-NATURE
           MOVE WS-CODE-ENTREE         TO WS-PER-CODE
           MOVE TAT-CIE                TO WS-PER-CIE
           MOVE WS-MAT-ENTREE          TO WS-PER-MAT
           MOVE WS-VEHICULE-ENTREE     TO WS-PER-VEHICULE
           MOVE WS-SIN-ENTREE          TO WS-PER-SIN-SEQ
           MOVE TAT-DATE-ORIGINE       TO WS-PER-DATE
           IF ACTION-ACCORDER
               MOVE TAT-DATE-ORIGINE   TO WS-PER-DATE-RETENUE
           ELSE
               MOVE 0                  TO WS-PER-DATE-RETENUE
           END-IF
           MOVE WS-TRAITEMENT          TO WS-PER-TRAITEMENT
           MOVE TAT-MONTANT            TO WS-PER-MONTANT
           MOVE 'J'                    TO WS-PER-FONCTION
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           IF WS-PER-RETOUR NOT = 00
               DISPLAY 'TARDIFS NON MIS A JOUR - ' TAT-ORIGINE ' '
                       WS-MAT-ENTREE ' : ' WS-PER-RETOUR
           END-IF
           .

      * Fin de traitement - ACCORDER et REFUSER reecrivent la file     *
      * sans les entrees decidees, LIST la laisse intacte              *

       30000-FIN.
           EVALUATE TRUE
               WHEN ACTION-LIST
                   CLOSE F-RAPPORT
                   MOVE WS-NB-TAT TO WS-NB-CONSERVES
               WHEN ACTION-ACCORDER
                   CLOSE F-TARDREL
                   CLOSE F-TARDSREL
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'MOUVEMENTS ACCORDES DANS WORK/TARDREL.dat '
                           '- A RECHARGER EN FMVTSE (cf MVTLISTE)'
                   DISPLAY 'SINISTRES ACCORDES DANS WORK/TARDSREL.dat '
                           '- REPRIS PAR SINASSU'
               WHEN ACTION-REFUSER
                   CLOSE F-REJET
                   PERFORM 31000-REECRIRE-FILE
                   DISPLAY 'SAISIES REFUSEES DANS WORK/TARDREJ.dat'
           END-EVALUATE
           .

       31000-REECRIRE-FILE.
           OPEN OUTPUT F-TARDATT
           PERFORM 31100-REECRIRE-ENTREE
               VARYING WS-TAT-IDX FROM 1 BY 1
               UNTIL WS-TAT-IDX > WS-NB-TAT
           CLOSE F-TARDATT
           .

       31100-REECRIRE-ENTREE.
           IF WS-TAT-DECIDE(WS-TAT-IDX) NOT = 'O'
               MOVE WS-TAT-ENREG(WS-TAT-IDX) TO FS-TAT-REC
               WRITE FS-TAT-REC
               ADD 1 TO WS-NB-CONSERVES
           END-IF
           .
