       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESASSU.

      * PORTEFEUILLE DES GESTIONNAIRES DE SINISTRES - Chaque sinistre  *
      * cree par SINASSU ou CLMA est affecte a un gestionnaire de      *
      * WORK/USERS.dat (SIN-GESTIONNAIRE, cf PGMGEST). Ce batch :      *
      *   ACTION=CHARGE (defaut) : edition quotidienne de la charge    *
      *     par gestionnaire (WORK/GESCHARG.lst) - sinistres ouverts,  *
      *     dont ages de plus de 30 jours et de plus de 90 jours       *
      *     (depuis SIN-DATE-OUVERTURE, a defaut SIN-DATE), ouverts    *
      *     ce jour - plus une ligne des sinistres non affectes ; le   *
      *     compteur de dossiers de chaque gestionnaire dans USERS     *
      *     est recale sur le recomptage (PGMGEST 'C')                 *
      *   ACTION=TRANSFERT,DE=user[,A=user] : absence ou depart - les  *
      *     sinistres ouverts de DE passent a A, ou sans A sont        *
      *     reaffectes un a un selon la regle d'affectation (region    *
      *     du vehicule, gestionnaire le moins charge, DE exclu)       *
      *   ACTION=AFFECTER,MAT=nnnnnn,SEQ=nnnn[,A=user] : reaffectation *
      *     d'un seul sinistre (nominative ou selon la regle)          *
      *   ACTION=REPRISE : affectation des sinistres ouverts restes    *
      *     sans gestionnaire (aucun disponible a leur creation,       *
      *     sinistres anterieurs)                                      *
      * Les reaffectations sont listees dans WORK/GESREAF.lst.         *
      * Les sinistres annules (SIN-ETAT 'X') ne sont jamais comptes    *
      * ni reaffectes.                                                 *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-USERS ASSIGN TO "WORK/USERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-USR-ID
               FILE STATUS IS FS-USERS.

      * Vehicule du sinistre, pour la region de reaffectation
           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

      * Edition de la charge par gestionnaire
           SELECT F-CHARGE ASSIGN TO "WORK/GESCHARG.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHARGE.

      * Liste des reaffectations
           SELECT F-REAFF ASSIGN TO "WORK/GESREAF.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REAFF.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-USERS.
       01  FS-USR-REC.
           05 FS-USR-ID            PIC X(8).
           05 FS-USR-MDP           PIC X(8).
           05 FS-USR-NIVEAU        PIC 9(1).
           05 FS-USR-NOM           PIC X(20).
           05 FS-USR-REGION        PIC X(3).
           05 FS-USR-DISPO         PIC X(1).
           05 FS-USR-NB-DOSSIERS   PIC 9(5).
           05 FS-USR-RESTE         PIC X(4).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-CHARGE.
       01  FS-CHARGE-REC           PIC X(80).

       FD  F-REAFF.
       01  FS-REAFF-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-SINISTRE               PIC XX.
       01  FS-USERS                  PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-CHARGE                 PIC XX.
       01  FS-REAFF                  PIC XX.

       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

       01  WS-NOM-PGMGEST            PIC X(8) VALUE 'PGMGEST'.

      * Zone d'appel PGMGEST
       01  WS-COM-GESTION.
           05 WS-GES-FONCTION       PIC X(1).
           05 WS-GES-CP             PIC 9(5).
           05 WS-GES-EXCLU          PIC X(8).
           05 WS-GES-USER           PIC X(8).
           05 WS-GES-REGION         PIC X(3).
           05 WS-GES-NB             PIC 9(5).
           05 WS-GES-RETOUR         PIC 99.
           05 FILLER                PIC X(8).

      * Zones extraites du PARM
       01  WS-PARM-ACTION            PIC X(9) VALUE 'CHARGE'.
       01  WS-PARM-DE                PIC X(8) VALUE SPACES.
       01  WS-PARM-A                 PIC X(8) VALUE SPACES.
       01  WS-PARM-MAT               PIC X(6) VALUE SPACES.
       01  WS-PARM-SEQ               PIC X(4) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Date du jour et anciennete du sinistre
       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-JOUR-NUM               PIC 9(7).
       01  WS-DATE-REF               PIC 9(8).
       01  WS-AGE-JOURS              PIC S9(7).

      * Table des gestionnaires (USERS, ordre des identifiants) -
      * un gestionnaire present sur un sinistre mais absent de USERS
      * est ajoute en fin de table comme inconnu
       01  WS-TAB-GESTIONNAIRES.
           05 WS-GT-ENTREE OCCURS 300 TIMES.
               10 WS-GT-USER         PIC X(8).
               10 WS-GT-NOM          PIC X(20).
               10 WS-GT-REGION       PIC X(3).
               10 WS-GT-DISPO        PIC X(1).
               10 WS-GT-NB-USERS     PIC 9(5).
               10 WS-GT-CONNU        PIC X(1).
               10 WS-GT-OUVERTS      PIC 9(5).
               10 WS-GT-PLUS-30      PIC 9(5).
               10 WS-GT-PLUS-90      PIC 9(5).
               10 WS-GT-DU-JOUR      PIC 9(5).
       01  WS-NB-GEST                PIC 9(3) VALUE 0.
       01  WS-IDX-GEST               PIC 9(3).
       01  WS-GT-POS                 PIC 9(3).

      * Cumuls des sinistres non affectes et totaux
       01  WS-TOTAUX-NON-AFFECTES.
           05 WS-NA-OUVERTS          PIC 9(6) VALUE 0.
           05 WS-NA-PLUS-30          PIC 9(6) VALUE 0.
           05 WS-NA-PLUS-90          PIC 9(6) VALUE 0.
           05 WS-NA-DU-JOUR          PIC 9(6) VALUE 0.
       01  WS-TOTAUX-GENERAUX.
           05 WS-TOT-OUVERTS         PIC 9(6) VALUE 0.
           05 WS-TOT-PLUS-30         PIC 9(6) VALUE 0.
           05 WS-TOT-PLUS-90         PIC 9(6) VALUE 0.
           05 WS-TOT-DU-JOUR         PIC 9(6) VALUE 0.

      * Reaffectation en cours
       01  WS-ANCIEN-GEST            PIC X(8).
       01  WS-NOUVEAU-GEST           PIC X(8).
       01  WS-FIN-SINISTRE           PIC X VALUE 'N'.
           88 FIN-SINISTRE               VALUE 'O'.
       01  WS-A-TRAITER              PIC X VALUE 'N'.
           88 A-TRAITER                  VALUE 'O'.

      * Compteurs
       01  WS-CPT-SIN-LUS            PIC 9(6) VALUE 0.
       01  WS-CPT-GEST-INCONNUS      PIC 9(6) VALUE 0.
       01  WS-CPT-RECALES            PIC 9(6) VALUE 0.
       01  WS-CPT-DEBORDEMENT        PIC 9(6) VALUE 0.
       01  WS-CPT-REAFFECTES         PIC 9(6) VALUE 0.
       01  WS-CPT-NON-REAFFECTES     PIC 9(6) VALUE 0.
       01  WS-CPT-ANOMALIES          PIC 9(6) VALUE 0.

      * Lignes d'edition de la charge
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(40)
               VALUE 'CHARGE DES GESTIONNAIRES DE SINISTRES - '.
           05 WS-LIGT-DATE          PIC 9999/99/99.
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(30)
               VALUE 'GESTION.  NOM                 '.
           05 FILLER                PIC X(14) VALUE 'REG DISPO'.
           05 FILLER                PIC X(7)  VALUE 'OUVERTS'.
           05 FILLER                PIC X(7)  VALUE '  >30 J'.
           05 FILLER                PIC X(7)  VALUE '  >90 J'.
           05 FILLER                PIC X(9)  VALUE '  DU JOUR'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-USER          PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-NOM           PIC X(20).
           05 WS-LIGD-REGION        PIC X(3).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-DISPO         PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-OUVERTS       PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-PLUS-30       PIC ZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-PLUS-90       PIC ZZZZ9.
           05 FILLER                PIC X(3) VALUE SPACES.
           05 WS-LIGD-DU-JOUR       PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGS-LIBELLE       PIC X(42).
           05 WS-LIGS-OUVERTS       PIC ZZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGS-PLUS-30       PIC ZZZZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGS-PLUS-90       PIC ZZZZZ9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGS-DU-JOUR       PIC ZZZZZ9.

      * Ligne de la liste des reaffectations
       01  WS-LIG-REAFF.
           05 WS-LIGR-MAT           PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-LIGR-SEQ           PIC 9(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGR-ANCIEN        PIC X(8).
           05 FILLER                PIC X(4) VALUE ' -> '.
           05 WS-LIGR-NOUVEAU       PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGR-MOTIF         PIC X(45).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'PORTEFEUILLE DES GESTIONNAIRES SINISTRES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF WS-PARM-ACTION = 'CHARGE'
               PERFORM 20000-EDITER-CHARGE
           ELSE
               PERFORM 30000-REAFFECTER
           END-IF
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ACTION                   : ' WS-PARM-ACTION
           DISPLAY 'SINISTRES LUS            : ' WS-CPT-SIN-LUS
           IF WS-PARM-ACTION = 'CHARGE'
               DISPLAY 'SINISTRES OUVERTS        : ' WS-TOT-OUVERTS
               DISPLAY 'DONT NON AFFECTES        : ' WS-NA-OUVERTS
               DISPLAY 'COMPTEURS RECALES        : ' WS-CPT-RECALES
               IF WS-CPT-GEST-INCONNUS > 0
                   DISPLAY 'GESTIONNAIRES INCONNUS   : '
                           WS-CPT-GEST-INCONNUS
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-CPT-DEBORDEMENT > 0
                   DISPLAY 'ATTENTION - TABLE GESTIONNAIRES SATUREE, '
                           WS-CPT-DEBORDEMENT ' SINISTRE(S) IGNORE(S)'
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'SINISTRES REAFFECTES     : ' WS-CPT-REAFFECTES
               DISPLAY 'SANS GESTIONNAIRE DISPO  : '
                       WS-CPT-NON-REAFFECTES
               IF WS-CPT-NON-REAFFECTES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CPT-ANOMALIES > 0
               DISPLAY 'ANOMALIES                : ' WS-CPT-ANOMALIES
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM et ouverture des fichiers               *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           COMPUTE WS-JOUR-NUM = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           PERFORM 10200-CONTROLER-PARM

           IF WS-PARM-ACTION = 'CHARGE'
               OPEN INPUT F-SINISTRE
           ELSE
               OPEN I-O F-SINISTRE
           END-IF
           IF FS-SINISTRE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PARM-ACTION = 'CHARGE'
               OPEN OUTPUT F-CHARGE
               IF FS-CHARGE NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE GESCHARG.lst'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 11000-CHARGER-GESTIONNAIRES
           ELSE
      * Vehicule facultatif : sans ASSURES la region est inconnue et
      * la regle retombe sur les gestionnaires '***' puis le moins
      * charge de toutes les regions
               OPEN INPUT F-ASSURES
               IF FS-ASSURES NOT = '00'
                   DISPLAY 'ASSURES.dat ABSENT - REGION NON DETERMINEE'
               END-IF
               OPEN OUTPUT F-REAFF
               IF FS-REAFF NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE GESREAF.lst'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 4
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:9)
                       TO WS-PARM-ACTION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:3) = 'DE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(4:8)
                       TO WS-PARM-DE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:2) = 'A='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(3:8)
                       TO WS-PARM-A
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'MAT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-MAT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'SEQ='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:4)
                       TO WS-PARM-SEQ
               END-IF
           END-PERFORM
           .

      * Controle de coherence du PARM - un gestionnaire destinataire   *
      * nomme doit exister et etre disponible                          *

       10200-CONTROLER-PARM.
           EVALUATE WS-PARM-ACTION
               WHEN 'CHARGE'
               WHEN 'REPRISE'
                   CONTINUE
               WHEN 'TRANSFERT'
                   IF WS-PARM-DE = SPACES OR WS-PARM-DE = WS-PARM-A
                       DISPLAY 'PARM INVALIDE - TRANSFERT : DE=user '
                               'ATTENDU (ET A DIFFERENT DE DE)'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN 'AFFECTER'
                   IF WS-PARM-MAT NOT NUMERIC
                           OR WS-PARM-SEQ NOT NUMERIC
                       DISPLAY 'PARM INVALIDE - AFFECTER : MAT=nnnnnn,'
                               'SEQ=nnnn ATTENDUS'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU ACTION=CHARGE/'
                           'TRANSFERT/AFFECTER/REPRISE'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-PARM-A NOT = SPACES
               MOVE 'V'        TO WS-GES-FONCTION
               MOVE WS-PARM-A  TO WS-GES-USER
               CALL WS-NOM-PGMGEST USING WS-COM-GESTION
               IF WS-GES-RETOUR NOT = 00
                   DISPLAY 'PARM INVALIDE - ' WS-PARM-A
                           ' N''EST PAS UN GESTIONNAIRE DISPONIBLE'
                           ' (PGMGEST ' WS-GES-RETOUR ')'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           .

      * Chargement des gestionnaires (niveau 2 ou 3 avec une region)   *

       11000-CHARGER-GESTIONNAIRES.
           OPEN INPUT F-USERS
           IF FS-USERS NOT = '00'
               DISPLAY 'USERS.dat ABSENT - AUCUN GESTIONNAIRE'
           ELSE
               PERFORM 11100-LIRE-UN-USER
                   UNTIL FS-USERS NOT = '00'
               CLOSE F-USERS
           END-IF
           .

       11100-LIRE-UN-USER.
           READ F-USERS
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-USR-NIVEAU >= 2
                           AND FS-USR-REGION NOT = SPACES
                           AND WS-NB-GEST < 300
                       ADD 1 TO WS-NB-GEST
                       MOVE FS-USR-ID     TO WS-GT-USER(WS-NB-GEST)
                       MOVE FS-USR-NOM    TO WS-GT-NOM(WS-NB-GEST)
                       MOVE FS-USR-REGION TO WS-GT-REGION(WS-NB-GEST)
                       MOVE FS-USR-DISPO  TO WS-GT-DISPO(WS-NB-GEST)
                       IF FS-USR-NB-DOSSIERS NUMERIC
                           MOVE FS-USR-NB-DOSSIERS
                               TO WS-GT-NB-USERS(WS-NB-GEST)
                       ELSE
                           MOVE 0 TO WS-GT-NB-USERS(WS-NB-GEST)
                       END-IF
                       MOVE 'O' TO WS-GT-CONNU(WS-NB-GEST)
                       MOVE 0 TO WS-GT-OUVERTS(WS-NB-GEST)
                       MOVE 0 TO WS-GT-PLUS-30(WS-NB-GEST)
                       MOVE 0 TO WS-GT-PLUS-90(WS-NB-GEST)
                       MOVE 0 TO WS-GT-DU-JOUR(WS-NB-GEST)
                   END-IF
           END-READ
           .

      * Edition de la charge : recomptage des sinistres ouverts par    *
      * gestionnaire, edition, puis recalage des compteurs USERS       *

       20000-EDITER-CHARGE.
           MOVE 'N' TO WS-FIN-SINISTRE
           PERFORM 21000-COMPTER-UN-SINISTRE
               THRU FIN-21000-COMPTER-UN-SINISTRE
               UNTIL FIN-SINISTRE
           PERFORM 23000-EDITER-GESTIONNAIRES
           PERFORM 24000-RECALER-COMPTEURS
           .

       21000-COMPTER-UN-SINISTRE.
           READ F-SINISTRE NEXT
               AT END
                   SET FIN-SINISTRE TO TRUE
           END-READ
           IF FIN-SINISTRE
               GO TO FIN-21000-COMPTER-UN-SINISTRE
           END-IF
           ADD 1 TO WS-CPT-SIN-LUS
           MOVE FS-SINISTRE-REC TO W-SINISTRE
           IF SIN-ETAT OF W-SINISTRE = 'X'
               GO TO FIN-21000-COMPTER-UN-SINISTRE
           END-IF

           PERFORM 22000-CALCULER-AGE
           ADD 1 TO WS-TOT-OUVERTS
           IF WS-AGE-JOURS > 30
               ADD 1 TO WS-TOT-PLUS-30
           END-IF
           IF WS-AGE-JOURS > 90
               ADD 1 TO WS-TOT-PLUS-90
           END-IF
           IF SIN-DATE-OUVERTURE OF W-SINISTRE = WS-DATE-JOUR
               ADD 1 TO WS-TOT-DU-JOUR
           END-IF

           IF SIN-GESTIONNAIRE OF W-SINISTRE = SPACES
               ADD 1 TO WS-NA-OUVERTS
               IF WS-AGE-JOURS > 30
                   ADD 1 TO WS-NA-PLUS-30
               END-IF
               IF WS-AGE-JOURS > 90
                   ADD 1 TO WS-NA-PLUS-90
               END-IF
               IF SIN-DATE-OUVERTURE OF W-SINISTRE = WS-DATE-JOUR
                   ADD 1 TO WS-NA-DU-JOUR
               END-IF
               GO TO FIN-21000-COMPTER-UN-SINISTRE
           END-IF

           PERFORM 22100-CHERCHER-GESTIONNAIRE
           IF WS-GT-POS = 0
               ADD 1 TO WS-CPT-DEBORDEMENT
               GO TO FIN-21000-COMPTER-UN-SINISTRE
           END-IF
           ADD 1 TO WS-GT-OUVERTS(WS-GT-POS)
           IF WS-AGE-JOURS > 30
               ADD 1 TO WS-GT-PLUS-30(WS-GT-POS)
           END-IF
           IF WS-AGE-JOURS > 90
               ADD 1 TO WS-GT-PLUS-90(WS-GT-POS)
           END-IF
           IF SIN-DATE-OUVERTURE OF W-SINISTRE = WS-DATE-JOUR
               ADD 1 TO WS-GT-DU-JOUR(WS-GT-POS)
           END-IF
           .
       FIN-21000-COMPTER-UN-SINISTRE.
           EXIT.

      * Anciennete du dossier en jours : depuis son ouverture, a       *
      * defaut (sinistre anterieur a la date d'ouverture) depuis la    *
      * date du sinistre - date non exploitable = age zero             *

       22000-CALCULER-AGE.
           MOVE 0 TO WS-AGE-JOURS
           IF SIN-DATE-OUVERTURE OF W-SINISTRE NUMERIC
                   AND SIN-DATE-OUVERTURE OF W-SINISTRE > 19000101
               MOVE SIN-DATE-OUVERTURE OF W-SINISTRE TO WS-DATE-REF
           ELSE
               MOVE SIN-DATE OF W-SINISTRE TO WS-DATE-REF
           END-IF
           IF WS-DATE-REF > 19000101
                   AND WS-DATE-REF NOT > WS-DATE-JOUR
               COMPUTE WS-AGE-JOURS = WS-JOUR-NUM
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-REF)
           END-IF
           .

      * Recherche du gestionnaire du sinistre dans la table - ajout    *
      * en fin de table s'il n'est pas (ou plus) gestionnaire de USERS *

       22100-CHERCHER-GESTIONNAIRE.
           MOVE 0 TO WS-GT-POS
           PERFORM VARYING WS-IDX-GEST FROM 1 BY 1
               UNTIL WS-IDX-GEST > WS-NB-GEST OR WS-GT-POS > 0
               IF WS-GT-USER(WS-IDX-GEST)
                       = SIN-GESTIONNAIRE OF W-SINISTRE
                   MOVE WS-IDX-GEST TO WS-GT-POS
               END-IF
           END-PERFORM
           IF WS-GT-POS = 0 AND WS-NB-GEST < 300
               ADD 1 TO WS-NB-GEST
               ADD 1 TO WS-CPT-GEST-INCONNUS
               MOVE WS-NB-GEST TO WS-GT-POS
               MOVE SIN-GESTIONNAIRE OF W-SINISTRE
                   TO WS-GT-USER(WS-GT-POS)
               MOVE '*** INCONNU DE USERS' TO WS-GT-NOM(WS-GT-POS)
               MOVE SPACES TO WS-GT-REGION(WS-GT-POS)
               MOVE SPACE TO WS-GT-DISPO(WS-GT-POS)
               MOVE 0 TO WS-GT-NB-USERS(WS-GT-POS)
               MOVE 'N' TO WS-GT-CONNU(WS-GT-POS)
               MOVE 0 TO WS-GT-OUVERTS(WS-GT-POS)
               MOVE 0 TO WS-GT-PLUS-30(WS-GT-POS)
               MOVE 0 TO WS-GT-PLUS-90(WS-GT-POS)
               MOVE 0 TO WS-GT-DU-JOUR(WS-GT-POS)
           END-IF
           .

      * Edition d'une ligne par gestionnaire, des non affectes et du   *
      * total general                                                  *

       23000-EDITER-GESTIONNAIRES.
           MOVE WS-DATE-JOUR TO WS-LIGT-DATE
           WRITE FS-CHARGE-REC FROM WS-LIG-TITRE
           MOVE SPACES TO FS-CHARGE-REC
           WRITE FS-CHARGE-REC
           WRITE FS-CHARGE-REC FROM WS-LIG-ENTETE
           MOVE ALL '-' TO FS-CHARGE-REC
           WRITE FS-CHARGE-REC

           PERFORM VARYING WS-IDX-GEST FROM 1 BY 1
               UNTIL WS-IDX-GEST > WS-NB-GEST
               MOVE WS-GT-USER(WS-IDX-GEST)    TO WS-LIGD-USER
               MOVE WS-GT-NOM(WS-IDX-GEST)     TO WS-LIGD-NOM
               MOVE WS-GT-REGION(WS-IDX-GEST)  TO WS-LIGD-REGION
               EVALUATE WS-GT-DISPO(WS-IDX-GEST)
                   WHEN 'A'
                       MOVE 'ABSENT' TO WS-LIGD-DISPO
                   WHEN 'P'
                       MOVE 'PARTI'  TO WS-LIGD-DISPO
                   WHEN OTHER
                       MOVE SPACES   TO WS-LIGD-DISPO
               END-EVALUATE
               MOVE WS-GT-OUVERTS(WS-IDX-GEST)  TO WS-LIGD-OUVERTS
               MOVE WS-GT-PLUS-30(WS-IDX-GEST)  TO WS-LIGD-PLUS-30
               MOVE WS-GT-PLUS-90(WS-IDX-GEST)  TO WS-LIGD-PLUS-90
               MOVE WS-GT-DU-JOUR(WS-IDX-GEST)  TO WS-LIGD-DU-JOUR
               WRITE FS-CHARGE-REC FROM WS-LIG-DETAIL
           END-PERFORM

           MOVE ALL '-' TO FS-CHARGE-REC
           WRITE FS-CHARGE-REC
           MOVE 'NON AFFECTES (GESASSU ACTION=REPRISE)'
               TO WS-LIGS-LIBELLE
           MOVE WS-NA-OUVERTS TO WS-LIGS-OUVERTS
           MOVE WS-NA-PLUS-30 TO WS-LIGS-PLUS-30
           MOVE WS-NA-PLUS-90 TO WS-LIGS-PLUS-90
           MOVE WS-NA-DU-JOUR TO WS-LIGS-DU-JOUR
           WRITE FS-CHARGE-REC FROM WS-LIG-TOTAL
           MOVE 'TOTAL SINISTRES OUVERTS' TO WS-LIGS-LIBELLE
           MOVE WS-TOT-OUVERTS TO WS-LIGS-OUVERTS
           MOVE WS-TOT-PLUS-30 TO WS-LIGS-PLUS-30
           MOVE WS-TOT-PLUS-90 TO WS-LIGS-PLUS-90
           MOVE WS-TOT-DU-JOUR TO WS-LIGS-DU-JOUR
           WRITE FS-CHARGE-REC FROM WS-LIG-TOTAL
           .

      * Recalage du compteur de dossiers USERS des gestionnaires dont  *
      * le recomptage differe (affectations CICS interrompues, mises a *
      * jour manuelles...) - base de la regle du moins charge          *

       24000-RECALER-COMPTEURS.
           PERFORM VARYING WS-IDX-GEST FROM 1 BY 1
               UNTIL WS-IDX-GEST > WS-NB-GEST
               IF WS-GT-CONNU(WS-IDX-GEST) = 'O'
                       AND WS-GT-OUVERTS(WS-IDX-GEST)
                           NOT = WS-GT-NB-USERS(WS-IDX-GEST)
                   MOVE 'C'                        TO WS-GES-FONCTION
                   MOVE WS-GT-USER(WS-IDX-GEST)    TO WS-GES-USER
                   MOVE WS-GT-OUVERTS(WS-IDX-GEST) TO WS-GES-NB
                   CALL WS-NOM-PGMGEST USING WS-COM-GESTION
                   IF WS-GES-RETOUR = 00
                       ADD 1 TO WS-CPT-RECALES
                   ELSE
                       DISPLAY 'ANOMALIE - RECALAGE IMPOSSIBLE '
                               WS-GT-USER(WS-IDX-GEST)
                               ' (PGMGEST ' WS-GES-RETOUR ')'
                       ADD 1 TO WS-CPT-ANOMALIES
                   END-IF
               END-IF
           END-PERFORM
           .

      * Reaffectation : un sinistre nomme, ou balayage de SINISTRE     *
      * pour un transfert ou une reprise                               *

       30000-REAFFECTER.
           IF WS-PARM-ACTION = 'AFFECTER'
               MOVE WS-PARM-MAT TO FS-SINISTRE-MAT
               MOVE WS-PARM-SEQ TO FS-SINISTRE-SEQ
               READ F-SINISTRE
                   INVALID KEY
                       DISPLAY 'ANOMALIE - SINISTRE INEXISTANT '
                               WS-PARM-MAT '/' WS-PARM-SEQ
                       ADD 1 TO WS-CPT-ANOMALIES
                   NOT INVALID KEY
                       ADD 1 TO WS-CPT-SIN-LUS
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       IF SIN-ETAT OF W-SINISTRE = 'X'
                           DISPLAY 'ANOMALIE - SINISTRE ANNULE '
                                   WS-PARM-MAT '/' WS-PARM-SEQ
                           ADD 1 TO WS-CPT-ANOMALIES
                       ELSE
                           PERFORM 32000-REAFFECTER-SINISTRE
                               THRU FIN-32000-REAFFECTER-SINISTRE
                       END-IF
               END-READ
           ELSE
               MOVE 'N' TO WS-FIN-SINISTRE
               PERFORM 31000-EXAMINER-UN-SINISTRE
                   UNTIL FIN-SINISTRE
           END-IF
           .

       31000-EXAMINER-UN-SINISTRE.
           READ F-SINISTRE NEXT
               AT END
                   SET FIN-SINISTRE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-SIN-LUS
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   MOVE 'N' TO WS-A-TRAITER
                   IF SIN-ETAT OF W-SINISTRE NOT = 'X'
                       IF WS-PARM-ACTION = 'TRANSFERT'
                           IF SIN-GESTIONNAIRE OF W-SINISTRE
                                   = WS-PARM-DE
                               SET A-TRAITER TO TRUE
                           END-IF
                       ELSE
                           IF SIN-GESTIONNAIRE OF W-SINISTRE = SPACES
                               SET A-TRAITER TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   IF A-TRAITER
                       PERFORM 32000-REAFFECTER-SINISTRE
                           THRU FIN-32000-REAFFECTER-SINISTRE
                   END-IF
           END-READ
           .

      * Reaffectation du sinistre courant : prise en charge nominative *
      * par A, ou nouvelle affectation selon la regle (region du       *
      * vehicule, le moins charge, ancien gestionnaire exclu) ; le     *
      * sinistre est reecrit puis l'ancien gestionnaire libere         *

       32000-REAFFECTER-SINISTRE.
           MOVE SIN-GESTIONNAIRE OF W-SINISTRE TO WS-ANCIEN-GEST
           MOVE SPACES TO WS-NOUVEAU-GEST
           IF WS-PARM-A NOT = SPACES
               IF WS-PARM-A = WS-ANCIEN-GEST
                   GO TO FIN-32000-REAFFECTER-SINISTRE
               END-IF
               MOVE 'P'        TO WS-GES-FONCTION
               MOVE WS-PARM-A  TO WS-GES-USER
           ELSE
               MOVE 'A'            TO WS-GES-FONCTION
               MOVE WS-ANCIEN-GEST TO WS-GES-EXCLU
               PERFORM 32100-LIRE-CP-VEHICULE
           END-IF
           CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           IF WS-GES-RETOUR NOT = 00
               MOVE 'NON REAFFECTE - AUCUN GESTIONNAIRE DISPONIBLE'
                   TO WS-LIGR-MOTIF
               PERFORM 33000-LISTER-REAFFECTATION
               ADD 1 TO WS-CPT-NON-REAFFECTES
               GO TO FIN-32000-REAFFECTER-SINISTRE
           END-IF
           MOVE WS-GES-USER TO WS-NOUVEAU-GEST

           MOVE WS-NOUVEAU-GEST TO SIN-GESTIONNAIRE OF W-SINISTRE
           MOVE W-SINISTRE TO FS-SINISTRE-REC
           REWRITE FS-SINISTRE-REC
               INVALID KEY
                   DISPLAY 'ANOMALIE - ERREUR REECRITURE SINISTRE '
                           SIN-MAT OF W-SINISTRE '/'
                           SIN-SEQ OF W-SINISTRE
                   ADD 1 TO WS-CPT-ANOMALIES
                   MOVE 'L'             TO WS-GES-FONCTION
                   MOVE WS-NOUVEAU-GEST TO WS-GES-USER
                   CALL WS-NOM-PGMGEST USING WS-COM-GESTION
                   GO TO FIN-32000-REAFFECTER-SINISTRE
           END-REWRITE

           IF WS-ANCIEN-GEST NOT = SPACES
               MOVE 'L'            TO WS-GES-FONCTION
               MOVE WS-ANCIEN-GEST TO WS-GES-USER
               CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           END-IF
           ADD 1 TO WS-CPT-REAFFECTES
           IF WS-PARM-A NOT = SPACES
               MOVE 'REAFFECTE NOMINATIVEMENT' TO WS-LIGR-MOTIF
           ELSE
               MOVE 'REAFFECTE - REGION ' TO WS-LIGR-MOTIF
               MOVE WS-GES-REGION TO WS-LIGR-MOTIF(20:3)
           END-IF
           PERFORM 33000-LISTER-REAFFECTATION
           .
       FIN-32000-REAFFECTER-SINISTRE.
           EXIT.

      * Code postal du vehicule sinistre (cle ASSURES = MAT * 100 +    *
      * vehicule) - zero si le vehicule est introuvable                *

       32100-LIRE-CP-VEHICULE.
           MOVE 0 TO WS-GES-CP
           IF FS-ASSURES = '00' OR FS-ASSURES = '23'
               COMPUTE FS-ASSURES-KEY =
                   SIN-MAT OF W-SINISTRE * 100
                       + SIN-SEQ-VEHICULE OF W-SINISTRE
               READ F-ASSURES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                       MOVE CP-A4 OF WS-ASSURE-CASSURES TO WS-GES-CP
               END-READ
           END-IF
           .

       33000-LISTER-REAFFECTATION.
           MOVE SIN-MAT OF W-SINISTRE TO WS-LIGR-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-LIGR-SEQ
           MOVE WS-ANCIEN-GEST        TO WS-LIGR-ANCIEN
           MOVE WS-NOUVEAU-GEST       TO WS-LIGR-NOUVEAU
           WRITE FS-REAFF-REC FROM WS-LIG-REAFF
           .

      * Fermeture des fichiers                                        *

       40000-FIN.
           CLOSE F-SINISTRE
           IF WS-PARM-ACTION = 'CHARGE'
               CLOSE F-CHARGE
           ELSE
               CLOSE F-ASSURES
               CLOSE F-REAFF
           END-IF
           .
