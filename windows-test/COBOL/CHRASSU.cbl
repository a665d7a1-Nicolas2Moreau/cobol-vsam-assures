       PROGRAM-ID. CHRASSU.

      * SINISTRES RESPONSABLES SUR PLUSIEURS ANNEES - Lit SINISTRE et  *
      * cumule, par matricule, les sinistres responsables sur une      *
      * fenetre glissante de plusieurs annees, independamment des      *
      * remises a zero de NB-SINISTRE-A4 par RENOUVBM a chaque         *
      * renouvellement - pour signaler a la souscription les           *
      * masque. PARM optionnel ANNEES=nnn (defaut 03) et SEUIL=nn      *
      * (nombre minimum de sinistres responsables pour etre signale,   *
      * defaut 02)                                                     *
      * Chaque sinistre est pondere comme dans RENOUVBM : SIN-RESP 'O' *
      * ou blanc 100 %, 'P' (responsabilite partagee) 50 %, 'N' 0 %,   *
      * et 0 % pour une nature non malussante (WORK/NATURES.dat) ; le  *
      * seuil s'applique au total pondere (deux sinistres partages     *
      * valent un sinistre responsable), les sinistres annules sont    *
      * ignores                                                        *
      * Les matricules signales sont aussi deposes dans                *
      * WORK/CHRONIQ.dat (matricule, nom, code postal, nombre pondere  *
      * de sinistres responsables, tronque), relu par MAJASSV2 pour    *
      * les regles d'acceptation des affaires nouvelles                *
      * (DATA/SOUSCRIP)                                                *
      * Les sinistres declares par l'assureur precedent sur le releve  *
      * d'information d'un nouveau client (WORK/ANTECED.dat, depose    *
      * par RELASSU, fichier optionnel) sont cumules avec ceux de      *
      * SINISTRE, avec la meme ponderation et la meme fenetre          *
      * Sans PARM, fenetre et seuil sont ceux en vigueur au            *
      * referentiel des parametres batch (PGMPARAM, transaction PRMA), *
      * a defaut 03 et 02 ; les valeurs retenues et leur origine sont  *
      * tracees dans AUDITLOG                                          *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

      * Liste des conducteurs signales, pour la souscription
           SELECT F-CHRONIQ ASSIGN TO "WORK/CHRONIQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHRONIQ.

      * Table de reference des natures de sinistre (code malus - cf
      * CNATURE.cpy et LOADREGT/MAJREGTF), fichier optionnel
           SELECT F-NATURES ASSIGN TO "WORK/NATURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-NATR-CODE
               FILE STATUS IS FS-NATURES.

      * Antecedents sinistres chez l'assureur precedent (RELASSU)
           SELECT F-ANTECED ASSIGN TO "WORK/ANTECED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTECED.

       DATA DIVISION.
       FILE SECTION.

           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-CHRONIQ.
       01  FS-CHR-REC.
           05 FS-CHR-MAT           PIC 9(6).
           05 FS-CHR-NOM           PIC X(20).
           05 FS-CHR-CP            PIC 9(5).
           05 FS-CHR-NB-RESP       PIC 9(3).

       FD  F-NATURES.
       01  FS-NATR-REC.
           05 FS-NATR-CODE         PIC X(3).
           05 FS-NATR-LIBELLE      PIC X(20).
           05 FS-NATR-GARANTIE     PIC X(3).
           05 FS-NATR-MALUS        PIC X(1).

       FD  F-ANTECED.
       01  FS-ANT-REC              PIC X(40).

       WORKING-STORAGE SECTION.

       01  FS-SINISTRE               PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-CHRONIQ                PIC XX.
       01  FS-NATURES                PIC XX.
       01  FS-ANTECED                PIC XX.

      * Table de reference des natures (code malus) et poids du
      * sinistre courant en % (100 = un sinistre responsable plein)
           COPY CNATURE.
       01  WS-NB-NREF-CHARGEES       PIC 99 VALUE 0.
       01  WS-NREF-IDX-CHERCHE       PIC 99.
       01  WS-POIDS-SINISTRE         PIC 9(3) VALUE 0.
       01  WS-SEUIL-POIDS            PIC 9(5) VALUE 0.

      * Decomposition des enregistrements lus sur les deux KSDS
       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
           COPY WANTECED.

      * Fenetre d'analyse (en annees) et seuil de signalement - PARM
      * ANNEES=nnn,SEUIL=nn, meme technique key=value que BCKASSU/
           05 WS-PARM-TOK           PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Referentiel des parametres batch (PGMPARAM) - origine des
      * valeurs retenues : F referentiel, P PARM, D defaut du programme
           COPY WCOMPRM.
       01  WS-ANNEES-SOURCE          PIC X VALUE 'D'.
       01  WS-ANNEES-EFFET           PIC 9(8) VALUE 0.
       01  WS-SEUIL-SOURCE           PIC X VALUE 'D'.
       01  WS-SEUIL-EFFET            PIC 9(8) VALUE 0.

      * Date systeme, format AAMMJJ, et conversion julienne - meme
      * technique que EXPASSU/CHNASSU/RESASSU
       01  WS-DATE-SYSTEME           PIC 9(8).
           05 WS-MAT-ENTRY          OCCURS 20000 TIMES.
               10 WS-MAT-CODE       PIC 9(6)     VALUE 0.
               10 WS-MAT-NB-RESP    PIC 9(3)     VALUE 0.
               10 WS-MAT-POIDS      PIC 9(5)     VALUE 0.
               10 WS-MAT-MONTANT    PIC 9(8)V99  VALUE 0.
               10 WS-MAT-NOM        PIC X(20)    VALUE SPACES.
               10 WS-MAT-VILLE      PIC X(12)    VALUE SPACES.
               10 WS-MAT-CP         PIC 9(5)     VALUE 0.

       01  WS-MAT-IDX-CHERCHE        PIC 9(5).
       01  WS-MAT-POS                PIC 9(5).
           05 FILLER                PIC X(8)  VALUE 'MATRIC.'.
           05 FILLER                PIC X(21) VALUE 'NOM'.
           05 FILLER                PIC X(13) VALUE 'VILLE'.
           05 FILLER                PIC X(11) VALUE 'NB  POIDS%'.
           05 FILLER                PIC X(15) VALUE 'MONTANT CUMULE'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT           PIC Z(5)9.
           05 WS-LIGD-VILLE         PIC X(12).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LIGD-NB            PIC ZZ9.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LIGD-POIDS         PIC ZZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-LIGD-MONTANT       PIC ZZZZZZZ9,99.

      * Compteurs
       01  WS-NB-SINISTRES-LUS       PIC 9(6) VALUE 0.
       01  WS-NB-ANTECEDENTS-LUS     PIC 9(6) VALUE 0.
       01  WS-NB-SIGNALES            PIC 9(5) VALUE 0.

       LINKAGE SECTION.
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CHARGER-SINISTRES
           PERFORM 25000-CHARGER-ANTECEDENTS
           PERFORM 30000-COMPLETER-IDENTITES
           PERFORM 40000-EDITER-RAPPORT
           PERFORM 50000-FIN
           DISPLAY '========================================'
           DISPLAY 'SINISTRES ANALYSES   : ' WS-NB-SINISTRES-LUS
           DISPLAY 'ANTECEDENTS ANALYSES : ' WS-NB-ANTECEDENTS-LUS
           DISPLAY 'MATRICULES SIGNALES  : ' WS-NB-SIGNALES
           DISPLAY '========================================'
           STOP RUN.
      * Initialisation                                                *

       10000-INIT.
           PERFORM 10200-LIRE-REFERENTIEL
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           PERFORM 10300-TRACER-PARAMETRES
           COMPUTE WS-FENETRE-JOURS = WS-ANNEES-FENETRE * 365
           COMPUTE WS-SEUIL-POIDS = WS-SEUIL-CHRONIQUE * 100

           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DATE-SYSTEME TO WS-CONV-DATE
               DISPLAY 'FILE STATUS : ' FS-RAPPORT
               STOP RUN
           END-IF

           OPEN OUTPUT F-CHRONIQ
           IF FS-CHRONIQ NOT = '00'
               DISPLAY 'ERREUR OUVERTURE CHRONIQ'
               DISPLAY 'FILE STATUS : ' FS-CHRONIQ
               STOP RUN
           END-IF

           PERFORM 16000-CHARGER-NATURES
           .

      * Chargement de la table de reference des natures depuis         *
      * WORK/NATURES.dat (fichier absent : toutes natures malussantes) *

       16000-CHARGER-NATURES.
           OPEN INPUT F-NATURES
           IF FS-NATURES NOT = '00'
               DISPLAY 'NATURES.dat ABSENT - NATURES TOUTES MALUSSANTES'
           ELSE
               PERFORM 16100-LIRE-ENTREE-NATURE
                   UNTIL FS-NATURES = '10'
               CLOSE F-NATURES
           END-IF
           .

       16100-LIRE-ENTREE-NATURE.
           READ F-NATURES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-NREF-CHARGEES < 50
                       ADD 1 TO WS-NB-NREF-CHARGEES
                       MOVE FS-NATR-REC
                           TO WS-NREF-ENTRY(WS-NB-NREF-CHARGEES)
                   END-IF
           END-READ
           .

      * Decoupage du PARM en options separees par des virgules         *
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ANNEES='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:2)
                       TO WS-ANNEES-FENETRE
                   MOVE 'P' TO WS-ANNEES-SOURCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'SEUIL='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:2)
                       TO WS-SEUIL-CHRONIQUE
                   MOVE 'P' TO WS-SEUIL-SOURCE
               END-IF
           END-PERFORM
           .

      * Valeurs par defaut lues au referentiel des parametres batch    *
      * (en vigueur a la date du jour) ; a defaut, celles du programme *

       10200-LIRE-REFERENTIEL.
           MOVE 'ANNEES' TO WS-PRM-NOM
           PERFORM 10400-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-ANNEES-FENETRE
               MOVE 'F' TO WS-ANNEES-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-ANNEES-EFFET
           END-IF
           MOVE 'SEUIL' TO WS-PRM-NOM
           PERFORM 10400-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-SEUIL-CHRONIQUE
               MOVE 'F' TO WS-SEUIL-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-SEUIL-EFFET
           END-IF
           .

      * Trace dans AUDITLOG des valeurs effectivement appliquees       *

       10300-TRACER-PARAMETRES.
           MOVE 'ANNEES' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-ANNEES-FENETRE TO WS-PRM-VALEUR(1:2)
           MOVE WS-ANNEES-SOURCE TO WS-PRM-SOURCE
           MOVE WS-ANNEES-EFFET TO WS-PRM-DATE-EFFET
           PERFORM 10500-TRACER-PGMPARAM
           MOVE 'SEUIL' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-CHRONIQUE TO WS-PRM-VALEUR(1:2)
           MOVE WS-SEUIL-SOURCE TO WS-PRM-SOURCE
           MOVE WS-SEUIL-EFFET TO WS-PRM-DATE-EFFET
           PERFORM 10500-TRACER-PGMPARAM
           DISPLAY 'FENETRE RETENUE : ' WS-ANNEES-FENETRE
                   ' ANS (ORIGINE ' WS-ANNEES-SOURCE ') - SEUIL : '
                   WS-SEUIL-CHRONIQUE ' (ORIGINE ' WS-SEUIL-SOURCE ')'
           .

       10400-APPELER-PGMPARAM.
           MOVE 'L' TO WS-PRM-FONCTION
           MOVE 'CHRASSU' TO WS-PRM-PROGRAMME
           MOVE 0 TO WS-PRM-DATE
           MOVE 2 TO WS-PRM-LONGUEUR
           CALL 'PGMPARAM' USING WS-COM-PARAM
           IF WS-PRM-RETOUR = 20
               DISPLAY 'PARAMETRE ' WS-PRM-NOM
                       ' NON NUMERIQUE AU REFERENTIEL - IGNORE'
           END-IF
           .

       10500-TRACER-PGMPARAM.
           MOVE 'T' TO WS-PRM-FONCTION
           MOVE 'CHRASSU' TO WS-PRM-PROGRAMME
           CALL 'PGMPARAM' USING WS-COM-PARAM
           .

      * Conversion AAMMJJ (WS-CONV-DATE) en jour julien absolu         *

       15000-CONVERTIR-JULIEN.
                       CONTINUE
                   NOT AT END
                       MOVE FS-SINISTRE-REC TO W-SINISTRE
                       ADD 1 TO WS-NB-SINISTRES-LUS
                       PERFORM 21000-CONTROLER-SINISTRE
               END-READ
           END-PERFORM
           .

      * Controle d'un sinistre : responsable (poids non nul) et dans   *
      * la fenetre ?                                                   *

       21000-CONTROLER-SINISTRE.
           MOVE 0 TO WS-POIDS-SINISTRE
           IF SIN-ETAT IN W-SINISTRE NOT = 'X'
               PERFORM 21200-PONDERER-SINISTRE
           END-IF

           IF WS-POIDS-SINISTRE > 0
               MOVE SIN-DATE IN W-SINISTRE TO WS-CONV-DATE
               PERFORM 15000-CONVERTIR-JULIEN
               COMPUTE WS-AGE-JOURS =
                   PERFORM 21100-CHERCHER-OU-CREER-MATRICULE
                   IF WS-MAT-POS > 0
                       ADD 1 TO WS-MAT-NB-RESP(WS-MAT-POS)
                       ADD WS-POIDS-SINISTRE
                           TO WS-MAT-POIDS(WS-MAT-POS)
                       ADD SIN-MONTANT IN W-SINISTRE
                           TO WS-MAT-MONTANT(WS-MAT-POS)
                   ELSE
           END-IF
           .

      * Poids d'un sinistre en % - meme regle que RENOUVBM : part de   *
      * responsabilite (P 50, N 0, O ou blanc 100), ramene a 0 pour    *
      * une nature non malussante                                      *

       21200-PONDERER-SINISTRE.
           EVALUATE SIN-RESP IN W-SINISTRE
               WHEN 'P'
                   MOVE 50 TO WS-POIDS-SINISTRE
               WHEN 'N'
                   MOVE 0 TO WS-POIDS-SINISTRE
               WHEN OTHER
                   MOVE 100 TO WS-POIDS-SINISTRE
           END-EVALUATE
           IF SIN-NATURE-CODE IN W-SINISTRE NOT = SPACES
               PERFORM 21210-CONTROLER-NATURE
                   VARYING WS-NREF-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-NREF-IDX-CHERCHE > WS-NB-NREF-CHARGEES
           END-IF
           .

       21210-CONTROLER-NATURE.
           IF WS-NREF-CODE(WS-NREF-IDX-CHERCHE)
                   = SIN-NATURE-CODE IN W-SINISTRE
               AND NREF-NON-MALUSSANTE(WS-NREF-IDX-CHERCHE)
               MOVE 0 TO WS-POIDS-SINISTRE
           END-IF
           .

      * Recherche du matricule dans la table, creation si absent       *

       21100-CHERCHER-OU-CREER-MATRICULE.
           END-IF
           .

      * Lecture des antecedents deposes par RELASSU : chaque sinistre  *
      * declare est presente a 21000 comme un sinistre de SINISTRE     *
      * (montant inconnu, a zero)                                      *

       25000-CHARGER-ANTECEDENTS.
           OPEN INPUT F-ANTECED
           IF FS-ANTECED = '00'
               PERFORM UNTIL FS-ANTECED = '10'
                   READ F-ANTECED
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-ANT-REC TO W-ANTECED
                           ADD 1 TO WS-NB-ANTECEDENTS-LUS
                           PERFORM 25100-CONTROLER-ANTECEDENT
                   END-READ
               END-PERFORM
               CLOSE F-ANTECED
           END-IF
           .

       25100-CONTROLER-ANTECEDENT.
           INITIALIZE W-SINISTRE
           MOVE AN-MAT          TO SIN-MAT IN W-SINISTRE
           MOVE AN-SEQ-VEHICULE TO SIN-SEQ-VEHICULE IN W-SINISTRE
           MOVE AN-DATE         TO SIN-DATE IN W-SINISTRE
           MOVE AN-RESP         TO SIN-RESP IN W-SINISTRE
           MOVE AN-NATURE-CODE  TO SIN-NATURE-CODE IN W-SINISTRE
           PERFORM 21000-CONTROLER-SINISTRE
           .

      * Lecture sequentielle d'ASSURES3 pour completer nom et ville    *
      * des matricules signales (simple lookup, aucune creation)       *

                   TO WS-MAT-NOM(WS-MAT-POS)
               MOVE VILLE-A4 IN WS-ASSURE-CASSURES
                   TO WS-MAT-VILLE(WS-MAT-POS)
               MOVE CP-A4 IN WS-ASSURE-CASSURES
                   TO WS-MAT-CP(WS-MAT-POS)
           END-IF
           .

      * Une ligne de matricule chronique                               *

       41000-EDITER-MATRICULE.
           IF WS-MAT-POIDS(WS-MAT-IDX-CHERCHE) >= WS-SEUIL-POIDS
               MOVE WS-MAT-CODE(WS-MAT-IDX-CHERCHE)  TO WS-LIGD-MAT
               MOVE WS-MAT-NOM(WS-MAT-IDX-CHERCHE)   TO WS-LIGD-NOM
               MOVE WS-MAT-VILLE(WS-MAT-IDX-CHERCHE) TO WS-LIGD-VILLE
               MOVE WS-MAT-NB-RESP(WS-MAT-IDX-CHERCHE) TO WS-LIGD-NB
               MOVE WS-MAT-POIDS(WS-MAT-IDX-CHERCHE)   TO WS-LIGD-POIDS
               MOVE WS-MAT-MONTANT(WS-MAT-IDX-CHERCHE)
                   TO WS-LIGD-MONTANT
               MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-MAT-CODE(WS-MAT-IDX-CHERCHE)    TO FS-CHR-MAT
               MOVE WS-MAT-NOM(WS-MAT-IDX-CHERCHE)     TO FS-CHR-NOM
               MOVE WS-MAT-CP(WS-MAT-IDX-CHERCHE)      TO FS-CHR-CP
               COMPUTE FS-CHR-NB-RESP =
                   WS-MAT-POIDS(WS-MAT-IDX-CHERCHE) / 100
               WRITE FS-CHR-REC
               ADD 1 TO WS-NB-SIGNALES
           END-IF
           ADD 1 TO WS-MAT-IDX-CHERCHE
           CLOSE F-SINISTRE
           CLOSE F-ASSURES
           CLOSE F-RAPPORT
           CLOSE F-CHRONIQ
           .
