       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELASSU.

      * RELEVES D'INFORMATION DE L'ASSUREUR PRECEDENT - Un client     *
      * venant de la concurrence arrive avec un releve d'information ; *
      * le BM-A4/TAUX-A4 de depart etait jusqu'ici recopie a la main   *
      * par l'agent et une erreur ne se voyait qu'au premier           *
      * renouvellement. Les releves recus (WORK/RELEVE.dat, cf         *
      * WRELEVE.cpy - matricule de la police ou numero reserve par     *
      * NUMA, assureur precedent, coefficient, sinistres des 3         *
      * dernieres annees) sont rapproches ici de la creation 'C' :     *
      *   - police creee recemment dans ASSURES3 (DATE-EFFET-A4 dans   *
      *     les JOURS derniers jours) : le coefficient declare est     *
      *     converti en BM-A4/TAUX-A4 (coef < 1 -> 'B', taux = (1 -    *
      *     coef) x 100 ; coef >= 1 -> 'M', taux = (coef - 1) x 100,   *
      *     plafonne a 99, meme sens que PRIMCALC) ; s'il differe de   *
      *     la saisie, ASSURES3 est corrige et l'avant-image           *
      *     journalisee dans JOURNAL (code 'A', lot 'RELEVE', comme    *
      *     RECLASBM) ; les sinistres declares sont deposes dans       *
      *     WORK/ANTECED.dat (cf WANTECED.cpy), relu par CHRASSU pour  *
      *     l'historique pluriannuel                                   *
      *   - police absente d'ASSURES3 : le releve est mis en attente   *
      *     (WORK/RELATT.dat) et represente au passage suivant ; si la *
      *     creation 'C' attend chez le souscripteur (WORK/SOUSATT.dat *
      *     ou WORK/SOUSREL.dat), l'ecart saisie/releve est deja       *
      *     signale ; au-dela de ATTENTE jours sans creation, le       *
      *     releve est rejete                                          *
      *   - police ancienne ou releve invalide : rejete, sans mise a   *
      *     jour                                                       *
      * Chaque releve donne une ligne dans WORK/RELASSU.lst (BM/taux   *
      * saisi et declare, statut et motif).                            *
      * PARM optionnel (cle=valeur separees par une virgule)           *
      *   JOURS=nnn   -> anciennete maximale de la police (defaut 090) *
      *   ATTENTE=nnn -> delai d'attente de la creation (defaut 030)   *
      *   ex : PARM='JOURS=060,ATTENTE=045'                            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Releves recus de l'assureur precedent - fichier optionnel
           SELECT F-RELEVE ASSIGN TO "WORK/RELEVE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELEVE.

      * Releves en attente de la creation 'C' - relus en debut de run
      * puis reecrits avec les releves toujours en attente
           SELECT F-RELATT ASSIGN TO "WORK/RELATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATT.

      * Creations orientees vers le souscripteur (cf MAJASSV2/SOUASSU)
           SELECT F-SOUSATT ASSIGN TO "WORK/SOUSATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOUSATT.

      * Creations acceptees par le souscripteur, a recharger
           SELECT F-SOUSREL ASSIGN TO "WORK/SOUSREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOUSREL.

      * Antecedents sinistres - EXTEND pour cumuler les runs
           SELECT F-ANTECED ASSIGN TO "WORK/ANTECED.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTECED.

      * Journal avant-image - meme fichier et meme structure que celui
      * alimente par MAJASSV2/MVTASSU
           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

      * Fichier de sortie - listing des rapprochements
           SELECT F-RAPPORT ASSIGN TO "WORK/RELASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RELEVE.
       01  FS-REL-REC               PIC X(120).

       FD  F-RELATT.
       01  FS-RAT-REC.
           05 FS-RAT-RELEVE         PIC X(120).
           05 FS-RAT-DATE           PIC 9(8).

       FD  F-SOUSATT.
       01  FS-SOU-REC.
           05 FS-SOU-MVT            PIC X(100).
           05 FS-SOU-REGLE          PIC 9(3).
           05 FS-SOU-DATE           PIC 9(8).

       FD  F-SOUSREL.
       01  FS-SRL-REC               PIC X(100).

       FD  F-ANTECED.
       01  FS-ANT-REC               PIC X(40).

       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-CODE-MVT      PIC X.
           05 FS-JRN-PRIME-AVANT   PIC 9(6)V99.
           05 FS-JRN-BM-AVANT      PIC X.
           05 FS-JRN-TAUX-AVANT    PIC 99.
           05 FS-JRN-BATCH-ID      PIC X(6).
           05 FS-JRN-DATE-MVT      PIC 9(8).
      * Apres-image prime/BM/taux - PRIME-A4 n'est pas recalculee ici
      * (cf RECLASBM), FS-JRN-PRIME-APRES = FS-JRN-PRIME-AVANT
           05 FS-JRN-PRIME-APRES   PIC 9(6)V99.
           05 FS-JRN-BM-APRES      PIC X.
           05 FS-JRN-TAUX-APRES    PIC 99.
      * Vehicule concerne (44-45, meme position que MAJASSV2/MVTASSU)
      * puis utilisateur signe - blancs en traitement batch
           05 FS-JRN-VEHICULE      PIC X(2).
           05 FS-JRN-UTILISATEUR   PIC X(8).
           05 FS-JRN-RESTE2        PIC X(27).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WRELEVE.
           COPY WANTECED.
           COPY WFMVTSE.

       01  FS-RELEVE                 PIC XX.
       01  FS-RELATT                 PIC XX.
       01  FS-SOUSATT                PIC XX.
       01  FS-SOUSREL                PIC XX.
       01  FS-ANTECED                PIC XX.
       01  FS-JRN                    PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER         PIC X(8).
           05 WS-CODE-FONCTION       PIC 99.
           05 WS-CODE-RETOUR         PIC 99.
           05 WS-ENREG               PIC X(120).
           05 WS-FILLER              PIC X(28).

       01  WS-NOM-PGMVSAM            PIC X(8) VALUE 'PGMVSAM'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN           PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE          PIC 99 VALUE 02.
           05 WS-FUNC-READ           PIC 99 VALUE 03.
           05 WS-FUNC-REWRITE        PIC 99 VALUE 04.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.
           05 WS-RET-NOTFOUND        PIC 99 VALUE 01.

      * Date systeme et conversion julienne - meme technique que
      * CHRASSU/EXPASSU
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-AUJOURDHUI-JUL          PIC 9(7).
       01  WS-CONV-DATE               PIC 9(8).
       01  WS-CONV-SIECLE             PIC 99.
       01  WS-CONV-AAAAMMJJ           PIC 9(8).
       01  WS-CONV-JULIEN             PIC 9(7).
       01  WS-AGE-JOURS               PIC S9(7) VALUE 0.

      * Marqueur du mouvement porte dans JOURNAL et identifiant de lot
      * fixe (meme convention que RECLASBM)
       01  WS-CODE-MVT-JOURNAL        PIC X VALUE 'A'.
       01  WS-BATCH-ID                PIC X(6) VALUE 'RELEVE'.

      * Zones extraites du PARM
       01  WS-PARM-JOURS              PIC 9(3) VALUE 90.
       01  WS-PARM-ATTENTE            PIC 9(3) VALUE 30.

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Releves en attente relus en debut de run (le fichier est
      * reecrit au fil du traitement avec les releves encore en
      * attente, meme technique de file en memoire que SOUASSU)
       01  WS-TAB-RELATT.
           05 WS-RAT-REC             PIC X(128) OCCURS 500 TIMES.
       01  WS-NB-RAT                  PIC 9(3) VALUE 0.
       01  WS-RAT-IDX                 PIC 9(3).

      * Creations 'C' en attente chez le souscripteur : matricule et
      * BM/taux saisis par l'agent
       01  WS-TAB-CREATIONS.
           05 WS-CRE-ENTRY           OCCURS 1000 TIMES.
               10 WS-CRE-MAT         PIC X(6).
               10 WS-CRE-BM          PIC X.
               10 WS-CRE-TAUX        PIC 99.
       01  WS-NB-CRE                  PIC 9(4) VALUE 0.
       01  WS-CRE-IDX                 PIC 9(4).
       01  WS-CRE-POS                 PIC 9(4) VALUE 0.

      * Vehicules ayant deja des antecedents deposes (pas de double
      * depot si le meme releve est represente)
       01  WS-TAB-ANTECED.
           05 WS-ANT-CLE             PIC X(8) OCCURS 5000 TIMES.
       01  WS-NB-ANT                  PIC 9(4) VALUE 0.
       01  WS-ANT-IDX                 PIC 9(4).
       01  WS-ANT-CHERCHE             PIC X(8).
       01  WS-ANT-TROUVE              PIC X VALUE 'N'.
           88 ANTECEDENTS-DEJA-DEPOSES    VALUE 'O'.

      * Releve courant
       01  WS-RELEVE-DATE-ATTENTE     PIC 9(8).
       01  WS-SIN-IDX                 PIC 9.
       01  WS-COEF-CENTIEMES          PIC 9(3).
       01  WS-BM-DECLARE              PIC X.
       01  WS-TAUX-DECLARE            PIC 99.
       01  WS-BM-SAISI                PIC X.
       01  WS-TAUX-SAISI              PIC 99.
       01  WS-STATUT                  PIC X(8).
       01  WS-MOTIF                   PIC X(24).
       01  WS-RELEVE-VALIDE           PIC X VALUE 'O'.
           88 RELEVE-VALIDE               VALUE 'O'.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-CONFORMES       PIC 9(6) VALUE 0.
           05 WS-CPT-CORRIGES        PIC 9(6) VALUE 0.
           05 WS-CPT-ATTENTE         PIC 9(6) VALUE 0.
           05 WS-CPT-REJETS          PIC 9(6) VALUE 0.
           05 WS-CPT-ANTECEDENTS     PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Ligne de detail
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(10) VALUE 'MATRIC. VH'.
           05 FILLER                  PIC X(21)
               VALUE ' ASSUREUR PRECEDENT'.
           05 FILLER                  PIC X(13) VALUE 'SAISI  DECL.'.
           05 FILLER                  PIC X(9)  VALUE 'STATUT'.
           05 FILLER                  PIC X(24) VALUE 'MOTIF'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-VEHIC           PIC Z9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-ASSUREUR        PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-BM-SAISI        PIC X.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-TAUX-SAISI      PIC Z9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 WS-LIGD-BM-DECLARE      PIC X.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-TAUX-DECLARE    PIC Z9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-STATUT          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(24).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RELEVES D''INFORMATION ASSUREUR PRECEDENT'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-ATTENTE
               VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-NB-RAT
           PERFORM 30000-TRAITER-RELEVES
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'RELEVES TRAITES      : ' WS-CPT-LUS
           DISPLAY 'CONFORMES            : ' WS-CPT-CONFORMES
           DISPLAY 'BM/TAUX CORRIGES     : ' WS-CPT-CORRIGES
           DISPLAY 'EN ATTENTE           : ' WS-CPT-ATTENTE
           DISPLAY 'REJETES              : ' WS-CPT-REJETS
           DISPLAY 'ANTECEDENTS DEPOSES  : ' WS-CPT-ANTECEDENTS
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-REJETS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM, tables de rapprochement et ouverture    *
      * des fichiers                                                   *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DATE-SYSTEME TO WS-CONV-DATE
           PERFORM 15000-CONVERTIR-JULIEN
           MOVE WS-CONV-JULIEN TO WS-AUJOURDHUI-JUL

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'POLICES DE MOINS DE ' WS-PARM-JOURS ' JOURS, '
                   'ATTENTE MAXIMALE ' WS-PARM-ATTENTE ' JOURS'

           PERFORM 11000-CHARGER-ATTENTE
           PERFORM 12000-CHARGER-CREATIONS
           PERFORM 13000-CHARGER-ANTECEDENTS

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RELATT
           IF FS-RELATT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RELATT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-ANTECED
           IF FS-ANTECED NOT = '00'
               OPEN OUTPUT F-ANTECED
           END-IF
           IF FS-ANTECED NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ANTECED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-JOURNAL
           IF FS-JRN NOT = '00'
               OPEN OUTPUT F-JOURNAL
           END-IF
           IF FS-JRN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JOURNAL'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'RAPPROCHEMENT DES RELEVES D''INFORMATION'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'JOURS='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                       TO WS-PARM-JOURS
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'ATTENTE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:3)
                       TO WS-PARM-ATTENTE
               END-IF
           END-PERFORM
           .

      * Releves en attente du run precedent, charges en memoire avant  *
      * la reecriture du fichier (absent : aucune attente)             *

       11000-CHARGER-ATTENTE.
           OPEN INPUT F-RELATT
           IF FS-RELATT = '00'
               PERFORM UNTIL FS-RELATT = '10'
                   READ F-RELATT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-RAT < 500
                               ADD 1 TO WS-NB-RAT
                               MOVE FS-RAT-REC TO WS-RAT-REC(WS-NB-RAT)
                           ELSE
                               DISPLAY 'FILE RELATT SATUREE (500) - '
                                       'RIEN N''EST REECRIT'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-RELATT
           END-IF
           .

      * Creations 'C' non encore chargees dans ASSURES3 : orientees    *
      * vers le souscripteur, ou acceptees et a recharger              *

       12000-CHARGER-CREATIONS.
           OPEN INPUT F-SOUSATT
           IF FS-SOUSATT = '00'
               PERFORM UNTIL FS-SOUSATT = '10'
                   READ F-SOUSATT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-SOU-MVT TO W-FMVTSE
                           PERFORM 12100-RETENIR-CREATION
                   END-READ
               END-PERFORM
               CLOSE F-SOUSATT
           END-IF

           OPEN INPUT F-SOUSREL
           IF FS-SOUSREL = '00'
               PERFORM UNTIL FS-SOUSREL = '10'
                   READ F-SOUSREL
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-SRL-REC TO W-FMVTSE
                           PERFORM 12100-RETENIR-CREATION
                   END-READ
               END-PERFORM
               CLOSE F-SOUSREL
           END-IF
           .

       12100-RETENIR-CREATION.
           IF F-CODE = 'C' AND WS-NB-CRE < 1000
               ADD 1 TO WS-NB-CRE
               MOVE F-MAT  TO WS-CRE-MAT(WS-NB-CRE)
               MOVE F-BM   TO WS-CRE-BM(WS-NB-CRE)
               MOVE F-TAUX TO WS-CRE-TAUX(WS-NB-CRE)
           END-IF
           .

      * Vehicules dont les antecedents ont deja ete deposes            *

       13000-CHARGER-ANTECEDENTS.
           OPEN INPUT F-ANTECED
           IF FS-ANTECED = '00'
               PERFORM UNTIL FS-ANTECED = '10'
                   READ F-ANTECED
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-ANT-REC TO W-ANTECED
                           MOVE W-ANTECED(1:8) TO WS-ANT-CHERCHE
                           PERFORM 13100-CHERCHER-ANTECEDENTS
                           IF NOT ANTECEDENTS-DEJA-DEPOSES
                              AND WS-NB-ANT < 5000
                               ADD 1 TO WS-NB-ANT
                               MOVE WS-ANT-CHERCHE
                                   TO WS-ANT-CLE(WS-NB-ANT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-ANTECED
           END-IF
           .

       13100-CHERCHER-ANTECEDENTS.
           MOVE 'N' TO WS-ANT-TROUVE
           PERFORM VARYING WS-ANT-IDX FROM 1 BY 1
               UNTIL WS-ANT-IDX > WS-NB-ANT
                  OR ANTECEDENTS-DEJA-DEPOSES
               IF WS-ANT-CLE(WS-ANT-IDX) = WS-ANT-CHERCHE
                   MOVE 'O' TO WS-ANT-TROUVE
               END-IF
           END-PERFORM
           .

      * Conversion AAAAMMJJ (WS-CONV-DATE) en jour julien absolu       *

       15000-CONVERTIR-JULIEN.
      * Une valeur encore en AAMMJJ passe par l'ancienne fenetre de
      * siecle AA < 50 -> 20AA (cf CHRASSU)
           IF WS-CONV-DATE > 991231
               MOVE WS-CONV-DATE TO WS-CONV-AAAAMMJJ
           ELSE
               IF WS-CONV-DATE / 10000 < 50
                   MOVE 20 TO WS-CONV-SIECLE
               ELSE
                   MOVE 19 TO WS-CONV-SIECLE
               END-IF
               COMPUTE WS-CONV-AAAAMMJJ =
                   (WS-CONV-SIECLE * 1000000) + WS-CONV-DATE
           END-IF
           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-CONV-AAAAMMJJ)
           .

      * Represente un releve en attente du run precedent              *

       20000-TRAITER-ATTENTE.
           MOVE WS-RAT-REC(WS-RAT-IDX)(1:120) TO W-RELEVE
           MOVE WS-RAT-REC(WS-RAT-IDX)(121:8) TO WS-RELEVE-DATE-ATTENTE
           PERFORM 31000-TRAITER-RELEVE
           .

      * Lecture des releves recus (fichier absent : rien a traiter)    *

       30000-TRAITER-RELEVES.
           OPEN INPUT F-RELEVE
           IF FS-RELEVE NOT = '00'
               DISPLAY 'RELEVE.dat ABSENT - SEULES LES ATTENTES '
                       'SONT REPRESENTEES'
           ELSE
               PERFORM UNTIL FS-RELEVE = '10'
                   READ F-RELEVE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-REL-REC TO W-RELEVE
                           MOVE WS-DATE-SYSTEME
                               TO WS-RELEVE-DATE-ATTENTE
                           PERFORM 31000-TRAITER-RELEVE
                   END-READ
               END-PERFORM
               CLOSE F-RELEVE
           END-IF
           .

      * Traitement d'un releve : controle, conversion du coefficient   *
      * puis rapprochement de la police                                *

       31000-TRAITER-RELEVE.
           ADD 1 TO WS-CPT-LUS
           MOVE SPACES TO WS-BM-SAISI
           MOVE 0      TO WS-TAUX-SAISI
           MOVE SPACES TO WS-BM-DECLARE
           MOVE 0      TO WS-TAUX-DECLARE
           MOVE SPACES TO WS-MOTIF
           IF RI-SEQ-VEHICULE NOT NUMERIC OR RI-SEQ-VEHICULE = 0
               MOVE 1 TO RI-SEQ-VEHICULE
           END-IF

           PERFORM 31100-CONTROLER-RELEVE
           IF NOT RELEVE-VALIDE
               PERFORM 36000-REJETER
           ELSE
               PERFORM 31200-CONVERTIR-COEFFICIENT
               MOVE RI-MAT          TO WS-ENREG(1:6)
               MOVE RI-SEQ-VEHICULE TO WS-ENREG(7:2)
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-READ TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               EVALUATE WS-CODE-RETOUR
                   WHEN WS-RET-OK
                       MOVE WS-ENREG TO W-ASSURE
                       PERFORM 32000-RAPPROCHER-POLICE
                   WHEN WS-RET-NOTFOUND
                       PERFORM 34000-RAPPROCHER-CREATION
                   WHEN OTHER
                       DISPLAY 'ANOMALIE - LECTURE ASSURES3 MATRICULE '
                               RI-MAT ' RETOUR ' WS-CODE-RETOUR
                       ADD 1 TO WS-CPT-ANOMALIES
                       MOVE 'ERREUR LECTURE ASSURES3' TO WS-MOTIF
                       PERFORM 35000-METTRE-EN-ATTENTE
               END-EVALUATE
           END-IF
           .

      * Controle de forme du releve                                    *

       31100-CONTROLER-RELEVE.
           MOVE 'O' TO WS-RELEVE-VALIDE
           EVALUATE TRUE
               WHEN RI-MAT NOT NUMERIC
                   MOVE 'MATRICULE INVALIDE' TO WS-MOTIF
                   MOVE 'N' TO WS-RELEVE-VALIDE
               WHEN RI-COEF NOT NUMERIC
                 OR RI-COEF < 0.50 OR RI-COEF > 3.50
                   MOVE 'COEFFICIENT INVALIDE' TO WS-MOTIF
                   MOVE 'N' TO WS-RELEVE-VALIDE
               WHEN RI-NB-SINISTRES NOT NUMERIC
                 OR RI-NB-SINISTRES > 5
                   MOVE 'NOMBRE SINISTRES INVALIDE' TO WS-MOTIF
                   MOVE 'N' TO WS-RELEVE-VALIDE
           END-EVALUATE
           IF RELEVE-VALIDE
               PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > RI-NB-SINISTRES
                   IF RI-SIN-DATE(WS-SIN-IDX) NOT NUMERIC
                      OR RI-SIN-DATE(WS-SIN-IDX) = 0
                      OR (RI-SIN-RESP(WS-SIN-IDX) NOT = 'O'
                          AND RI-SIN-RESP(WS-SIN-IDX) NOT = 'P'
                          AND RI-SIN-RESP(WS-SIN-IDX) NOT = 'N')
                       MOVE 'SINISTRE DECLARE INVALIDE' TO WS-MOTIF
                       MOVE 'N' TO WS-RELEVE-VALIDE
                   END-IF
               END-PERFORM
           END-IF
           .

      * Coefficient declare -> BM/taux (meme sens que PRIMCALC :       *
      * 'B' diminue la prime du taux, 'M' l'augmente)                  *

       31200-CONVERTIR-COEFFICIENT.
           COMPUTE WS-COEF-CENTIEMES = RI-COEF * 100
           IF WS-COEF-CENTIEMES < 100
               MOVE 'B' TO WS-BM-DECLARE
               COMPUTE WS-TAUX-DECLARE = 100 - WS-COEF-CENTIEMES
           ELSE
               IF WS-COEF-CENTIEMES = 100
                   MOVE 'B' TO WS-BM-DECLARE
                   MOVE 0 TO WS-TAUX-DECLARE
               ELSE
                   MOVE 'M' TO WS-BM-DECLARE
                   IF WS-COEF-CENTIEMES > 199
                       MOVE 99 TO WS-TAUX-DECLARE
                   ELSE
                       COMPUTE WS-TAUX-DECLARE =
                           WS-COEF-CENTIEMES - 100
                   END-IF
               END-IF
           END-IF
           .

      * Police presente dans ASSURES3 : elle doit etre recente pour    *
      * que le releve s'applique                                       *

       32000-RAPPROCHER-POLICE.
           MOVE BM-A4 OF W-ASSURE   TO WS-BM-SAISI
           MOVE TAUX-A4 OF W-ASSURE TO WS-TAUX-SAISI
           MOVE 99999 TO WS-AGE-JOURS
           IF DATE-EFFET-A4 OF W-ASSURE > 0
               MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-CONV-DATE
               PERFORM 15000-CONVERTIR-JULIEN
               COMPUTE WS-AGE-JOURS =
                   WS-AUJOURDHUI-JUL - WS-CONV-JULIEN
           END-IF

           IF WS-AGE-JOURS > WS-PARM-JOURS
               MOVE 'POLICE NON RECENTE' TO WS-MOTIF
               PERFORM 36000-REJETER
           ELSE
               IF WS-BM-SAISI = WS-BM-DECLARE
                  AND WS-TAUX-SAISI = WS-TAUX-DECLARE
                   MOVE 'CONFORME' TO WS-STATUT
                   MOVE 'SAISIE CONFORME' TO WS-MOTIF
                   ADD 1 TO WS-CPT-CONFORMES
               ELSE
                   PERFORM 32100-CORRIGER-BM
               END-IF
               PERFORM 33000-DEPOSER-ANTECEDENTS
               PERFORM 37000-ECRIRE-DETAIL
           END-IF
           .

      * Journaliser l'avant-image puis appliquer le BM/taux declare    *

       32100-CORRIGER-BM.
           MOVE MAT-X4 OF W-ASSURE           TO FS-JRN-MATRICULE
           MOVE WS-CODE-MVT-JOURNAL          TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 OF W-ASSURE         TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 OF W-ASSURE            TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE          TO FS-JRN-TAUX-AVANT
           MOVE WS-BATCH-ID                  TO FS-JRN-BATCH-ID
           MOVE WS-DATE-SYSTEME              TO FS-JRN-DATE-MVT
           MOVE PRIME-A4 OF W-ASSURE         TO FS-JRN-PRIME-APRES
           MOVE WS-BM-DECLARE                TO FS-JRN-BM-APRES
           MOVE WS-TAUX-DECLARE              TO FS-JRN-TAUX-APRES
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE  TO FS-JRN-VEHICULE
           MOVE SPACES                       TO FS-JRN-UTILISATEUR
           MOVE SPACES                       TO FS-JRN-RESTE2
           WRITE FS-JRN-REC

           MOVE WS-BM-DECLARE   TO BM-A4 OF W-ASSURE
           MOVE WS-TAUX-DECLARE TO TAUX-A4 OF W-ASSURE
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE W-ASSURE TO WS-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'CORRIGE' TO WS-STATUT
               MOVE 'ECART SAISIE CORRIGE' TO WS-MOTIF
               ADD 1 TO WS-CPT-CORRIGES
           ELSE
               DISPLAY 'ANOMALIE - ECHEC MISE A JOUR MATRICULE '
                       MAT-A4 OF W-ASSURE
               MOVE 'ANOMALIE' TO WS-STATUT
               MOVE 'ECART NON CORRIGE' TO WS-MOTIF
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Depot des sinistres declares dans WORK/ANTECED.dat (une seule  *
      * fois par vehicule)                                             *

       33000-DEPOSER-ANTECEDENTS.
           MOVE RI-MAT          TO WS-ANT-CHERCHE(1:6)
           MOVE RI-SEQ-VEHICULE TO WS-ANT-CHERCHE(7:2)
           PERFORM 13100-CHERCHER-ANTECEDENTS
           IF NOT ANTECEDENTS-DEJA-DEPOSES
               PERFORM VARYING WS-SIN-IDX FROM 1 BY 1
                   UNTIL WS-SIN-IDX > RI-NB-SINISTRES
                   MOVE RI-MAT                    TO AN-MAT
                   MOVE RI-SEQ-VEHICULE           TO AN-SEQ-VEHICULE
                   MOVE RI-SIN-DATE(WS-SIN-IDX)   TO AN-DATE
                   MOVE RI-SIN-RESP(WS-SIN-IDX)   TO AN-RESP
                   MOVE RI-SIN-NATURE-CODE(WS-SIN-IDX)
                       TO AN-NATURE-CODE
                   MOVE RI-ASSUREUR               TO AN-ASSUREUR
                   MOVE W-ANTECED TO FS-ANT-REC
                   WRITE FS-ANT-REC
                   ADD 1 TO WS-CPT-ANTECEDENTS
               END-PERFORM
               IF RI-NB-SINISTRES > 0 AND WS-NB-ANT < 5000
                   ADD 1 TO WS-NB-ANT
                   MOVE WS-ANT-CHERCHE TO WS-ANT-CLE(WS-NB-ANT)
               END-IF
           END-IF
           .

      * Police absente d'ASSURES3 : creation en attente chez le        *
      * souscripteur, non encore saisie, ou delai depasse              *

       34000-RAPPROCHER-CREATION.
           MOVE 0 TO WS-CRE-POS
           PERFORM VARYING WS-CRE-IDX FROM 1 BY 1
               UNTIL WS-CRE-IDX > WS-NB-CRE OR WS-CRE-POS > 0
               IF WS-CRE-MAT(WS-CRE-IDX) = RI-MAT
                   MOVE WS-CRE-IDX TO WS-CRE-POS
               END-IF
           END-PERFORM

           MOVE WS-RELEVE-DATE-ATTENTE TO WS-CONV-DATE
           PERFORM 15000-CONVERTIR-JULIEN
           COMPUTE WS-AGE-JOURS = WS-AUJOURDHUI-JUL - WS-CONV-JULIEN

           IF WS-CRE-POS > 0
               MOVE WS-CRE-BM(WS-CRE-POS)   TO WS-BM-SAISI
               MOVE WS-CRE-TAUX(WS-CRE-POS) TO WS-TAUX-SAISI
               IF WS-BM-SAISI = WS-BM-DECLARE
                  AND WS-TAUX-SAISI = WS-TAUX-DECLARE
                   MOVE 'CREATION EN SOUSCRIPTION' TO WS-MOTIF
               ELSE
                   MOVE 'ECART SAISIE/SOUSCRIPT.' TO WS-MOTIF
               END-IF
               PERFORM 35000-METTRE-EN-ATTENTE
           ELSE
               IF WS-AGE-JOURS > WS-PARM-ATTENTE
                   MOVE 'DELAI ATTENTE DEPASSE' TO WS-MOTIF
                   PERFORM 36000-REJETER
               ELSE
                   MOVE 'CREATION NON SAISIE' TO WS-MOTIF
                   PERFORM 35000-METTRE-EN-ATTENTE
               END-IF
           END-IF
           .

      * Releve reecrit dans la file d'attente avec sa date d'arrivee   *

       35000-METTRE-EN-ATTENTE.
           MOVE W-RELEVE TO FS-RAT-RELEVE
           MOVE WS-RELEVE-DATE-ATTENTE TO FS-RAT-DATE
           WRITE FS-RAT-REC
           MOVE 'ATTENTE' TO WS-STATUT
           ADD 1 TO WS-CPT-ATTENTE
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Releve rejete, sans mise a jour                                *

       36000-REJETER.
           MOVE 'REJET' TO WS-STATUT
           ADD 1 TO WS-CPT-REJETS
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Ligne de detail vers le listing                                *

       37000-ECRIRE-DETAIL.
           MOVE RI-MAT           TO WS-LIGD-MAT
           MOVE RI-SEQ-VEHICULE  TO WS-LIGD-VEHIC
           MOVE RI-ASSUREUR      TO WS-LIGD-ASSUREUR
           MOVE WS-BM-SAISI      TO WS-LIGD-BM-SAISI
           MOVE WS-TAUX-SAISI    TO WS-LIGD-TAUX-SAISI
           MOVE WS-BM-DECLARE    TO WS-LIGD-BM-DECLARE
           MOVE WS-TAUX-DECLARE  TO WS-LIGD-TAUX-DECLARE
           MOVE WS-STATUT        TO WS-LIGD-STATUT
           MOVE WS-MOTIF         TO WS-LIGD-MOTIF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       40000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           CLOSE F-RELATT
           CLOSE F-ANTECED
           CLOSE F-JOURNAL
           CLOSE F-RAPPORT
           .
