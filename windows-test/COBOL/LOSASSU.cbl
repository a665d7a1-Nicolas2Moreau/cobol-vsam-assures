      * le ratio reflete le cout reellement supporte et non plus le    *
      * montant brut SIN-MONTANT - en l'absence de WORK/RECOURS.dat,   *
      * les montants restent bruts comme avant                         *
      * Les chiffres par ville et par type sont a 100% ; une section   *
      * PART CONSERVEE reprend la prime et les sinistres apres cession *
      * aux coassureurs (tableau WORK/COASSUR.dat tenu par COAASSU,    *
      * compte matricule ou flotte de WORK/FLOTTES.dat) - sans tableau *
      * de coassurance la section n'est pas editee                     *
      *                                                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  montants nets des recuperations de recours       *
      *               (fichier RECOURS)                                *
      *   2026-10-15  part conservee apres coassurance (fichier        *
      *               COASSUR, cf COAASSU) a cote des chiffres a 100%  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-REC-CLE
               FILE STATUS IS FS-RECOURS.

      * Tableau de coassurance (cf COAASSU) et rattachements des
      * matricules aux flottes (cf FLOASSU) - fichiers optionnels
           SELECT F-COASSUR ASSIGN TO "WORK/COASSUR.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COASSUR.

           SELECT F-FLOTTES ASSIGN TO "WORK/FLOTTES.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLOTTES.

       DATA DIVISION.
       FILE SECTION.

           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-REC-CLE           PIC X(10).
           05 FS-REC-DATA          PIC X(36).

       FD  F-COASSUR.
       01  FS-COA-REC.
           COPY CCOASS.

       FD  F-FLOTTES.
       01  FS-FLO-REC.
           05 FS-FLO-ID            PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-MAT           PIC X(6).
           05 FILLER               PIC X(1).
           05 FS-FLO-LIBELLE       PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-SINISTRE               PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-RECOURS                PIC XX.
       01  FS-COASSUR                PIC XX.
       01  FS-FLOTTES                PIC XX.

      * Recours disponibles ou non (fichier optionnel)
       01  WS-RECOURS-DISPONIBLE     PIC X VALUE 'N'.
       01  WS-TOTAL-SINISTRE          PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-RATIO             PIC 999V99  VALUE 0.

      * Coassurance : somme des parts cedees par compte (flotte ou
      * matricule), rattachements matricule -> flotte, part conservee
      * du vehicule courant et totaux apres cession
       01  WS-COASS-DISPONIBLE        PIC X VALUE 'N'.
           88 COASS-DISPONIBLE       VALUE 'O'.
       01  WS-NB-COMPTES-COASS        PIC 9(3) VALUE 0.
       01  WS-TABLE-COASS.
           05 WS-COASS-ENTRY         OCCURS 100 TIMES.
               10 WS-COASS-TYPE      PIC X        VALUE SPACE.
               10 WS-COASS-COMPTE    PIC X(6)     VALUE SPACES.
               10 WS-COASS-CEDE      PIC 9(4)V99  VALUE 0.
       01  WS-COASS-IDX-CHERCHE       PIC 9(3).
       01  WS-COASS-POS               PIC 9(3).
       01  WS-COASS-TYPE-CHERCHE      PIC X.
       01  WS-COASS-CPT-CHERCHE       PIC X(6).
       01  WS-NB-FLOTTES              PIC 9(3) VALUE 0.
       01  WS-TABLE-FLOTTES.
           05 WS-FLO-ENTRY           OCCURS 500 TIMES.
               10 WS-FLO-ID          PIC X(6)     VALUE SPACES.
               10 WS-FLO-MAT         PIC X(6)     VALUE SPACES.
       01  WS-FLO-IDX-CHERCHE         PIC 9(3).
       01  WS-FLO-POS                 PIC 9(3).
       01  WS-PART-CONSERVEE          PIC 9(3)V99 VALUE 100.
       01  WS-NB-COASSURES            PIC 9(6) VALUE 0.
       01  WS-COASS-PRIME             PIC 9(9)V99 VALUE 0.
       01  WS-COASS-SINISTRE          PIC 9(9)V99 VALUE 0.
       01  WS-RET-PRIME               PIC 9(9)V99 VALUE 0.
       01  WS-RET-SINISTRE            PIC 9(9)V99 VALUE 0.
       01  WS-RET-PRIME-VEH           PIC 9(8)V99 VALUE 0.
       01  WS-RET-SINISTRE-VEH        PIC 9(8)V99 VALUE 0.

      * Ratio de travail (recalcule pour chaque groupe edite)
       01  WS-RATIO-CALC              PIC 999V99  VALUE 0.

           IF RECOURS-DISPONIBLE
               DISPLAY 'RECOURS DEDUITS    : ' WS-TOTAL-RECUPERE
           END-IF
           IF COASS-DISPONIBLE
               DISPLAY 'VEHICULES COASSURES: ' WS-NB-COASSURES
           END-IF
           DISPLAY '========================================'
           STOP RUN.

           ELSE
               DISPLAY 'RECOURS.dat ABSENT - MONTANTS BRUTS'
           END-IF

      * Tableau de coassurance optionnel - en son absence le rapport
      * reste a 100% sans section de part conservee
           PERFORM 11000-CHARGER-COASSURANCE
           .

      * Chargement du tableau de coassurance (parts cedees cumulees   *
      * par compte) et des rattachements matricule -> flotte          *

       11000-CHARGER-COASSURANCE.
           OPEN INPUT F-COASSUR
           IF FS-COASSUR = '00'
               MOVE 'O' TO WS-COASS-DISPONIBLE
               PERFORM 11100-LIRE-LIGNE-COASS
                   UNTIL FS-COASSUR = '10'
               CLOSE F-COASSUR
               OPEN INPUT F-FLOTTES
               IF FS-FLOTTES = '00'
                   PERFORM 11200-LIRE-RATTACHEMENT
                       UNTIL FS-FLOTTES = '10'
                   CLOSE F-FLOTTES
               END-IF
           ELSE
               DISPLAY 'COASSUR.dat ABSENT - CHIFFRES A 100% SEULS'
           END-IF
           .

       11100-LIRE-LIGNE-COASS.
           READ F-COASSUR
               AT END
                   CONTINUE
               NOT AT END
                   MOVE COA-TYPE-COMPTE TO WS-COASS-TYPE-CHERCHE
                   MOVE COA-COMPTE      TO WS-COASS-CPT-CHERCHE
                   PERFORM 11300-CHERCHER-COMPTE-COASS
                   IF WS-COASS-POS = 0
                      AND WS-NB-COMPTES-COASS < 100
                       ADD 1 TO WS-NB-COMPTES-COASS
                       MOVE WS-NB-COMPTES-COASS TO WS-COASS-POS
                       MOVE COA-TYPE-COMPTE
                           TO WS-COASS-TYPE(WS-COASS-POS)
                       MOVE COA-COMPTE
                           TO WS-COASS-COMPTE(WS-COASS-POS)
                   END-IF
                   IF WS-COASS-POS > 0
                       ADD COA-PART TO WS-COASS-CEDE(WS-COASS-POS)
                   END-IF
           END-READ
           .

       11200-LIRE-RATTACHEMENT.
           READ F-FLOTTES
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-FLOTTES < 500
                       ADD 1 TO WS-NB-FLOTTES
                       MOVE FS-FLO-ID  TO WS-FLO-ID(WS-NB-FLOTTES)
                       MOVE FS-FLO-MAT TO WS-FLO-MAT(WS-NB-FLOTTES)
                   END-IF
           END-READ
           .

      * Compte (WS-COASS-TYPE-CHERCHE, WS-COASS-CPT-CHERCHE) ->       *
      * WS-COASS-POS, zero si le compte n'est pas coassure             *

       11300-CHERCHER-COMPTE-COASS.
           MOVE 0 TO WS-COASS-POS
           MOVE 1 TO WS-COASS-IDX-CHERCHE
           PERFORM 11310-COMPARER-COMPTE-COASS
               UNTIL WS-COASS-IDX-CHERCHE > WS-NB-COMPTES-COASS
                  OR WS-COASS-POS > 0
           .

       11310-COMPARER-COMPTE-COASS.
           IF WS-COASS-TYPE(WS-COASS-IDX-CHERCHE)
                  = WS-COASS-TYPE-CHERCHE
              AND WS-COASS-COMPTE(WS-COASS-IDX-CHERCHE)
                  = WS-COASS-CPT-CHERCHE
               MOVE WS-COASS-IDX-CHERCHE TO WS-COASS-POS
           ELSE
               ADD 1 TO WS-COASS-IDX-CHERCHE
           END-IF
           .

      * Lecture sequentielle de FSINISTRE et cumul par vehicule        *

           ADD PRIME-A4 IN WS-ASSURE-CASSURES TO WS-TOTAL-PRIME
           ADD WS-SIN-MONTANT-VEHICULE TO WS-TOTAL-SINISTRE

           IF COASS-DISPONIBLE
               PERFORM 31600-CUMULER-PART-CONSERVEE
           END-IF
           .

      * Part conservee du vehicule : compte matricule declare en      *
      * propre, a defaut compte de sa flotte ; 100% hors coassurance  *
      * (un compte dont les parts cedees atteignent 100% est signale  *
      * par COAASSU et reste ici a 100%)                               *

       31600-CUMULER-PART-CONSERVEE.
           MOVE 100 TO WS-PART-CONSERVEE
           MOVE 'M' TO WS-COASS-TYPE-CHERCHE
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-COASS-CPT-CHERCHE
           PERFORM 11300-CHERCHER-COMPTE-COASS
           IF WS-COASS-POS = 0
               MOVE 0 TO WS-FLO-POS
               MOVE 1 TO WS-FLO-IDX-CHERCHE
               PERFORM 31610-COMPARER-RATTACHEMENT
                   UNTIL WS-FLO-IDX-CHERCHE > WS-NB-FLOTTES
                      OR WS-FLO-POS > 0
               IF WS-FLO-POS > 0
                   MOVE 'F' TO WS-COASS-TYPE-CHERCHE
                   MOVE WS-FLO-ID(WS-FLO-POS) TO WS-COASS-CPT-CHERCHE
                   PERFORM 11300-CHERCHER-COMPTE-COASS
               END-IF
           END-IF
           IF WS-COASS-POS > 0
               IF WS-COASS-CEDE(WS-COASS-POS) < 100
                   COMPUTE WS-PART-CONSERVEE =
                       100 - WS-COASS-CEDE(WS-COASS-POS)
                   ADD 1 TO WS-NB-COASSURES
                   ADD PRIME-A4 IN WS-ASSURE-CASSURES
                       TO WS-COASS-PRIME
                   ADD WS-SIN-MONTANT-VEHICULE TO WS-COASS-SINISTRE
               END-IF
           END-IF
           COMPUTE WS-RET-PRIME-VEH ROUNDED =
               PRIME-A4 IN WS-ASSURE-CASSURES * WS-PART-CONSERVEE / 100
           COMPUTE WS-RET-SINISTRE-VEH ROUNDED =
               WS-SIN-MONTANT-VEHICULE * WS-PART-CONSERVEE / 100
           ADD WS-RET-PRIME-VEH    TO WS-RET-PRIME
           ADD WS-RET-SINISTRE-VEH TO WS-RET-SINISTRE
           .

       31610-COMPARER-RATTACHEMENT.
           IF WS-FLO-MAT(WS-FLO-IDX-CHERCHE)
                  = MAT-X4 IN WS-ASSURE-CASSURES
               MOVE WS-FLO-IDX-CHERCHE TO WS-FLO-POS
           ELSE
               ADD 1 TO WS-FLO-IDX-CHERCHE
           END-IF
           .

      * Recherche du vehicule courant dans la table des sinistres      *
           WRITE FS-RAPPORT-REC

           PERFORM 41200-EDITER-TOTAL-GENERAL

           IF COASS-DISPONIBLE
               PERFORM 41300-EDITER-PART-CONSERVEE
           END-IF
           .

      * Une ligne de ville                                             *
           WRITE FS-RAPPORT-REC
           .

      * Part conservee apres coassurance : comptes coassures a 100%,  *
      * puis portefeuille apres cession des parts des coassureurs     *

       41300-EDITER-PART-CONSERVEE.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'PART CONSERVEE APRES COASSURANCE' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'COASSURES 100%' TO WS-LIGX-LIB
           MOVE WS-NB-COASSURES TO WS-LIGX-NB
           MOVE WS-COASS-PRIME TO WS-LIGX-PRIME
           MOVE WS-COASS-SINISTRE TO WS-LIGX-SINISTRE
           IF WS-COASS-PRIME > 0
               COMPUTE WS-RATIO-CALC ROUNDED =
                   WS-COASS-SINISTRE / WS-COASS-PRIME * 100
           ELSE
               MOVE 0 TO WS-RATIO-CALC
           END-IF
           MOVE WS-RATIO-CALC TO WS-LIGX-RATIO
           MOVE WS-LIG-TOTAL-GENERAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'PART CONSERV' TO WS-LIGX-LIB
           MOVE WS-NB-ASSURES TO WS-LIGX-NB
           MOVE WS-RET-PRIME TO WS-LIGX-PRIME
           MOVE WS-RET-SINISTRE TO WS-LIGX-SINISTRE
           IF WS-RET-PRIME > 0
               COMPUTE WS-RATIO-CALC ROUNDED =
                   WS-RET-SINISTRE / WS-RET-PRIME * 100
           ELSE
               MOVE 0 TO WS-RATIO-CALC
           END-IF
           MOVE WS-RATIO-CALC TO WS-LIGX-RATIO
           MOVE WS-LIG-TOTAL-GENERAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement                                              *

       50000-FIN.
