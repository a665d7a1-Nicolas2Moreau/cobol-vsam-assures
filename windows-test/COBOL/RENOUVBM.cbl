      * un sinistre -> malus (taux en hausse), puis remise a zero du  *
      * compteur de sinistres. Remplace l'ajustement manuel de        *
      * TAUX-A4 aujourd'hui saisi via un mouvement 'M' dans FMVTSE.   *
      * Chaque sinistre compte selon sa part de responsabilite        *
      * (SIN-RESP O ou blanc = 100 %, P = 50 %, N = 0 %) et sa nature *
      * (nature non malussante de WORK/NATURES.dat = 0 %) : les       *
      * sinistres comptes dans NB-SINISTRE-A4 (les plus recents du    *
      * vehicule sur SINISTRE) sont ponderes, et le pas de malus est  *
      * applique au prorata du total (un sinistre partage = un        *
      * demi-pas) ; un total nul vaut absence de sinistre (bonus).    *
      * Sinistre absent de SINISTRE (archive) ou fichier              *
      * indisponible : poids plein.                                   *
      *                                                                *
      * PARM (cle=valeur separees par une virgule, optionnel) :        *
      *   MODE=IMMEDIAT (defaut) - remise a zero de NB-SINISTRE-A4    *
      * rejeu complet, avec ou sans RESTART, saute les vehicules dont *
      * l'echeance courante a deja ete progressee au lieu de leur     *
      * appliquer un second bonus/malus.                              *
      * Les vehicules de flotte sont tarifes sur la sinistralite du    *
      * compte par FLRASSU (ACTION=VALIDER), lance avant ce programme :*
      * il marque les echeances ainsi traitees dans WORK/RENOUVBM.dat, *
      * qui ne recoivent donc pas en plus la progression individuelle. *
      * Un vehicule dont le non-renouvellement a ete notifie (dossier  *
      * N/R de WORK/NONRENOU.dat tenu par NRNASSU) n'est pas progresse *
      * a l'echeance visee : le contrat prend fin, il n'y a pas de     *
      * nouvelle periode a tarifer.                                    *
      *                                                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  checkpoint CHKRENOU + option RESTART, et        *
      *               marquage des echeances deja progressees          *
      *               (WORK/RENOUVBM.dat) pour un rejeu idempotent     *
      *   2026-10-15  malus fractionnaire : ponderation des sinistres  *
      *               par la part de responsabilite (SIN-RESP O/P/N)  *
      *               et le code malus de la nature (NATURES)          *
      *   2026-10-15  echeances des flottes tarifees par FLRASSU       *
      *               (marquees dans WORK/RENOUVBM.dat) non reprises   *
      *   2026-10-15  vehicules en non-renouvellement notifie          *
      *               (WORK/NONRENOU.dat) non progresses               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-MARQ-CLE
               FILE STATUS IS FS-MARQUE.

      * Table de reference des natures de sinistre (code malus - cf
      * CNATURE.cpy et LOADREGT/MAJREGTF), fichier optionnel
           SELECT F-NATURES ASSIGN TO "WORK/NATURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-NATR-CODE
               FILE STATUS IS FS-NATURES.

      * Dossiers de non-renouvellement tenus par NRNASSU (cf
      * CNONREN.cpy), fichier optionnel
           SELECT F-NONREN ASSIGN TO "WORK/NONRENOU.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NRN-CLE
               FILE STATUS IS FS-NONREN.

       DATA DIVISION.
       FILE SECTION.

               10 FS-MARQ-VEHIC      PIC 9(2).
           05 FS-MARQ-ECHEANCE       PIC 9(8).

       FD  F-NATURES.
       01  FS-NATR-REC.
           05 FS-NATR-CODE           PIC X(3).
           05 FS-NATR-LIBELLE        PIC X(20).
           05 FS-NATR-GARANTIE       PIC X(3).
           05 FS-NATR-MALUS          PIC X(1).

       FD  F-NONREN.
       01  FS-NRN-REC.
           COPY CNONREN.

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WSINISTR.

       01  FS-RAPPORT                 PIC XX.
       01  FS-STREAK                  PIC XX.
       01  FS-MARQUE                  PIC XX.
       01  WS-STREAK-TROUVE           PIC X VALUE 'N'.
       01  WS-MARQUE-TROUVEE          PIC X VALUE 'N'.
       01  FS-NATURES                 PIC XX.
       01  WS-ECHEANCE-DEJA-FAITE     PIC X VALUE 'N'.
           88 ECHEANCE-DEJA-FAITE         VALUE 'O'.
       01  FS-NONREN                  PIC XX.
       01  WS-NONREN-DISPONIBLE       PIC X VALUE 'N'.
           88 NONREN-DISPONIBLE           VALUE 'O'.
       01  WS-NON-RENOUVELE           PIC X VALUE 'N'.
           88 NON-RENOUVELE               VALUE 'O'.

      * Option de reprise apres abend (jeton PARM RESTART) et point de
      * controle toutes les WS-CHK-INTERVAL lectures, meme convention
       01  WS-TAUX-AVANT              PIC 99.
       01  WS-TAUX-CALCULE            PIC 999.

      * Ponderation des sinistres comptes dans NB-SINISTRE-A4, en %
      * (100 = un sinistre plein) - les poids des sinistres actifs du
      * vehicule sont ranges dans une table tournante de 99 postes
      * (NB-SINISTRE-A4 ne depasse pas 99), lue a rebours pour ne
      * retenir que les NB-SINISTRE-A4 plus recents
       01  WS-SINISTRE-DISPONIBLE     PIC X VALUE 'N'.
           88 SINISTRE-DISPONIBLE         VALUE 'O'.
       01  WS-FIN-SINISTRE            PIC X VALUE 'N'.
           88 FIN-SINISTRE                VALUE 'O'.
       01  WS-POIDS-SINISTRE          PIC 9(3) VALUE 0.
       01  WS-POIDS-TOTAL             PIC 9(5) VALUE 0.
       01  WS-NB-SIN-VEHICULE         PIC 9(5) VALUE 0.
       01  WS-POIDS-POS               PIC 9(2) VALUE 0.
       01  WS-POIDS-RESTE             PIC 9(2) VALUE 0.
       01  WS-TABLE-POIDS.
           05 WS-POIDS-ENTRY         PIC 9(3) OCCURS 99 TIMES.

      * Table de reference des natures (code malus)
           COPY CNATURE.
       01  WS-NB-NREF-CHARGEES        PIC 99 VALUE 0.
       01  WS-NREF-IDX-CHERCHE        PIC 99.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-VEHICULES       PIC 9(6) VALUE 0.
           05 WS-CPT-MALUS           PIC 9(5) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.
           05 WS-CPT-DEJA-FAITES     PIC 9(6) VALUE 0.
           05 WS-CPT-NON-RENOUV      PIC 9(6) VALUE 0.

      * Ligne de detail renouvellement
       01  WS-LIG-DETAIL.
           05 WS-LIGD-BM-APRES        PIC X.
           05 FILLER                  PIC X(1) VALUE '/'.
           05 WS-LIGD-TAUX-APRES      PIC Z9.
           05 FILLER                  PIC X(8) VALUE '  POIDS '.
           05 WS-LIGD-POIDS           PIC ZZZ9.
           05 FILLER                  PIC X(2) VALUE ' %'.

       LINKAGE SECTION.

           DISPLAY 'PASSAGES EN BONUS    : ' WS-CPT-BONUS
           DISPLAY 'PASSAGES EN MALUS    : ' WS-CPT-MALUS
           DISPLAY 'DEJA TRAITEES (REJEU): ' WS-CPT-DEJA-FAITES
           DISPLAY 'NON RECONDUITS (PREAVIS): ' WS-CPT-NON-RENOUV
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               GOBACK
           END-IF

      * SINISTRE et NATURES servent a ponderer les sinistres - sans
      * eux, chaque sinistre compte plein comme auparavant
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET SINISTRE-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'SINISTRE INDISPONIBLE - SINISTRES A POIDS PLEIN'
           END-IF
           PERFORM 15000-CHARGER-NATURES

           MOVE 'RENOUVELLEMENTS BONUS/MALUS TRAITES' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
               OPEN I-O F-MARQUE
           END-IF

      * Dossiers de non-renouvellement - absents : aucun vehicule exclu
           OPEN INPUT F-NONREN
           IF FS-NONREN = '00'
               SET NONREN-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'NONRENOU.dat ABSENT - AUCUN NON-RENOUVELLEMENT'
           END-IF

           PERFORM 12000-INIT-CHECKPOINT
           IF OPT-RESTART-ON
               DISPLAY 'MODE REPRISE (RESTART) ACTIVE'
       21000-CONTROLER-ECHEANCE.
           IF DATE-EXPIR-A4 OF W-ASSURE NOT > WS-DATE-SYSTEME
               PERFORM 21500-VERIFIER-ECHEANCE-DEJA-FAITE
               PERFORM 21600-VERIFIER-NON-RENOUVELE
               IF ECHEANCE-DEJA-FAITE
                   ADD 1 TO WS-CPT-DEJA-FAITES
               ELSE
                   IF NON-RENOUVELE
                       ADD 1 TO WS-CPT-NON-RENOUV
                   ELSE
                       PERFORM 22000-APPLIQUER-PROGRESSION
                   END-IF
               END-IF
           END-IF
           .

      * Non-renouvellement notifie (NRNASSU) pour cette echeance ou une*
      * echeance anterieure : le contrat n'est pas reconduit           *

       21600-VERIFIER-NON-RENOUVELE.
           MOVE 'N' TO WS-NON-RENOUVELE
           IF NONREN-DISPONIBLE
               MOVE MAT-X4 OF W-ASSURE          TO NRN-MAT
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO NRN-SEQ-VEHICULE
               READ F-NONREN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF (NRN-NOTIFIE OR NRN-MVT-EMIS)
                           AND DATE-EXPIR-A4 OF W-ASSURE
                               NOT < NRN-ECHEANCE
                           SET NON-RENOUVELE TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      * Rejeu idempotent : l'echeance courante de ce vehicule a-t-elle *
      * deja ete progressee (abend puis relance, ou double lancement) ?*

           MOVE BM-A4 OF W-ASSURE   TO WS-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE TO WS-TAUX-AVANT

           PERFORM 21800-CALCULER-POIDS-MALUS
               THRU FIN-21800-CALCULER-POIDS-MALUS

           IF WS-POIDS-TOTAL = 0
               MOVE 'B' TO BM-A4 OF W-ASSURE
               COMPUTE WS-TAUX-CALCULE =
                   TAUX-A4 OF W-ASSURE - WS-TAUX-PAS-BONUS
               ADD 1 TO WS-CPT-BONUS
           ELSE
               MOVE 'M' TO BM-A4 OF W-ASSURE
               COMPUTE WS-TAUX-CALCULE ROUNDED =
                   TAUX-A4 OF W-ASSURE +
                       (WS-TAUX-PAS-MALUS * WS-POIDS-TOTAL) / 100
               IF WS-TAUX-CALCULE > WS-TAUX-PLAFOND
                   MOVE WS-TAUX-PLAFOND TO TAUX-A4 OF W-ASSURE
               ELSE
           MOVE WS-TAUX-AVANT                TO WS-LIGD-TAUX-AVANT
           MOVE BM-A4 OF W-ASSURE            TO WS-LIGD-BM-APRES
           MOVE TAUX-A4 OF W-ASSURE          TO WS-LIGD-TAUX-APRES
           MOVE WS-POIDS-TOTAL               TO WS-LIGD-POIDS
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Poids malus des sinistres comptes dans NB-SINISTRE-A4 :        *
      * balayage des sinistres du matricule (START + READNEXT, meme    *
      * technique que SINASSU/22000), poids des sinistres actifs du    *
      * vehicule ranges dans la table tournante, puis cumul des        *
      * NB-SINISTRE-A4 plus recents                                    *

       21800-CALCULER-POIDS-MALUS.
           MOVE 0 TO WS-POIDS-TOTAL
           MOVE 0 TO WS-NB-SIN-VEHICULE
           MOVE 0 TO WS-POIDS-POS
           IF NB-SINISTRE-A4 OF W-ASSURE = 0
               GO TO FIN-21800-CALCULER-POIDS-MALUS
           END-IF

           IF SINISTRE-DISPONIBLE
               MOVE SPACES TO WS-ENREG
               MOVE MAT-X4 OF W-ASSURE TO WS-ENREG(1:6)
               MOVE 'SINISTRE' TO WS-NOM-FICHIER
               MOVE WS-FUNC-START TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               MOVE 'N' TO WS-FIN-SINISTRE
               PERFORM 21810-LIRE-SINISTRE-VEHICULE
                   UNTIL FIN-SINISTRE
           END-IF

           MOVE NB-SINISTRE-A4 OF W-ASSURE TO WS-POIDS-RESTE
           PERFORM 21820-CUMULER-POIDS
               UNTIL WS-POIDS-RESTE = 0
           .
       FIN-21800-CALCULER-POIDS-MALUS.
           EXIT.

       21810-LIRE-SINISTRE-VEHICULE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-SINISTRE TO TRUE
           ELSE
               MOVE WS-ENREG TO W-SINISTRE
               IF SIN-MAT OF W-SINISTRE NOT = MAT-A4 OF W-ASSURE
                   SET FIN-SINISTRE TO TRUE
               ELSE
                   IF SIN-SEQ-VEHICULE OF W-SINISTRE
                           = SEQ-VEHICULE-A4 OF W-ASSURE
                       AND SIN-ETAT OF W-SINISTRE NOT = 'X'
                       PERFORM 21850-PONDERER-SINISTRE
                       ADD 1 TO WS-POIDS-POS
                       IF WS-POIDS-POS > 99
                           MOVE 1 TO WS-POIDS-POS
                       END-IF
                       MOVE WS-POIDS-SINISTRE
                           TO WS-POIDS-ENTRY(WS-POIDS-POS)
                       ADD 1 TO WS-NB-SIN-VEHICULE
                   END-IF
               END-IF
           END-IF
           .

      * Cumul a rebours d'un sinistre compte - au-dela des sinistres   *
      * retrouves sur SINISTRE, le sinistre compte a poids plein       *

       21820-CUMULER-POIDS.
           IF WS-NB-SIN-VEHICULE = 0
               ADD 100 TO WS-POIDS-TOTAL
           ELSE
               ADD WS-POIDS-ENTRY(WS-POIDS-POS) TO WS-POIDS-TOTAL
               SUBTRACT 1 FROM WS-NB-SIN-VEHICULE
               SUBTRACT 1 FROM WS-POIDS-POS
               IF WS-POIDS-POS = 0
                   MOVE 99 TO WS-POIDS-POS
               END-IF
           END-IF
           SUBTRACT 1 FROM WS-POIDS-RESTE
           .

      * Poids d'un sinistre en % : part de responsabilite (P 50, N 0,  *
      * O ou blanc 100), ramene a 0 pour une nature non malussante     *

       21850-PONDERER-SINISTRE.
           EVALUATE SIN-RESP OF W-SINISTRE
               WHEN 'P'
                   MOVE 50 TO WS-POIDS-SINISTRE
               WHEN 'N'
                   MOVE 0 TO WS-POIDS-SINISTRE
               WHEN OTHER
                   MOVE 100 TO WS-POIDS-SINISTRE
           END-EVALUATE
           IF SIN-NATURE-CODE OF W-SINISTRE NOT = SPACES
               PERFORM 21860-CONTROLER-NATURE
                   VARYING WS-NREF-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-NREF-IDX-CHERCHE > WS-NB-NREF-CHARGEES
           END-IF
           .

       21860-CONTROLER-NATURE.
           IF WS-NREF-CODE(WS-NREF-IDX-CHERCHE)
                   = SIN-NATURE-CODE OF W-SINISTRE
               AND NREF-NON-MALUSSANTE(WS-NREF-IDX-CHERCHE)
               MOVE 0 TO WS-POIDS-SINISTRE
           END-IF
           .

      * Chargement de la table de reference des natures depuis         *
      * WORK/NATURES.dat (fichier absent : toutes natures malussantes) *

       15000-CHARGER-NATURES.
           OPEN INPUT F-NATURES
           IF FS-NATURES NOT = '00'
               DISPLAY 'NATURES.dat ABSENT - NATURES TOUTES MALUSSANTES'
           ELSE
               PERFORM 15100-LIRE-ENTREE-NATURE
                   UNTIL FS-NATURES = '10'
               CLOSE F-NATURES
           END-IF
           .

       15100-LIRE-ENTREE-NATURE.
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

      * Mettre a jour le compteur de renouvellements consecutifs sans  *
      * sinistre du vehicule, et ne remettre NB-SINISTRE-A4 a zero que *
      * lorsque ce compteur atteint le seuil configure (MODE=ROLLING) *
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           IF SINISTRE-DISPONIBLE
               MOVE 'SINISTRE' TO WS-NOM-FICHIER
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           END-IF

           CLOSE F-RAPPORT
           CLOSE F-CHECKPOINT
           CLOSE F-MARQUE
           IF NONREN-DISPONIBLE
               CLOSE F-NONREN
           END-IF

           IF OPT-MODE-ROLLING
               CLOSE F-STREAK
