      * polices en retard de plusieurs annees, que le report d'un an   *
      * laisse encore echues)                                          *
      *                                                                *
      * Ajustement kilometrique (offre petits rouleurs) : pour un      *
      * vehicule suivi sur WORK/KILOMET.dat (cf KMSASSU), la remise    *
      * ('R') ou la majoration ('S') de sa tranche - constatee sur les *
      * releves de compteur, a defaut declaree a la souscription - est *
      * appliquee a la prime avec le taux de la table DATA/KMBANDE.    *
      * L'ajustement de l'annee precedente, trace sur KILOMET, est     *
      * d'abord retire pour que les remises ne se cumulent pas d'un    *
      * renouvellement a l'autre. Sans KILOMET.dat, pas d'ajustement.  *
      *                                                                *
      * Remise foyer multi-assures : un vehicule d'un foyer de         *
      * WORK/FOYERS.dat (meme adresse, plusieurs matricules - cf       *
      * FOYASSU, etape precedente de CHAINRUN) recoit la remise du     *
      * palier atteint par le nombre de vehicules du foyer (bareme     *
      * DATA/FOYREMIS : taux et plafond annuel par vehicule, ramene a  *
      * la duree du terme). Comme l'ajustement kilometrique, la remise *
      * du terme precedent, tracee sur WORK/REMFOYER.dat avec le foyer *
      * du vehicule, est d'abord retiree ; un vehicule dont le foyer   *
      * n'atteint plus le premier palier y est note en remise perdue   *
      * (cf FYRASSU pour l'etat des remises). Sans bareme ou sans      *
      * FOYERS.dat, les remises foyer en place ne sont pas modifiees.  *
      *                                                                *
      * Non-renouvellement : un vehicule dont le non-renouvellement a  *
      * ete notifie (dossier N/R de WORK/NONRENOU.dat, cf NRNASSU)     *
      * n'est ni retarife ni reconduit a l'echeance visee - il reste   *
      * echu jusqu'a l'application de son mouvement de suppression.    *
      * Sans NONRENOU.dat, aucun vehicule n'est exclu.                 *
      *                                                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  marquage des reconductions du jour               *
      *               (WORK/PRIMCALC.dat) pour un rejeu idempotent     *
      *               sub-annuel est annualisee pour le controle de   *
      *               bande tarifaire (les bornes CTARIF restant      *
      *               annuelles)                                      *
      *   2026-10-15  ajustement kilometrique au renouvellement :     *
      *               remise ou majoration de la tranche constatee    *
      *               (a defaut declaree) du vehicule sur             *
      *               WORK/KILOMET.dat, taux de la table DATA/KMBANDE *
      *   2026-10-15  remise foyer multi-assures au renouvellement     *
      *               (FOYERS.dat, bareme DATA/FOYREMIS), tracee avec *
      *               le foyer du vehicule sur WORK/REMFOYER.dat      *
      *   2026-10-15  vehicules en non-renouvellement notifie          *
      *               (WORK/NONRENOU.dat) non reconduits               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-MARQ-CLE
               FILE STATUS IS FS-MARQUE.

      * Kilometrage des vehicules (tranches, releves, ajustement
      * applique - cf CKILOM.cpy, tenu par KMSASSU)
           SELECT F-KILOMET ASSIGN TO "WORK/KILOMET.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KM-CLE
               FILE STATUS IS FS-KILOMET.

      * Table des tranches de kilometrage et de leur taux de remise
      * ou de majoration (chargee en memoire, cf CKMBANDE.cpy)
           SELECT F-KMBANDE ASSIGN TO "DATA/KMBANDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KMBANDE.

      * Composition des foyers multi-assures par vehicule (cf
      * CFOYER.cpy, reconstruit par FOYASSU)
           SELECT F-FOYERS ASSIGN TO "WORK/FOYERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOY-CLE
               FILE STATUS IS FS-FOYERS.

      * Remise foyer retenue par vehicule (cf CREMFOY.cpy)
           SELECT F-REMFOY ASSIGN TO "WORK/REMFOYER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-RMF-CLE
               FILE STATUS IS FS-REMFOY.

      * Bareme de la remise foyer (charge en memoire, cf CFOYREM.cpy)
           SELECT F-FOYREMIS ASSIGN TO "DATA/FOYREMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOYREMIS.

      * Dossiers de non-renouvellement tenus par NRNASSU (cf
      * CNONREN.cpy), fichier optionnel
           SELECT F-NONREN ASSIGN TO "WORK/NONRENOU.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NRN-CLE
               FILE STATUS IS FS-NONREN.

       DATA DIVISION.
       FILE SECTION.

           05 FS-MARQ-EXPIR          PIC 9(8).
           05 FS-MARQ-DATE-RUN       PIC 9(8).

       FD  F-KILOMET.
       01  FS-KM-REC.
           05 FS-KM-CLE              PIC X(8).
           05 FS-KM-DATA             PIC X(112).

       FD  F-KMBANDE.
       01  FS-KMB-REC.
           05 FS-KMB-CODE            PIC X(1).
           05 FILLER                 PIC X(1).
           05 FS-KMB-KM-MAX          PIC 9(6).
           05 FILLER                 PIC X(1).
           05 FS-KMB-SENS            PIC X(1).
           05 FILLER                 PIC X(1).
           05 FS-KMB-TAUX            PIC 9(2).

       FD  F-FOYERS.
       01  FS-FOY-REC.
           COPY CFOYER.

       FD  F-REMFOY.
       01  FS-RMF-REC.
           05 FS-RMF-CLE             PIC X(8).
           05 FS-RMF-DATA            PIC X(72).

       FD  F-FOYREMIS.
       01  FS-FYR-REC.
           05 FS-FYR-NB-VEHIC        PIC 9(2).
           05 FILLER                 PIC X(1).
           05 FS-FYR-TAUX            PIC 9(2).
           05 FILLER                 PIC X(1).
           05 FS-FYR-PLAFOND         PIC 9(4).

       FD  F-NONREN.
       01  FS-NRN-REC.
           COPY CNONREN.

       WORKING-STORAGE SECTION.

      * Copy book structure ASSURES3
       01  WS-TRF-IDX-BALAYAGE        PIC 999.
       01  WS-TRF-MEILLEURE-DATE      PIC 9(8) VALUE 0.

      * Ajustement kilometrique - kilometrage du vehicule courant et
      * table des tranches chargee depuis DATA/KMBANDE
           COPY WKILOM.
           COPY CKMBANDE.
       01  WS-NB-KMB-CHARGES          PIC 9(2) VALUE 0.
       01  WS-KMB-IDX                 PIC 9(2).
       01  WS-KMB-IDX-CHERCHE         PIC 9(2).
       01  WS-KMB-CODE-RECHERCHE      PIC X(1).
       01  WS-KMB-TROUVE              PIC X VALUE 'N'.
           88 KMB-TROUVE                  VALUE 'Y'.
       01  WS-KILOMET-OUVERT          PIC X VALUE 'N'.
           88 KILOMET-OUVERT              VALUE 'O'.
       01  WS-KILOMET-TROUVE          PIC X VALUE 'N'.
           88 KILOMET-TROUVE              VALUE 'O'.

      * Remise foyer - remise du vehicule courant et bareme charge
      * depuis DATA/FOYREMIS
           COPY WREMFOY.
           COPY CFOYREM.
       01  WS-NB-FYR-CHARGES          PIC 9(2) VALUE 0.
       01  WS-FYR-IDX                 PIC 9(2).
       01  WS-FYR-IDX-CHERCHE         PIC 9(2).
       01  WS-PLAFOND-TERME           PIC 9(6)V99.
       01  WS-FOYER-ACTIF             PIC X VALUE 'N'.
           88 FOYER-ACTIF                 VALUE 'O'.
       01  WS-REMFOY-TROUVE           PIC X VALUE 'N'.
           88 REMFOY-TROUVE               VALUE 'O'.
       01  WS-REMFOY-A-TRACER         PIC X VALUE 'N'.
           88 REMFOY-A-TRACER             VALUE 'O'.

      * File Status
       01  FS-ANO                   PIC XX.
       01  FS-CHK                   PIC XX.
       01  FS-TARIFS                PIC XX.
       01  FS-TREND                 PIC XX.
       01  FS-MARQUE                PIC XX.
       01  FS-KILOMET               PIC XX.
       01  FS-KMBANDE               PIC XX.
       01  FS-FOYERS                PIC XX.
       01  FS-REMFOY                PIC XX.
       01  FS-FOYREMIS              PIC XX.
       01  FS-NONREN                PIC XX.

      * Rejeu idempotent - marque du vehicule courant
       01  WS-MARQUE-TROUVEE        PIC X VALUE 'N'.
       01  WS-DEJA-RECONDUIT        PIC X VALUE 'N'.
           88 DEJA-RECONDUIT            VALUE 'O'.

      * Non-renouvellement notifie du vehicule courant
       01  WS-NONREN-DISPONIBLE     PIC X VALUE 'N'.
           88 NONREN-DISPONIBLE         VALUE 'O'.
       01  WS-NON-RENOUVELE         PIC X VALUE 'N'.
           88 NON-RENOUVELE             VALUE 'O'.
       01  WS-DATE-JOUR-AAAAMMJJ    PIC 9(8).

      * Anciennete du vehicule en entree de run, avant l'annee ajoutee
           05 WS-CPT-NOUVELLE       PIC 9(6) VALUE 0.
           05 WS-CPT-RENOUVEL       PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-FAITS     PIC 9(6) VALUE 0.
           05 WS-CPT-KM-REMISES     PIC 9(6) VALUE 0.
           05 WS-CPT-KM-MAJORATIONS PIC 9(6) VALUE 0.
           05 WS-CPT-FOY-ACCORDEES  PIC 9(6) VALUE 0.
           05 WS-CPT-FOY-RECONDUITES PIC 9(6) VALUE 0.
           05 WS-CPT-FOY-PERDUES    PIC 9(6) VALUE 0.
           05 WS-CPT-NON-RENOUV     PIC 9(6) VALUE 0.

      * Repartition de la prime recalculee entre affaires nouvelles
      * (ANCIENNETE-A4 a zero en entree de run) et renouvellements,
           05 WS-TOTAL-PRIME-NOUVELLE  PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-PRIME-RENOUVEL  PIC 9(9)V99 VALUE 0.

      * Incidence de la remise foyer sur les primes du run : remises
      * deduites, et remises du terme precedent perdues
       01  WS-TOTAUX-FOYER.
           05 WS-TOTAL-REMISE-FOYER    PIC 9(9)V99 VALUE 0.
           05 WS-TOTAL-REMISE-PERDUE   PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.

      * PARM JCL : nom de l'accesseur ASSURES (PGMVSAM ou PGMDB2)
           DISPLAY '   DONT MALUS              : ' WS-CPT-MALUS
           DISPLAY 'ANOMALIES                  : ' WS-CPT-ANOMALIES
           DISPLAY 'DEJA RECONDUITS (REJEU)    : ' WS-CPT-DEJA-FAITS
           DISPLAY 'NON RECONDUITS (PREAVIS)   : ' WS-CPT-NON-RENOUV
           DISPLAY 'REMISES KILOMETRIQUES      : ' WS-CPT-KM-REMISES
           DISPLAY 'MAJORATIONS KILOMETRIQUES  : '
                   WS-CPT-KM-MAJORATIONS
           DISPLAY 'REMISES FOYER ACCORDEES    : ' WS-CPT-FOY-ACCORDEES
           DISPLAY 'REMISES FOYER RECONDUITES  : '
                   WS-CPT-FOY-RECONDUITES
           DISPLAY '   MONTANT DEDUIT          : '
                   WS-TOTAL-REMISE-FOYER
           DISPLAY 'REMISES FOYER PERDUES      : ' WS-CPT-FOY-PERDUES
           DISPLAY '   MONTANT REINTEGRE       : '
                   WS-TOTAL-REMISE-PERDUE
           DISPLAY 'HORS BANDE TARIFAIRE CTARIF: ' WS-CPT-HORS-BANDE
           DISPLAY 'AFFAIRES NOUVELLES         : ' WS-CPT-NOUVELLE
           DISPLAY '   PRIME TOTALE           : '

           PERFORM 10200-INIT-CHECKPOINT
           PERFORM 10300-CHARGER-TARIFS
           PERFORM 10400-OUVRIR-KILOMETRAGE
           PERFORM 10500-OUVRIR-REMISE-FOYER

      * Dossiers de non-renouvellement - absents : aucun vehicule exclu
           OPEN INPUT F-NONREN
           IF FS-NONREN = '00'
               SET NONREN-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'NONRENOU.dat ABSENT - AUCUN NON-RENOUVELLEMENT'
           END-IF

           PERFORM 21000-LIRE-SUIVANT
           .
           END-IF
           .

      * Ajustement kilometrique : table des tranches puis fichier des  *
      * kilometrages - l'un ou l'autre absent, les primes sont         *
      * recalculees sans ajustement kilometrique                       *

       10400-OUVRIR-KILOMETRAGE.
           OPEN INPUT F-KMBANDE
           IF FS-KMBANDE = '00'
               PERFORM UNTIL FS-KMBANDE = '10'
                   READ F-KMBANDE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 10410-RANGER-TRANCHE
                   END-READ
               END-PERFORM
               CLOSE F-KMBANDE
           END-IF
           IF WS-NB-KMB-CHARGES = 0
               DISPLAY 'KMBANDE ABSENT - PAS D''AJUSTEMENT KILOMETRIQUE'
           ELSE
               OPEN I-O F-KILOMET
               IF FS-KILOMET = '00'
                   SET KILOMET-OUVERT TO TRUE
               ELSE
                   DISPLAY 'KILOMET.dat ABSENT - PAS D''AJUSTEMENT '
                           'KILOMETRIQUE'
               END-IF
           END-IF
           .

       10410-RANGER-TRANCHE.
           IF WS-NB-KMB-CHARGES < 20
               ADD 1 TO WS-NB-KMB-CHARGES
               MOVE FS-KMB-CODE   TO WS-KMB-CODE(WS-NB-KMB-CHARGES)
               MOVE FS-KMB-KM-MAX TO WS-KMB-KM-MAX(WS-NB-KMB-CHARGES)
               MOVE FS-KMB-SENS   TO WS-KMB-SENS(WS-NB-KMB-CHARGES)
               MOVE FS-KMB-TAUX   TO WS-KMB-TAUX(WS-NB-KMB-CHARGES)
           END-IF
           .

      * Remise foyer : bareme, composition des foyers (FOYASSU) puis   *
      * trace des remises, creee au tout premier lancement - bareme ou *
      * foyers absents, les remises foyer en place restent inchangees  *

       10500-OUVRIR-REMISE-FOYER.
           OPEN INPUT F-FOYREMIS
           IF FS-FOYREMIS = '00'
               PERFORM UNTIL FS-FOYREMIS = '10'
                   READ F-FOYREMIS
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM 10510-RANGER-PALIER
                   END-READ
               END-PERFORM
               CLOSE F-FOYREMIS
           END-IF
           IF WS-NB-FYR-CHARGES = 0
               DISPLAY 'FOYREMIS ABSENT - PAS DE REMISE FOYER'
           ELSE
               OPEN INPUT F-FOYERS
               IF FS-FOYERS NOT = '00'
                   DISPLAY 'FOYERS.dat ABSENT - PAS DE REMISE FOYER'
               ELSE
                   OPEN I-O F-REMFOY
                   IF FS-REMFOY NOT = '00'
                       OPEN OUTPUT F-REMFOY
                       IF FS-REMFOY NOT = '00'
                           DISPLAY 'ERREUR OUVERTURE WORK/REMFOYER.dat'
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       CLOSE F-REMFOY
                       OPEN I-O F-REMFOY
                   END-IF
                   SET FOYER-ACTIF TO TRUE
               END-IF
           END-IF
           .

       10510-RANGER-PALIER.
           IF WS-NB-FYR-CHARGES < 20
               ADD 1 TO WS-NB-FYR-CHARGES
               MOVE FS-FYR-NB-VEHIC
                   TO WS-FYR-NB-VEHIC(WS-NB-FYR-CHARGES)
               MOVE FS-FYR-TAUX    TO WS-FYR-TAUX(WS-NB-FYR-CHARGES)
               MOVE FS-FYR-PLAFOND
                   TO WS-FYR-PLAFOND(WS-NB-FYR-CHARGES)
           END-IF
           .

      * Initialiser le fichier de checkpoint (ecriture ou reprise)     *

       10200-INIT-CHECKPOINT.
               MOVE WS-CONV-JULIEN TO WS-EXPIR-JUL
               IF WS-EXPIR-JUL <= WS-AUJOURDHUI-JUL
                   PERFORM 22000-VERIFIER-DEJA-RECONDUIT
                   PERFORM 22200-VERIFIER-NON-RENOUVELE
                   IF DEJA-RECONDUIT
                       ADD 1 TO WS-CPT-DEJA-FAITS
                   ELSE
                       IF NON-RENOUVELE
                           ADD 1 TO WS-CPT-NON-RENOUV
                       ELSE
                           PERFORM 25000-RECALCULER-PRIME
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-READ
           .

      * Non-renouvellement notifie (NRNASSU) pour cette echeance ou    *
      * une echeance anterieure : le contrat n'est pas reconduit       *

       22200-VERIFIER-NON-RENOUVELE.
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

      * Marquer la reconduction qui vient d'etre appliquee (nouvelle   *
      * echeance + date du run)                                        *

      * reconduction de la police pour un an                           *

       25000-RECALCULER-PRIME.
           PERFORM 25600-RETIRER-REMISE-FOYER
               THRU FIN-25600-RETIRER-REMISE-FOYER
           PERFORM 25300-RETIRER-AJUST-KM
               THRU FIN-25300-RETIRER-AJUST-KM
           EVALUATE BM-A4 OF W-ASSURE
               WHEN 'B'
                   COMPUTE WS-AJUSTEMENT ROUNDED =
               WHEN OTHER
                   PERFORM 82000-ANO-CODE-BM-INVALIDE
           END-EVALUATE
           PERFORM 25400-APPLIQUER-AJUST-KM
               THRU FIN-25400-APPLIQUER-AJUST-KM
           PERFORM 25700-APPLIQUER-REMISE-FOYER
               THRU FIN-25700-APPLIQUER-REMISE-FOYER

           MOVE DATE-EXPIR-A4 OF W-ASSURE TO DATE-EFFET-A4 OF W-ASSURE
           PERFORM 25200-REPORTER-ECHEANCE
           IF WS-CODE-RETOUR = WS-RET-OK
               ADD 1 TO WS-CPT-RECALCULES
               PERFORM 22500-MARQUER-RECONDUCTION
               PERFORM 25500-TRACER-AJUST-KM
               PERFORM 25800-TRACER-REMISE-FOYER
               PERFORM 25100-VENTILER-PRIME-NOUV-RENOUV
               PERFORM 26000-CONTROLER-BANDE-TARIFAIRE
           ELSE
           END-IF
           .

      * Retrait de l'ajustement kilometrique applique au precedent     *
      * renouvellement (trace sur KILOMET) : la prime revient a sa     *
      * valeur hors remise/majoration avant le nouvel ajustement       *

       25300-RETIRER-AJUST-KM.
           MOVE 'N' TO WS-KILOMET-TROUVE
           IF NOT KILOMET-OUVERT
               GO TO FIN-25300-RETIRER-AJUST-KM
           END-IF
           MOVE MAT-X4 OF W-ASSURE          TO FS-KM-CLE(1:6)
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO FS-KM-CLE(7:2)
           READ F-KILOMET
               INVALID KEY
                   GO TO FIN-25300-RETIRER-AJUST-KM
           END-READ
           SET KILOMET-TROUVE TO TRUE
           MOVE FS-KM-REC TO W-KILOM
           IF KM-TAUX-APPLIQUE = 0 OR KM-TAUX-APPLIQUE NOT < 100
               GO TO FIN-25300-RETIRER-AJUST-KM
           END-IF
           EVALUATE KM-SENS-APPLIQUE
               WHEN 'R'
                   COMPUTE PRIME-A4 OF W-ASSURE ROUNDED =
                       PRIME-A4 OF W-ASSURE * 100
                       / (100 - KM-TAUX-APPLIQUE)
               WHEN 'S'
                   COMPUTE PRIME-A4 OF W-ASSURE ROUNDED =
                       PRIME-A4 OF W-ASSURE * 100
                       / (100 + KM-TAUX-APPLIQUE)
           END-EVALUATE
           .
       FIN-25300-RETIRER-AJUST-KM.
           EXIT.

      * Nouvel ajustement kilometrique : tranche constatee sur les     *
      * releves, a defaut tranche declaree - 'R' remise, 'S'           *
      * majoration, 'N' neutre (taux de la table DATA/KMBANDE)         *

       25400-APPLIQUER-AJUST-KM.
           IF NOT KILOMET-TROUVE
               GO TO FIN-25400-APPLIQUER-AJUST-KM
           END-IF
           MOVE SPACE TO KM-BANDE-APPLIQUEE
           MOVE SPACE TO KM-SENS-APPLIQUE
           MOVE 0     TO KM-TAUX-APPLIQUE
           MOVE WS-DATE-JOUR-AAAAMMJJ TO KM-DATE-APPLICATION
           IF KM-BANDE-CONSTATEE NOT = SPACE
               MOVE KM-BANDE-CONSTATEE TO WS-KMB-CODE-RECHERCHE
           ELSE
               MOVE KM-BANDE-DECLAREE TO WS-KMB-CODE-RECHERCHE
           END-IF
           IF WS-KMB-CODE-RECHERCHE = SPACE
               GO TO FIN-25400-APPLIQUER-AJUST-KM
           END-IF
           MOVE 'N' TO WS-KMB-TROUVE
           PERFORM VARYING WS-KMB-IDX FROM 1 BY 1
               UNTIL WS-KMB-IDX > WS-NB-KMB-CHARGES OR KMB-TROUVE
               IF WS-KMB-CODE(WS-KMB-IDX) = WS-KMB-CODE-RECHERCHE
                   SET KMB-TROUVE TO TRUE
                   MOVE WS-KMB-IDX TO WS-KMB-IDX-CHERCHE
               END-IF
           END-PERFORM
           IF NOT KMB-TROUVE
               GO TO FIN-25400-APPLIQUER-AJUST-KM
           END-IF

           MOVE WS-KMB-CODE-RECHERCHE TO KM-BANDE-APPLIQUEE
           MOVE WS-KMB-SENS(WS-KMB-IDX-CHERCHE) TO KM-SENS-APPLIQUE
           MOVE WS-KMB-TAUX(WS-KMB-IDX-CHERCHE) TO KM-TAUX-APPLIQUE
           COMPUTE WS-AJUSTEMENT ROUNDED =
               PRIME-A4 OF W-ASSURE * KM-TAUX-APPLIQUE / 100
           EVALUATE KM-SENS-APPLIQUE
               WHEN 'R'
                   SUBTRACT WS-AJUSTEMENT FROM PRIME-A4 OF W-ASSURE
                   ADD 1 TO WS-CPT-KM-REMISES
               WHEN 'S'
                   ADD WS-AJUSTEMENT TO PRIME-A4 OF W-ASSURE
                   ADD 1 TO WS-CPT-KM-MAJORATIONS
               WHEN OTHER
                   MOVE 0 TO KM-TAUX-APPLIQUE
           END-EVALUATE
           .
       FIN-25400-APPLIQUER-AJUST-KM.
           EXIT.

      * Trace de l'ajustement applique, une fois la reconduction       *
      * enregistree sur ASSURES3                                       *

       25500-TRACER-AJUST-KM.
           IF KILOMET-TROUVE
               MOVE W-KILOM TO FS-KM-REC
               REWRITE FS-KM-REC
                   INVALID KEY
                       DISPLAY 'ERREUR MODIFICATION KILOMET - '
                               'MATRICULE ' MAT-A4 OF W-ASSURE
               END-REWRITE
           END-IF
           .

      * Retrait de la remise foyer du terme precedent (tracee sur      *
      * REMFOYER) : elle a ete deduite en dernier, elle est donc       *
      * rajoutee avant tout autre retrait                              *

       25600-RETIRER-REMISE-FOYER.
           MOVE 'N' TO WS-REMFOY-TROUVE
           MOVE 'N' TO WS-REMFOY-A-TRACER
           IF NOT FOYER-ACTIF
               GO TO FIN-25600-RETIRER-REMISE-FOYER
           END-IF
           MOVE SPACES TO W-REMFOY
           INITIALIZE W-REMFOY
           MOVE MAT-X4 OF W-ASSURE          TO RMF-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO RMF-SEQ-VEHICULE
           MOVE RMF-CLE TO FS-RMF-CLE
           READ F-REMFOY
               INVALID KEY
                   GO TO FIN-25600-RETIRER-REMISE-FOYER
           END-READ
           SET REMFOY-TROUVE TO TRUE
           MOVE FS-RMF-REC TO W-REMFOY
           MOVE RMF-FOYER   TO RMF-FOYER-PREC
           MOVE RMF-TAUX    TO RMF-TAUX-PREC
           MOVE RMF-MONTANT TO RMF-MONTANT-PREC
           ADD RMF-MONTANT TO PRIME-A4 OF W-ASSURE
           .
       FIN-25600-RETIRER-REMISE-FOYER.
           EXIT.

      * Remise foyer du nouveau terme : palier le plus eleve atteint   *
      * par le nombre de vehicules du foyer, plafond annuel ramene a   *
      * la duree du terme ; un vehicule qui avait une remise et dont   *
      * le foyer n'atteint plus le premier palier la perd              *

       25700-APPLIQUER-REMISE-FOYER.
           IF NOT FOYER-ACTIF
               GO TO FIN-25700-APPLIQUER-REMISE-FOYER
           END-IF
           MOVE SPACES TO RMF-FOYER
           MOVE 0 TO RMF-NB-VEHICULES
           MOVE 0 TO RMF-TAUX
           MOVE 0 TO RMF-MONTANT
           MOVE 0 TO WS-FYR-IDX-CHERCHE
           MOVE RMF-CLE TO FOY-CLE
           READ F-FOYERS
               INVALID KEY
                   MOVE 0 TO FOY-NB-VEHICULES
           END-READ
           IF FS-FOYERS = '00'
               PERFORM VARYING WS-FYR-IDX FROM 1 BY 1
                   UNTIL WS-FYR-IDX > WS-NB-FYR-CHARGES
                   IF WS-FYR-NB-VEHIC(WS-FYR-IDX)
                           NOT > FOY-NB-VEHICULES
                       MOVE WS-FYR-IDX TO WS-FYR-IDX-CHERCHE
                   END-IF
               END-PERFORM
           END-IF

           IF WS-FYR-IDX-CHERCHE = 0
               IF RMF-MONTANT-PREC > 0
                   SET RMF-PERDUE TO TRUE
                   SET REMFOY-A-TRACER TO TRUE
               END-IF
               GO TO FIN-25700-APPLIQUER-REMISE-FOYER
           END-IF

           MOVE FOY-ID           TO RMF-FOYER
           MOVE FOY-NB-VEHICULES TO RMF-NB-VEHICULES
           MOVE WS-FYR-TAUX(WS-FYR-IDX-CHERCHE) TO RMF-TAUX
           COMPUTE RMF-MONTANT ROUNDED =
               PRIME-A4 OF W-ASSURE * RMF-TAUX / 100
           IF WS-FYR-PLAFOND(WS-FYR-IDX-CHERCHE) > 0
               EVALUATE DUREE-A4 OF W-ASSURE
                   WHEN 'S'
                       MOVE 6 TO WS-DUREE-MOIS
                   WHEN 'T'
                       MOVE 3 TO WS-DUREE-MOIS
                   WHEN OTHER
                       MOVE 12 TO WS-DUREE-MOIS
               END-EVALUATE
               COMPUTE WS-PLAFOND-TERME ROUNDED =
                   WS-FYR-PLAFOND(WS-FYR-IDX-CHERCHE)
                   * WS-DUREE-MOIS / 12
               IF RMF-MONTANT > WS-PLAFOND-TERME
                   MOVE WS-PLAFOND-TERME TO RMF-MONTANT
               END-IF
           END-IF
           SUBTRACT RMF-MONTANT FROM PRIME-A4 OF W-ASSURE
           IF RMF-MONTANT-PREC > 0
               SET RMF-RECONDUITE TO TRUE
           ELSE
               SET RMF-NOUVELLE TO TRUE
           END-IF
           SET REMFOY-A-TRACER TO TRUE
           .
       FIN-25700-APPLIQUER-REMISE-FOYER.
           EXIT.

      * Trace de la remise foyer retenue (ou perdue), une fois la      *
      * reconduction enregistree sur ASSURES3                          *

       25800-TRACER-REMISE-FOYER.
           IF REMFOY-A-TRACER
               MOVE PRIME-A4 OF W-ASSURE  TO RMF-PRIME
               MOVE WS-DATE-JOUR-AAAAMMJJ TO RMF-DATE-APPLICATION
               MOVE W-REMFOY TO FS-RMF-REC
               IF REMFOY-TROUVE
                   REWRITE FS-RMF-REC
                       INVALID KEY
                           DISPLAY 'ERREUR MODIFICATION REMFOYER - '
                                   'MATRICULE ' MAT-A4 OF W-ASSURE
                   END-REWRITE
               ELSE
                   WRITE FS-RMF-REC
                       INVALID KEY
                           DISPLAY 'ERREUR CREATION REMFOYER - '
                                   'MATRICULE ' MAT-A4 OF W-ASSURE
                   END-WRITE
               END-IF
               EVALUATE TRUE
                   WHEN RMF-NOUVELLE
                       ADD 1 TO WS-CPT-FOY-ACCORDEES
                       ADD RMF-MONTANT TO WS-TOTAL-REMISE-FOYER
                   WHEN RMF-RECONDUITE
                       ADD 1 TO WS-CPT-FOY-RECONDUITES
                       ADD RMF-MONTANT TO WS-TOTAL-REMISE-FOYER
                   WHEN RMF-PERDUE
                       ADD 1 TO WS-CPT-FOY-PERDUES
                       ADD RMF-MONTANT-PREC TO WS-TOTAL-REMISE-PERDUE
               END-EVALUATE
           END-IF
           .

      * Ventilation de la prime recalculee entre affaire nouvelle et   *
      * renouvellement - ANCIENNETE-A4 n'est remis a zero que par la   *
      * creation d'un assure ou l'ajout d'un vehicule (MAJASSV2) et    *
           CLOSE F-ETAT-ANO
           CLOSE F-CHECKPOINT
           CLOSE F-MARQUE
           IF KILOMET-OUVERT
               CLOSE F-KILOMET
           END-IF
           IF FOYER-ACTIF
               CLOSE F-FOYERS
               CLOSE F-REMFOY
           END-IF
           IF NONREN-DISPONIBLE
               CLOSE F-NONREN
           END-IF
           .
