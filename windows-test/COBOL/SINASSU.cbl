      *               liste dans WORK/SINDOUBL.lst pour revue par un  *
      *               gestionnaire - couvre le double canal CLMA/     *
      *               SINMVT comme le rejeu de SINMVT apres abend     *
      *   2026-10-15  controle hors garantie : une nature dont la     *
      *               garantie (NATURES) n'est pas souscrite sur le   *
      *               vehicule a la date du sinistre (PGMGARAN) part  *
      *               dans WORK/SINHGAR.lst au lieu d'etre chargee    *
      *   2026-10-15  responsabilite partagee : SM-RESP accepte 'P'   *
      *               (50 %) en plus de 'O'/'N', toute autre valeur   *
      *               non blanche est rejetee                         *
      *   2026-10-15  lignes de cout par composant (WORK/SINCOUT.dat, *
      *               PGMCOUT) : SM-CODE 'L' ajoute une ligne au      *
      *               sinistre SM-SIN-SEQ et SIN-MONTANT devient la   *
      *               somme des lignes (franchise reappliquee,        *
      *               journal 'K') ; un sinistre cree avec montant    *
      *               recoit sa ligne d'indemnite initiale, une       *
      *               correction de montant une ligne d'ajustement    *
      *   2026-10-15  perte totale (vehicule economiquement            *
      *               irreparable) : SM-CODE 'P' valorise le vehicule *
      *               du sinistre SM-SIN-SEQ (table DATA/VALVEH par   *
      *               type et age, ou valeur d'expert SM-MONTANT),    *
      *               aligne l'indemnite sur cette valeur, marque     *
      *               SIN-PERTE-TOTALE et inscrit le reglement net de *
      *               franchise dans WORK/PERTOT.dat, ou VEIASSU      *
      *               prend le retrait du vehicule                    *
      *   2026-10-15  registre des vehicules voles (WORK/VOLS.dat) :  *
      *               inscription a la creation d'un sinistre de      *
      *               nature VOL (fin de carence a 30 jours), SM-CODE *
      *               'V' pour la reference de plainte et la          *
      *               decouverte du vehicule, une correction 'C' sur  *
      *               un vehicule retrouve solde son suivi            *
      *   2026-10-15  gestionnaire du sinistre : tout sinistre cree   *
      *               est affecte (PGMGEST, region du CP vehicule,    *
      *               gestionnaire le moins charge) et date           *
      *               d'ouverture ; l'annulation libere le            *
      *               gestionnaire (SIN-GESTIONNAIRE)                 *
      *   2026-10-15  liste de surveillance anti-fraude (PGMSURV) :   *
      *               nom et adresse de l'assure, reparateur et       *
      *               parties adverses TIERSMVT filtres a la          *
      *               creation ; une correspondance ne bloque pas le  *
      *               sinistre mais le marque SIN-REVUE-FRAUDE 'R' et *
      *               le depose dans WORK/SURVATT.dat avec l'entree   *
      *               de la liste (decision SURASSU)                  *
      *   2026-10-15  fin par GOBACK (RETURN-CODE 16 sur echec        *
      *               d'ouverture) : lancable comme etape de          *
      *               CHAINRUN (DATA/CHAINDEF)                        *
      *   2026-10-15  franchise a recuperer : un sinistre cree avec   *
      *               reparateur agree (reparation reglee en totalite *
      *               au garage) ouvre dans WORK/FRAREC.dat la        *
      *               creance de franchise sur l'assure (montant,     *
      *               exigibilite a 30 jours, agence PGMAGENC) ;      *
      *               reajustee sur correction ou ligne de cout,      *
      *               sans objet sur annulation ou perte totale       *
      *               (reglements, relances et anciennete : FRCASSU)  *
      *   2026-10-15  indicateur contentieux SIN-CONTENTIEUX a blanc  *
      *               a la creation (positionne par la transaction    *
      *               CTXA)                                           *
      *   2026-10-15  cloture des periodes comptables (PGMPERIO) : un *
      *               nouveau sinistre date dans un mois ferme par la *
      *               finance est enregistre au premier jour de la    *
      *               premiere periode ouverte (garantie, doublon et  *
      *               evenement controles sur la date declaree) ; une *
      *               correction 'C' ou une annulation 'X' d'un       *
      *               sinistre d'un mois ferme est retenue pour       *
      *               accord de la finance (WORK/TARDATT.dat, FINASSU)*
      *               et reprise apres accord depuis                  *
      *               WORK/TARDSREL.dat ; date d'origine gardee dans  *
      *               WORK/TARDIFS.dat                                *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOUBLONS.

      * Sinistres hors garantie, a revoir par un gestionnaire au lieu
      * d'etre charges - liste cumulee avec la saisie CLMA
           SELECT F-HORSGAR ASSIGN TO "WORK/SINHGAR.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORSGAR.

      * Main courante des sinistres (notes NOTASSU), reprise dans le
      * listing sous chaque sinistre - fichier optionnel
           SELECT F-NOTES ASSIGN TO "WORK/SINNOTES.dat"
               RECORD KEY IS FS-NAT-CODE
               FILE STATUS IS FS-NATURES.

      * Table de valorisation des vehicules par type et tranche d'age
      * (chargee en memoire au demarrage, cf CVALVEH.cpy)
           SELECT F-VALVEH ASSIGN TO "DATA/VALVEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALVEH.

      * Registre des vehicules voles (suivi quotidien VOLASSU)
           SELECT F-VOLS ASSIGN TO "WORK/VOLS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-VO-CLE
               FILE STATUS IS FS-VOLS.

      * Vehicules declares en perte totale, en attente du retrait
      * genere par VEIASSU
           SELECT F-PERTOT ASSIGN TO "WORK/PERTOT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PT-CLE
               FILE STATUS IS FS-PERTOT.

      * Franchises a recuperer aupres des assures dont la reparation
      * est reglee en totalite au reparateur agree (suivi FRCASSU)
           SELECT F-FRAREC ASSIGN TO "WORK/FRAREC.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FRC-CLE
               FILE STATUS IS FS-FRAREC.

      * Sinistres mis en revue anti-fraude, avec l'entree de la liste
      * de surveillance - file commune avec MAJASSV2 et la saisie CLMA,
      * decidee par SURASSU ; EXTEND pour cumuler jusqu'a la decision
           SELECT F-SURVATT ASSIGN TO "WORK/SURVATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVATT.

      * Corrections/annulations datees dans une periode comptable
      * fermee, retenues pour accord de la finance - file commune avec
      * MAJASSV2, decidee par FINASSU ; EXTEND pour cumuler
           SELECT F-TARDATT ASSIGN TO "WORK/TARDATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDATT.

      * Mouvements sinistre accordes par la finance (FINASSU), repris
      * en fin de passage puis vides - fichier optionnel
           SELECT F-TARDSREL ASSIGN TO "WORK/TARDSREL.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDSREL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DOUBLONS.
       01  FS-DOUBLONS-REC          PIC X(80).

       FD  F-HORSGAR.
       01  FS-HORSGAR-REC           PIC X(80).

       FD  F-SINJOUR.
       01  FS-SJR-REC.
           05 FS-SJR-MAT           PIC 9(6).
       01  FS-NAT-REC.
           05 FS-NAT-CODE          PIC X(3).
           05 FS-NAT-LIBELLE       PIC X(20).
           05 FS-NAT-GARANTIE      PIC X(3).
           05 FS-NAT-MALUS         PIC X(1).

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FILLER               PIC X(1).
           05 FS-EVT-PREF5         PIC X(2).

       FD  F-VALVEH.
       01  FS-VAL-REC.
           05 FS-VAL-TYPE-V        PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-VAL-AGE-MAX       PIC 9(2).
           05 FILLER               PIC X(1).
           05 FS-VAL-VALEUR        PIC 9(6).

       FD  F-VOLS.
       01  FS-VO-REC.
           05 FS-VO-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD  F-PERTOT.
       01  FS-PT-REC.
           05 FS-PT-CLE            PIC X(10).
           05 FILLER               PIC X(70).

       FD  F-FRAREC.
       01  FS-FRC-REC.
           05 FS-FRC-CLE           PIC X(10).
           05 FILLER               PIC X(70).

      * Entree de revue anti-fraude (meme structure que SURASSU) :
      * origine S, date, critere filtre, cle du sinistre et nom de
      * l'assure, entree de la liste de surveillance
       FD  F-SURVATT.
       01  FS-SVA-REC.
           05 FS-SVA-ORIGINE        PIC X(1).
           05 FS-SVA-DATE           PIC 9(8).
           05 FS-SVA-CRITERE        PIC X(10).
           05 FS-SVA-SIN.
               10 FS-SVA-SIN-MAT    PIC 9(6).
               10 FS-SVA-SIN-SEQ    PIC 9(4).
               10 FS-SVA-SIN-NOM    PIC X(20).
               10 FILLER            PIC X(70).
           05 FS-SVA-ENTREE         PIC X(69).

      * Mouvement retenu pour accord de la finance (cf CTARDATT.cpy)
       FD  F-TARDATT.
       01  FS-TAT-REC               PIC X(150).

      * Mouvement sinistre accorde (image SINMVT)
       FD  F-TARDSREL.
       01  FS-TSR-REC               PIC X(80).

      * Meme structure d'enregistrement que JOURNAL dans MAJASSV2/
      * MVTASSU - les zones prime avant/apres portent les montants
      * de sinistre pour les codes 'K' (correction) et 'Z' (annulation)
           COPY WSINMVT.
           COPY WTIERS.
           COPY WTIERMVT.
           COPY WPERTOT.
           COPY WVOL.
           COPY WFRAREC.

       01  FS-RAPPORT                PIC XX.
       01  FS-FRANCH                 PIC XX.
       01  WS-EVT-CP-PREFIXE-NUM    PIC 9(2).

       01  FS-NATURES                PIC XX.
       01  FS-VALVEH                 PIC XX.
       01  FS-PERTOT                 PIC XX.
       01  FS-VOLS                   PIC XX.
       01  FS-FRAREC                 PIC XX.

      * Franchise a recuperer : exigible 30 jours apres la creation
      * (relances FRCASSU au-dela)
       01  WS-DELAI-FRANCHISE       PIC 9(3) VALUE 30.
       01  WS-FRC-JULIEN            PIC 9(7).
       01  WS-FRC-DU                PIC S9(7)V99 VALUE 0.

      * Registre des vols : nature de sinistre inscrite d'office et
      * delai de carence avant indemnisation (jours)
       01  WS-NATURE-VOL            PIC X(3) VALUE 'VOL'.
       01  WS-DELAI-CARENCE-VOL     PIC 9(3) VALUE 30.
       01  WS-VOL-JULIEN            PIC 9(7).
       01  WS-VOL-EXISTE            PIC X VALUE 'N'.
           88 VOL-EXISTE                VALUE 'O'.

      * Table de valorisation des vehicules (perte totale) - fichier
      * absent : seule une valeur d'expert permet la declaration
           COPY CVALVEH.
       01  WS-NB-VAL-CHARGES        PIC 9(2) VALUE 0.
       01  WS-VAL-IDX-CHERCHE       PIC 9(2).
       01  WS-VAL-TYPE-RECHERCHE    PIC X.
       01  WS-VAL-TROUVE            PIC X VALUE 'N'.
           88 VAL-TROUVE                VALUE 'Y'.
       01  WS-PT-ANNEE-SIN          PIC 9(4).
       01  WS-PT-AGE                PIC 9(3).
       01  WS-PT-VALEUR             PIC 9(6)V99.
       01  WS-PT-REGLEMENT          PIC S9(7)V99.
       01  FS-DOUBLONS               PIC XX.
       01  FS-HORSGAR                PIC XX.
       01  FS-SURVATT                PIC XX.
       01  FS-TARDATT                PIC XX.
       01  FS-TARDSREL               PIC XX.
       01  FS-NOTES                  PIC XX.
       01  FS-SINJOUR                PIC XX.
       01  WS-NOTES-DISPONIBLES      PIC X VALUE 'N'.
           05 FILLER                PIC X(9) VALUE ' MONTANT '.
           05 WS-LIGB-MONTANT       PIC ZZZZZ9,99.

      * Garantie couvrant la nature du mouvement courant (table de
      * reference) - a blanc, pas de controle hors garantie
       01  WS-NATURE-GARANTIE       PIC X(3) VALUE SPACES.

      * Ligne de la liste des sinistres hors garantie
       01  WS-LIG-HORSGAR.
           05 FILLER                PIC X(11) VALUE 'HORS GAR - '.
           05 WS-LIGH-MAT           PIC X(6).
           05 FILLER                PIC X(5) VALUE ' VEH '.
           05 WS-LIGH-VEHIC         PIC 9(2).
           05 FILLER                PIC X(6) VALUE ' DATE '.
           05 WS-LIGH-DATE          PIC 9(8).
           05 FILLER                PIC X(5) VALUE ' NAT '.
           05 WS-LIGH-NATCODE       PIC X(3).
           05 FILLER                PIC X(5) VALUE ' GAR '.
           05 WS-LIGH-GARANTIE      PIC X(3).
           05 FILLER                PIC X(9) VALUE ' MONTANT '.
           05 WS-LIGH-MONTANT       PIC ZZZZZ9,99.

      * Table de reference des natures (codes valides a la saisie)
           COPY CNATURE.
       01  WS-NB-NREF-CHARGEES      PIC 99 VALUE 0.
           05 FILLER                PIC X(138).

       01  WS-NOM-PGMVSAM           PIC X(8) VALUE 'PGMVSAM'.
       01  WS-NOM-PGMGARAN          PIC X(8) VALUE 'PGMGARAN'.
       01  WS-NOM-PGMCOUT           PIC X(8) VALUE 'PGMCOUT'.
       01  WS-NOM-PGMGEST           PIC X(8) VALUE 'PGMGEST'.
       01  WS-NOM-PGMSURV           PIC X(8) VALUE 'PGMSURV'.
       01  WS-NOM-PGMPERIO          PIC X(8) VALUE 'PGMPERIO'.

      * Cloture des periodes comptables (PGMPERIO) - zone d'appel,
      * mouvement retenu pour la finance, date retenue d'un nouveau
      * sinistre declare dans un mois ferme
           COPY WCOMPER.
       01  W-TARDATT.
           COPY CTARDATT.
       01  WS-SIN-DATE-RETENUE      PIC 9(8) VALUE 0.
       01  WS-SIN-REDATE            PIC X VALUE 'N'.
           88 SIN-REDATE                VALUE 'O'.
       01  WS-SIN-RETENU-PERIODE    PIC X VALUE 'N'.
           88 SIN-RETENU-PERIODE        VALUE 'O'.
      * Mouvement repris de WORK/TARDSREL.dat (accord de la finance) :
      * pas de nouveau controle des periodes fermees
       01  WS-SOURCE-TARDSREL       PIC X VALUE 'N'.
           88 SOURCE-TARDSREL           VALUE 'O'.
       01  WS-FIN-TARDSREL          PIC X VALUE 'N'.
           88 FIN-TARDSREL              VALUE 'O'.

      * Zone d'appel PGMSURV - filtrage contre la liste de
      * surveillance anti-fraude
       01  WS-COM-SURV.
           05 WS-SRV-FONCTION       PIC X(1).
           05 WS-SRV-VALEUR         PIC X(30).
           05 WS-SRV-ENTREE.
               10 WS-SRV-TYPE       PIC X(1).
               10 WS-SRV-VALEUR-TROUVEE PIC X(30).
               10 WS-SRV-MOTIF      PIC X(30).
               10 WS-SRV-DATE-AJOUT PIC 9(8).
           05 WS-SRV-RETOUR         PIC 99.
           05 FILLER                PIC X(8).

      * Correspondances relevees sur le sinistre en cours de creation,
      * deposees en revue une fois le sinistre ecrit
       01  WS-SRV-CRITERE-COURANT   PIC X(10).
       01  WS-TAB-SRV-CORRESP.
           05 WS-SRVC-ENTREE OCCURS 5 TIMES.
               10 WS-SRVC-CRITERE   PIC X(10).
               10 WS-SRVC-LISTE     PIC X(69).
       01  WS-NB-SRV-CORRESP        PIC 9 VALUE 0.
       01  WS-IDX-SRV               PIC 9.

      * Zone d'appel PGMGEST - affectation 'A' / liberation 'L' du
      * gestionnaire du sinistre
       01  WS-COM-GESTION.
           05 WS-GES-FONCTION       PIC X(1).
           05 WS-GES-CP             PIC 9(5).
           05 WS-GES-EXCLU          PIC X(8).
           05 WS-GES-USER           PIC X(8).
           05 WS-GES-REGION         PIC X(3).
           05 WS-GES-NB             PIC 9(5).
           05 WS-GES-RETOUR         PIC 99.
           05 FILLER                PIC X(8).

      * Zone d'appel PGMCOUT - ajout 'A' / totaux 'T' des lignes de
      * cout du sinistre
       01  WS-COM-COUT.
           05 WS-COU-FONCTION       PIC X(1).
           05 WS-COU-MAT            PIC 9(6).
           05 WS-COU-SIN-SEQ        PIC 9(4).
           05 WS-COU-COMPOSANT      PIC X(3).
           05 WS-COU-BENEF          PIC X(1).
           05 WS-COU-MONTANT        PIC S9(6)V99.
           05 WS-COU-DATE           PIC 9(8).
           05 WS-COU-LIBELLE        PIC X(16).
           05 WS-COU-ORIGINE        PIC X(1).
           05 WS-COU-USER           PIC X(8).
           05 WS-COU-NUM-LIGNE      PIC 9(3).
           05 WS-COU-NB-LIGNES      PIC 9(3).
           05 WS-COU-TOTAL          PIC S9(7)V99.
           05 WS-COU-TOTAL-INDEM    PIC S9(7)V99.
           05 WS-COU-TOTAL-FRAIS    PIC S9(7)V99.
           05 WS-COU-RETOUR         PIC 99.
           05 FILLER                PIC X(10).

      * Zone d'appel PGMGARAN - verification 'V' de la garantie
       01  WS-COM-GARANTIE.
           05 WS-GAR-FONCTION       PIC X(1).
           05 WS-GAR-MAT            PIC 9(6).
           05 WS-GAR-SEQ            PIC 9(2).
           05 WS-GAR-FORMULE        PIC X(1).
           05 WS-GAR-PRIME          PIC 9(6)V99.
           05 WS-GAR-DATE           PIC 9(8).
           05 WS-GAR-CODE           PIC X(3).
           05 WS-GAR-MAT-NOUVEAU    PIC 9(6).
           05 WS-GAR-RETOUR         PIC 99.
           05 FILLER                PIC X(13).

      * Zone d'appel PGMAGENC - agence gestionnaire portee sur la
      * franchise a recuperer
       01  WS-COM-AGENCE.
           05 WS-AGC-FONCTION        PIC X(1).
           05 WS-AGC-MAT             PIC X(6).
           05 WS-AGC-CP              PIC 9(5).
           05 WS-AGC-CODE            PIC X(3).
           05 WS-AGC-ORIGINE         PIC X(1).
           05 WS-AGC-FICHE.
               10 WS-AGC-TYPE        PIC X(1).
               10 WS-AGC-NOM         PIC X(20).
               10 WS-AGC-RUE         PIC X(25).
               10 WS-AGC-CP-AGENCE   PIC 9(5).
               10 WS-AGC-VILLE       PIC X(12).
               10 WS-AGC-RESPONSABLE PIC X(20).
               10 WS-AGC-STATUT      PIC X(1).
               10 WS-AGC-DIRECTION   PIC X(3).
               10 WS-AGC-NOM-DIRECTION PIC X(20).
           05 WS-AGC-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-CPT-SIN-CORRIGES   PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-ANNULES    PIC 9(6) VALUE 0.
           05 WS-CPT-DOUBLONS       PIC 9(6) VALUE 0.
           05 WS-CPT-HORS-GARANTIE  PIC 9(6) VALUE 0.
           05 WS-CPT-LIGNES-COUT    PIC 9(6) VALUE 0.
           05 WS-CPT-PERTES-TOTALES PIC 9(6) VALUE 0.
           05 WS-CPT-VOLS-INSCRITS  PIC 9(6) VALUE 0.
           05 WS-CPT-VOLS-SUIVIS    PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-AFFECTES   PIC 9(6) VALUE 0.
           05 WS-CPT-SIN-NON-AFFECT PIC 9(6) VALUE 0.
           05 WS-CPT-REVUE-FRAUDE   PIC 9(6) VALUE 0.
           05 WS-CPT-FRANCH-OUVERTES PIC 9(6) VALUE 0.
           05 WS-CPT-FRANCH-AJUSTEES PIC 9(6) VALUE 0.
           05 WS-CPT-FRANCH-SANS-OBJ PIC 9(6) VALUE 0.
           05 WS-CPT-TARD-REDATES   PIC 9(6) VALUE 0.
           05 WS-CPT-TARD-RETENUS   PIC 9(6) VALUE 0.
           05 WS-CPT-TARD-ACCORDES  PIC 9(6) VALUE 0.

      * Table des mouvements tiers de l'extrait TIERSMVT, chargee en
      * memoire au demarrage (meme technique que WS-TAB-MAT-VUS de
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-CHARGER-MOUVEMENTS UNTIL FIN-SINMVT
           PERFORM 20500-CHARGER-ACCORDS-FINANCE
               THRU FIN-20500-CHARGER-ACCORDS
           PERFORM 30000-EDITER-LISTING
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'SINISTRES CORRIGES   : ' WS-CPT-SIN-CORRIGES
           DISPLAY 'SINISTRES ANNULES    : ' WS-CPT-SIN-ANNULES
           DISPLAY 'DOUBLONS SUSPECTES   : ' WS-CPT-DOUBLONS
           DISPLAY 'HORS GARANTIE        : ' WS-CPT-HORS-GARANTIE
           DISPLAY 'LIGNES DE COUT       : ' WS-CPT-LIGNES-COUT
           DISPLAY 'PERTES TOTALES       : ' WS-CPT-PERTES-TOTALES
           DISPLAY 'VOLS INSCRITS        : ' WS-CPT-VOLS-INSCRITS
           DISPLAY 'SUIVIS DE VOL        : ' WS-CPT-VOLS-SUIVIS
           DISPLAY 'SINISTRES AFFECTES   : ' WS-CPT-SIN-AFFECTES
           DISPLAY 'SINISTRES NON AFFECT.: ' WS-CPT-SIN-NON-AFFECT
           DISPLAY 'REVUE ANTI-FRAUDE    : ' WS-CPT-REVUE-FRAUDE
           DISPLAY 'FRANCHISES A RECUP.  : ' WS-CPT-FRANCH-OUVERTES
           DISPLAY 'FRANCHISES AJUSTEES  : ' WS-CPT-FRANCH-AJUSTEES
           DISPLAY 'FRANCHISES SANS OBJET: ' WS-CPT-FRANCH-SANS-OBJ
           DISPLAY 'TARDIFS REDATES      : ' WS-CPT-TARD-REDATES
           DISPLAY 'TARDIFS RETENUS FIN. : ' WS-CPT-TARD-RETENUS
           DISPLAY 'ACCORDS FINANCE      : ' WS-CPT-TARD-ACCORDES
           DISPLAY 'MOUVEMENTS REJETES   : ' WS-CPT-MVT-REJETES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY 'TIERS RATTACHES      : ' WS-CPT-TIERS-CREES
           PERFORM 26000-COMPTER-TIERS-ORPHELINS
           DISPLAY 'TIERS NON RATTACHES  : ' WS-CPT-TIERS-ORPHELIN
           DISPLAY '========================================'
           GOBACK.

      * Initialisation                                                 *

           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE SINISTRE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SINMVT' TO WS-NOM-FICHIER
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE SINMVT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'TIERS' TO WS-NOM-FICHIER
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE TIERS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM 16000-CHARGER-FRANCHISES
           PERFORM 17000-CHARGER-NATURES
           PERFORM 18000-CHARGER-EVENEMENTS
           PERFORM 18500-CHARGER-VALORISATION
           PERFORM 19000-OUVRIR-REPARATEURS

      * Pertes totales cumulees d'un run a l'autre jusqu'au retrait
      * du vehicule - creees a vide a la toute premiere execution
           OPEN I-O F-PERTOT
           IF FS-PERTOT NOT = '00'
               OPEN OUTPUT F-PERTOT
               IF FS-PERTOT = '00'
                   CLOSE F-PERTOT
                   OPEN I-O F-PERTOT
               END-IF
           END-IF
           IF FS-PERTOT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PERTOT : ' FS-PERTOT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Registre des vols, meme technique
           OPEN I-O F-VOLS
           IF FS-VOLS NOT = '00'
               OPEN OUTPUT F-VOLS
               IF FS-VOLS = '00'
                   CLOSE F-VOLS
                   OPEN I-O F-VOLS
               END-IF
           END-IF
           IF FS-VOLS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE VOLS : ' FS-VOLS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Franchises a recuperer, meme technique
           OPEN I-O F-FRAREC
           IF FS-FRAREC NOT = '00'
               OPEN OUTPUT F-FRAREC
               IF FS-FRAREC = '00'
                   CLOSE F-FRAREC
                   OPEN I-O F-FRAREC
               END-IF
           END-IF
           IF FS-FRAREC NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FRAREC : ' FS-FRAREC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Journal des corrections/annulations - EXTEND pour cumuler avec
      * l'historique, OUTPUT a la toute premiere execution
           OPEN EXTEND F-JOURNAL
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

           OPEN OUTPUT F-DOUBLONS
           IF FS-DOUBLONS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE LISTE DOUBLONS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Liste hors garantie cumulee (la saisie CLMA y ajoute aussi)
           OPEN EXTEND F-HORSGAR
           IF FS-HORSGAR NOT = '00'
               OPEN OUTPUT F-HORSGAR
           END-IF
           IF FS-HORSGAR NOT = '00'
               DISPLAY 'ERREUR OUVERTURE LISTE HORS GARANTIE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * File de revue anti-fraude cumulee (MAJASSV2, CLMA y ajoutent)
           OPEN EXTEND F-SURVATT
           IF FS-SURVATT NOT = '00'
               OPEN OUTPUT F-SURVATT
           END-IF
           IF FS-SURVATT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FILE DE REVUE SURVATT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Saisies tardives retenues pour la finance, meme technique
           OPEN EXTEND F-TARDATT
           IF FS-TARDATT NOT = '00'
               OPEN OUTPUT F-TARDATT
           END-IF
           IF FS-TARDATT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE FILE TARDATT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * Main courante optionnelle - reprise dans le listing
           OPEN OUTPUT F-SINJOUR
           IF FS-SINJOUR NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SINJOUR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

           END-IF
           .

      * Reprise des mouvements sinistre accordes par la finance       *
      * (FINASSU ACTION=ACCORDER) apres ceux de SINMVT, sans nouveau   *
      * controle des periodes fermees - le fichier est vide ensuite    *
      * pour qu'un accord ne soit applique qu'une fois                 *

       20500-CHARGER-ACCORDS-FINANCE.
           OPEN INPUT F-TARDSREL
           IF FS-TARDSREL NOT = '00'
               GO TO FIN-20500-CHARGER-ACCORDS
           END-IF
           SET SOURCE-TARDSREL TO TRUE
           MOVE 'N' TO WS-FIN-TARDSREL
           PERFORM 20600-LIRE-ACCORD-FINANCE UNTIL FIN-TARDSREL
           CLOSE F-TARDSREL
           MOVE 'N' TO WS-SOURCE-TARDSREL
           OPEN OUTPUT F-TARDSREL
           CLOSE F-TARDSREL
           .
       FIN-20500-CHARGER-ACCORDS.
           EXIT.

       20600-LIRE-ACCORD-FINANCE.
           READ F-TARDSREL
               AT END
                   SET FIN-TARDSREL TO TRUE
               NOT AT END
                   MOVE FS-TSR-REC TO W-SINMVT
                   ADD 1 TO WS-CPT-MVT-LUS
                   ADD 1 TO WS-CPT-TARD-ACCORDES
                   PERFORM 21000-TRAITER-MOUVEMENT
                       THRU FIN-21000-TRAITER-MOUVEMENT
           END-READ
           .

      * Traiter un mouvement sinistre : creer l'enregistrement SINISTRE*
      * et incrementer NB-SINISTRE-A4 sur le vehicule concerne         *

       21000-TRAITER-MOUVEMENT.
      * Correction ou annulation d'un sinistre d'une periode fermee :
      * retenue pour accord de la finance au lieu d'etre appliquee
           IF SM-CODE OF W-SINMVT = 'C' OR SM-CODE OF W-SINMVT = 'X'
               PERFORM 21900-CONTROLER-PERIODE-CORR
                   THRU FIN-21900-CONTROLER-PERIODE-CORR
               IF SIN-RETENU-PERIODE
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               END-IF
           END-IF

           EVALUATE SM-CODE OF W-SINMVT
               WHEN 'C'
                   PERFORM 27000-TRAITER-CORRECTION
                   PERFORM 28000-TRAITER-ANNULATION
                       THRU FIN-28000-TRAITER-ANNULATION
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               WHEN 'L'
                   PERFORM 28500-TRAITER-LIGNE-COUT
                       THRU FIN-28500-TRAITER-LIGNE-COUT
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               WHEN 'P'
                   PERFORM 28700-TRAITER-PERTE-TOTALE
                       THRU FIN-28700-TRAITER-PERTE-TOTALE
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               WHEN 'V'
                   PERFORM 28900-TRAITER-SUIVI-VOL
                       THRU FIN-28900-TRAITER-SUIVI-VOL
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               WHEN SPACE
                   CONTINUE
               WHEN 'N'
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Part de responsabilite : O (100 %), P (partagee, 50 %) ou N
      * (0 %) - blanc toujours admis pour les extraits anterieurs et
      * compte comme entierement responsable (100 %) au bonus-malus
      * (RENOUVBM), multi-sinistres (CHRASSU) et fraude (FRDASSU)
           IF SM-RESP OF W-SINMVT NOT = 'O' AND NOT = 'P'
                   AND NOT = 'N' AND NOT = SPACE
               DISPLAY 'REJET - RESPONSABILITE INVALIDE '
                       SM-RESP OF W-SINMVT ' MATRICULE '
                       SM-MAT OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Code nature obligatoire a la saisie des que la table de
      * reference est en place - un code inconnu est rejete avant
      * toute creation
           MOVE SPACES TO WS-NATURE-GARANTIE
           IF SM-NATURE-CODE OF W-SINMVT NOT = SPACES
               PERFORM 24500-VALIDER-NATURE
               IF NOT NATURE-VALIDE
               END-IF
           END-IF

      * Periode comptable fermee : le sinistre sera enregistre a la
      * date retenue, les controles qui suivent restant faits sur la
      * date declaree
           PERFORM 21950-CONTROLER-PERIODE-CREATION
               THRU FIN-21950-CONTROLER-CREATION

           PERFORM 22000-DETERMINER-SEQ-SUIVANT

      * Protection anti-doublon : le balayage ci-dessus a repere un
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Controle hors garantie : la garantie couvrant la nature doit
      * etre souscrite sur le vehicule a la date du sinistre - sinon
      * liste de revue au lieu du chargement (vehicule sans aucune
      * garantie au fichier = stock anterieur, pas de controle)
           IF WS-NATURE-GARANTIE NOT = SPACES
               MOVE 'V'                      TO WS-GAR-FONCTION
               MOVE SM-MAT OF W-SINMVT       TO WS-GAR-MAT
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-GAR-SEQ
               MOVE SM-DATE OF W-SINMVT      TO WS-GAR-DATE
               MOVE WS-NATURE-GARANTIE       TO WS-GAR-CODE
               CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
               IF WS-GAR-RETOUR = 01
                   PERFORM 22190-LISTER-HORS-GARANTIE
                   GO TO FIN-21000-TRAITER-MOUVEMENT
               END-IF
           END-IF

           MOVE SM-DATE OF W-SINMVT         TO SIN-DATE OF W-SINISTRE
           MOVE SM-NATURE OF W-SINMVT       TO SIN-NATURE OF W-SINISTRE
           MOVE SM-MONTANT OF W-SINMVT      TO SIN-MONTANT OF W-SINISTRE
           MOVE SM-RESP OF W-SINMVT         TO SIN-RESP OF W-SINISTRE
           MOVE SM-COMMENT OF W-SINMVT      TO SIN-COMMENT OF W-SINISTRE
           MOVE SPACE                       TO SIN-ETAT OF W-SINISTRE
           MOVE SPACE               TO SIN-PERTE-TOTALE OF W-SINISTRE
           MOVE SPACE               TO SIN-CONTENTIEUX OF W-SINISTRE
           MOVE SM-NATURE-CODE OF W-SINMVT
               TO SIN-NATURE-CODE OF W-SINISTRE
      * Reparateur agree facultatif - id inconnu au reseau = rejet
                   THRU FIN-29000-AFFECTER-EVENEMENT
           END-IF
           PERFORM 25000-APPLIQUER-FRANCHISE
           IF SIN-REDATE
               MOVE WS-SIN-DATE-RETENUE TO SIN-DATE OF W-SINISTRE
           END-IF
           MOVE WS-DATE-JOUR TO SIN-DATE-OUVERTURE OF W-SINISTRE
           PERFORM 21700-AFFECTER-GESTIONNAIRE
      * Liste de surveillance : le sinistre est charge, mais marque en
      * revue si l'assure, le reparateur ou un tiers y figure
           PERFORM 21800-FILTRER-SURVEILLANCE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               ADD 1 TO WS-CPT-SIN-CREES
               IF SIN-GESTIONNAIRE OF W-SINISTRE = SPACES
                   ADD 1 TO WS-CPT-SIN-NON-AFFECT
               ELSE
                   ADD 1 TO WS-CPT-SIN-AFFECTES
               END-IF
               MOVE SIN-MAT OF W-SINISTRE TO FS-SJR-MAT
               MOVE SIN-SEQ OF W-SINISTRE TO FS-SJR-SIN-SEQ
               WRITE FS-SJR-REC
               PERFORM 23000-INCREMENTER-NB-SINISTRE
               PERFORM 24000-RATTACHER-TIERS
               IF SIN-REDATE
                   PERFORM 21970-JOURNALISER-REDATE
               END-IF
               IF WS-NB-SRV-CORRESP > 0
                   PERFORM 21850-METTRE-EN-REVUE
               END-IF
      * Le montant declare devient la ligne d'indemnite initiale,
      * les frais viendront en lignes 'L' sur le sinistre
               IF SIN-MONTANT OF W-SINISTRE > 0
                   MOVE SIN-MONTANT OF W-SINISTRE TO WS-COU-MONTANT
                   MOVE 'S' TO WS-COU-ORIGINE
                   PERFORM 28600-AJOUTER-LIGNE-INDEMNITE
               END-IF
      * Un vol entre au registre des le sinistre cree
               IF SIN-NATURE-CODE OF W-SINISTRE = WS-NATURE-VOL
                   PERFORM 28800-INSCRIRE-VOL
               END-IF
      * Reparation reglee en totalite au reparateur agree : la
      * franchise est a recuperer aupres de l'assure
               IF SIN-REPARATEUR OF W-SINISTRE NOT = SPACES
                   PERFORM 28960-OUVRIR-FRANCHISE
               END-IF
           ELSE
               DISPLAY 'ANOMALIE - ECHEC CREATION SINISTRE MATRICULE '
                       SM-MAT OF W-SINMVT
               ADD 1 TO WS-CPT-ANOMALIES
               PERFORM 21750-LIBERER-GESTIONNAIRE
           END-IF
           .
       FIN-21000-TRAITER-MOUVEMENT.
           EXIT.

      * Correction 'C' ou annulation 'X' : le sinistre vise (et, pour  *
      * une correction, la nouvelle date saisie) tombe-t-il dans une   *
      * periode comptable fermee pour la compagnie du vehicule ? Oui : *
      * le mouvement est retenu dans WORK/TARDATT.dat pour accord de   *
      * la finance et trace dans WORK/TARDIFS.dat. Sinistre introuvable*
      * ou vehicule absent : laisse au traitement normal qui rejette   *

       21900-CONTROLER-PERIODE-CORR.
           MOVE 'N' TO WS-SIN-RETENU-PERIODE
           IF SOURCE-TARDSREL
               GO TO FIN-21900-CONTROLER-PERIODE-CORR
           END-IF
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SM-SIN-SEQ OF W-SINMVT TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               GO TO FIN-21900-CONTROLER-PERIODE-CORR
           END-IF
           MOVE WS-ENREG TO W-SINISTRE
           MOVE SPACE TO CIE-A4 OF W-ASSURE
           PERFORM 21500-VERIFIER-VEHICULE-ASSURES
           IF NOT VEHICULE-VALIDE
               MOVE SPACE TO CIE-A4 OF W-ASSURE
           END-IF

           MOVE 'C'                       TO WS-PER-FONCTION
           MOVE CIE-A4 OF W-ASSURE        TO WS-PER-CIE
           MOVE SIN-DATE OF W-SINISTRE    TO WS-PER-DATE
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           IF NOT PER-DATE-FERMEE
                   AND SM-CODE OF W-SINMVT = 'C'
                   AND SM-DATE OF W-SINMVT NOT = ZERO
               MOVE 'C'                   TO WS-PER-FONCTION
               MOVE CIE-A4 OF W-ASSURE    TO WS-PER-CIE
               MOVE SM-DATE OF W-SINMVT   TO WS-PER-DATE
               CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           END-IF
           IF NOT PER-DATE-FERMEE
               GO TO FIN-21900-CONTROLER-PERIODE-CORR
           END-IF

           SET SIN-RETENU-PERIODE TO TRUE
           ADD 1 TO WS-CPT-TARD-RETENUS
           DISPLAY 'PERIODE FERMEE ' WS-PER-PERIODE-FERMEE
                   ' - MOUVEMENT SINISTRE ' SM-CODE OF W-SINMVT ' '
                   SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
                   ' RETENU POUR LA FINANCE'
           MOVE 0 TO WS-PER-MONTANT
           IF SM-CODE OF W-SINMVT = 'X'
               COMPUTE WS-PER-MONTANT = 0 - SIN-MONTANT OF W-SINISTRE
           ELSE
               IF SM-MONTANT OF W-SINMVT NOT = ZERO
                   COMPUTE WS-PER-MONTANT = SM-MONTANT OF W-SINMVT
                       - SIN-MONTANT OF W-SINISTRE
               END-IF
           END-IF

           MOVE SPACES                    TO W-TARDATT
           MOVE 'S'                       TO TAT-ORIGINE
           MOVE WS-DATE-JOUR              TO TAT-DATE-ATTENTE
           MOVE 'SINASSU'                 TO TAT-PROGRAMME
           MOVE 'SINMVT'                  TO TAT-LOT
           MOVE WS-PER-PERIODE-FERMEE     TO TAT-PERIODE-FERMEE
           MOVE WS-PER-DATE               TO TAT-DATE-ORIGINE
           MOVE WS-PER-MONTANT            TO TAT-MONTANT
           MOVE WS-PER-CIE                TO TAT-CIE
           MOVE W-SINMVT                  TO TAT-SINMVT
           MOVE W-TARDATT                 TO FS-TAT-REC
           WRITE FS-TAT-REC

           MOVE 'SINASSU'                 TO WS-PER-PROGRAMME
           MOVE 'SINMVT'                  TO WS-PER-ORIGINE
           MOVE 'S'                       TO WS-PER-NATURE
           MOVE SM-CODE OF W-SINMVT       TO WS-PER-CODE
           MOVE SM-MAT OF W-SINMVT        TO WS-PER-MAT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-PER-VEHICULE
           MOVE SM-SIN-SEQ OF W-SINMVT    TO WS-PER-SIN-SEQ
           MOVE 0                         TO WS-PER-DATE-RETENUE
           MOVE 'A'                       TO WS-PER-TRAITEMENT
           MOVE 'J'                       TO WS-PER-FONCTION
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           .
       FIN-21900-CONTROLER-PERIODE-CORR.
           EXIT.

      * Nouveau sinistre : une date de survenance dans une periode     *
      * comptable fermee pour la compagnie du vehicule (W-ASSURE lu en *
      * 21500) donne la date retenue, premier jour de la premiere      *
      * periode ouverte, portee sur SIN-DATE a l'enregistrement        *

       21950-CONTROLER-PERIODE-CREATION.
           MOVE 'N' TO WS-SIN-REDATE
           MOVE 0 TO WS-SIN-DATE-RETENUE
           IF SOURCE-TARDSREL
               GO TO FIN-21950-CONTROLER-CREATION
           END-IF
           MOVE 'C'                       TO WS-PER-FONCTION
           MOVE CIE-A4 OF W-ASSURE        TO WS-PER-CIE
           MOVE SM-DATE OF W-SINMVT       TO WS-PER-DATE
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           IF PER-DATE-FERMEE
               SET SIN-REDATE TO TRUE
               MOVE WS-PER-DATE-RETENUE   TO WS-SIN-DATE-RETENUE
           END-IF
           .
       FIN-21950-CONTROLER-CREATION.
           EXIT.

      * Tracer le nouveau sinistre redate dans WORK/TARDIFS.dat avec   *
      * sa date declaree (WS-COM-PERIODE prepare en 21950)             *

       21970-JOURNALISER-REDATE.
           ADD 1 TO WS-CPT-TARD-REDATES
           DISPLAY 'PERIODE FERMEE ' WS-PER-PERIODE-FERMEE
                   ' - SINISTRE ' SIN-MAT OF W-SINISTRE '/'
                   SIN-SEQ OF W-SINISTRE ' REDATE '
                   SM-DATE OF W-SINMVT ' -> ' WS-SIN-DATE-RETENUE
           MOVE 'SINASSU'                 TO WS-PER-PROGRAMME
           MOVE 'SINMVT'                  TO WS-PER-ORIGINE
           MOVE 'S'                       TO WS-PER-NATURE
           MOVE 'N'                       TO WS-PER-CODE
           MOVE SIN-MAT OF W-SINISTRE     TO WS-PER-MAT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-PER-VEHICULE
           MOVE SIN-SEQ OF W-SINISTRE     TO WS-PER-SIN-SEQ
           MOVE SM-DATE OF W-SINMVT       TO WS-PER-DATE
           MOVE WS-SIN-DATE-RETENUE       TO WS-PER-DATE-RETENUE
           MOVE 'R'                       TO WS-PER-TRAITEMENT
           MOVE SIN-MONTANT OF W-SINISTRE TO WS-PER-MONTANT
           MOVE 'J'                       TO WS-PER-FONCTION
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           .

      * Affectation du gestionnaire du nouveau sinistre (PGMGEST) :    *
      * region du code postal du vehicule (W-ASSURE lu en 21500),      *
      * gestionnaire disponible le moins charge - sans gestionnaire    *
      * disponible le sinistre reste non affecte (SIN-GESTIONNAIRE a   *
      * blanc), GESASSU ACTION=REPRISE le rattrapera                   *

       21700-AFFECTER-GESTIONNAIRE.
           MOVE SPACES TO SIN-GESTIONNAIRE OF W-SINISTRE
           MOVE 'A'                  TO WS-GES-FONCTION
           MOVE CP-A4 OF W-ASSURE    TO WS-GES-CP
           MOVE SPACES               TO WS-GES-EXCLU
           CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           IF WS-GES-RETOUR = 00
               MOVE WS-GES-USER TO SIN-GESTIONNAIRE OF W-SINISTRE
           ELSE
               DISPLAY 'AVERTISSEMENT - SINISTRE NON AFFECTE MATRICULE '
                       SM-MAT OF W-SINMVT ' (PGMGEST ' WS-GES-RETOUR ')'
           END-IF
           .

      * Liberation du gestionnaire d'un sinistre non cree ou annule    *

       21750-LIBERER-GESTIONNAIRE.
           IF SIN-GESTIONNAIRE OF W-SINISTRE NOT = SPACES
               MOVE 'L'                            TO WS-GES-FONCTION
               MOVE SIN-GESTIONNAIRE OF W-SINISTRE TO WS-GES-USER
               CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           END-IF
           .

      * Filtrage du sinistre contre la liste de surveillance PGMSURV : *
      * nom et adresse de l'assure (W-ASSURE lu en 21500), reparateur  *
      * et parties adverses TIERSMVT qui seront rattachees au sinistre *
      * (memes criteres que 24100) - toute correspondance marque le    *
      * sinistre en revue (SIN-REVUE-FRAUDE 'R')                       *

       21800-FILTRER-SURVEILLANCE.
           MOVE SPACE TO SIN-REVUE-FRAUDE OF W-SINISTRE
           MOVE 0 TO WS-NB-SRV-CORRESP

           MOVE 'N'                  TO WS-SRV-FONCTION
           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-SRV-VALEUR
           MOVE 'ASSURE'             TO WS-SRV-CRITERE-COURANT
           PERFORM 21810-INTERROGER-SURVEILLANCE

           MOVE 'A'                  TO WS-SRV-FONCTION
           MOVE SPACES               TO WS-SRV-VALEUR
           MOVE RUE-A4 OF W-ASSURE   TO WS-SRV-VALEUR(1:18)
           MOVE CP-A4 OF W-ASSURE    TO WS-SRV-VALEUR(19:5)
           MOVE 'ADRESSE'            TO WS-SRV-CRITERE-COURANT
           PERFORM 21810-INTERROGER-SURVEILLANCE

           IF SIN-REPARATEUR OF W-SINISTRE NOT = SPACES
               MOVE 'R'              TO WS-SRV-FONCTION
               MOVE SIN-REPARATEUR OF W-SINISTRE TO WS-SRV-VALEUR
               MOVE 'REPARATEUR'     TO WS-SRV-CRITERE-COURANT
               PERFORM 21810-INTERROGER-SURVEILLANCE
           END-IF

           PERFORM 21820-FILTRER-UN-TIERS
               VARYING WS-IDX-TIERMVT FROM 1 BY 1
               UNTIL WS-IDX-TIERMVT > WS-NB-TIERMVT

           IF WS-NB-SRV-CORRESP > 0
               MOVE 'R' TO SIN-REVUE-FRAUDE OF W-SINISTRE
           END-IF
           .

       21810-INTERROGER-SURVEILLANCE.
           CALL WS-NOM-PGMSURV USING WS-COM-SURV
           IF WS-SRV-RETOUR = 01 AND WS-NB-SRV-CORRESP < 5
               ADD 1 TO WS-NB-SRV-CORRESP
               MOVE WS-SRV-CRITERE-COURANT
                   TO WS-SRVC-CRITERE(WS-NB-SRV-CORRESP)
               MOVE WS-SRV-ENTREE
                   TO WS-SRVC-LISTE(WS-NB-SRV-CORRESP)
           END-IF
           .

       21820-FILTRER-UN-TIERS.
           MOVE WS-TM-ENREG(WS-IDX-TIERMVT) TO W-TIERMVT
           IF TM-SEQ-VEHICULE OF W-TIERMVT = ZERO
               MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-TM-SEQ-VEHICULE-EFF
           ELSE
               MOVE TM-SEQ-VEHICULE OF W-TIERMVT
                   TO WS-TM-SEQ-VEHICULE-EFF
           END-IF
           IF WS-TM-UTILISE(WS-IDX-TIERMVT) = 'N'
                   AND TM-MAT OF W-TIERMVT = SM-MAT OF W-SINMVT
                   AND WS-TM-SEQ-VEHICULE-EFF
                       = SIN-SEQ-VEHICULE OF W-SINISTRE
                   AND TM-DATE OF W-TIERMVT = SIN-DATE OF W-SINISTRE
                   AND TM-NOM-ADVERSE OF W-TIERMVT NOT = SPACES
               MOVE 'T'              TO WS-SRV-FONCTION
               MOVE TM-NOM-ADVERSE OF W-TIERMVT TO WS-SRV-VALEUR
               MOVE 'TIERS'          TO WS-SRV-CRITERE-COURANT
               PERFORM 21810-INTERROGER-SURVEILLANCE
           END-IF
           .

      * Depot du sinistre cree dans la file de revue anti-fraude, une  *
      * entree par correspondance relevee                              *

       21850-METTRE-EN-REVUE.
           ADD 1 TO WS-CPT-REVUE-FRAUDE
           DISPLAY 'REVUE ANTI-FRAUDE - SINISTRE ' SIN-MAT OF W-SINISTRE
                   '/' SIN-SEQ OF W-SINISTRE ' ('
                   WS-SRVC-CRITERE(1) ')'
           PERFORM 21860-ECRIRE-REVUE
               VARYING WS-IDX-SRV FROM 1 BY 1
               UNTIL WS-IDX-SRV > WS-NB-SRV-CORRESP
           .

       21860-ECRIRE-REVUE.
           MOVE SPACES                   TO FS-SVA-REC
           MOVE 'S'                      TO FS-SVA-ORIGINE
           MOVE WS-DATE-JOUR             TO FS-SVA-DATE
           MOVE WS-SRVC-CRITERE(WS-IDX-SRV) TO FS-SVA-CRITERE
           MOVE SIN-MAT OF W-SINISTRE    TO FS-SVA-SIN-MAT
           MOVE SIN-SEQ OF W-SINISTRE    TO FS-SVA-SIN-SEQ
           MOVE NOM-PRE-A4 OF W-ASSURE   TO FS-SVA-SIN-NOM
           MOVE WS-SRVC-LISTE(WS-IDX-SRV) TO FS-SVA-ENTREE
           WRITE FS-SVA-REC
           .

      * Controle referentiel prealable : le vehicule MAT+SEQ vise par  *
      * le mouvement doit exister sur ASSURES3 avant toute creation du *
      * SINISTRE correspondant (meme esprit que les controles pre-    *
           IF SIN-ETAT OF W-SINISTRE-EXIST NOT = 'X'
                   AND SIN-SEQ-VEHICULE OF W-SINISTRE-EXIST
                       = SIN-SEQ-VEHICULE OF W-SINISTRE
                   AND (SIN-DATE OF W-SINISTRE-EXIST
                           = SM-DATE OF W-SINMVT
                       OR (SIN-REDATE AND SIN-DATE OF W-SINISTRE-EXIST
                           = WS-SIN-DATE-RETENUE))
               IF SM-NATURE-CODE OF W-SINMVT NOT = SPACES
                   IF SIN-NATURE-CODE OF W-SINISTRE-EXIST
                           = SM-NATURE-CODE OF W-SINMVT
           ADD 1 TO WS-CPT-DOUBLONS
           .

      * Lister le sinistre hors garantie pour revue par un gestionnaire*

       22190-LISTER-HORS-GARANTIE.
           MOVE SM-MAT OF W-SINMVT          TO WS-LIGH-MAT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-LIGH-VEHIC
           MOVE SM-DATE OF W-SINMVT         TO WS-LIGH-DATE
           MOVE SM-NATURE-CODE OF W-SINMVT  TO WS-LIGH-NATCODE
           MOVE WS-NATURE-GARANTIE          TO WS-LIGH-GARANTIE
           MOVE SM-MONTANT OF W-SINMVT      TO WS-LIGH-MONTANT
           MOVE WS-LIG-HORSGAR TO FS-HORSGAR-REC
           WRITE FS-HORSGAR-REC
           ADD 1 TO WS-CPT-HORS-GARANTIE
           .

      * Incrementer NB-SINISTRE-A4 sur le vehicule concerne            *

       23000-INCREMENTER-NB-SINISTRE.
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-27000-TRAITER-CORRECTION
           END-IF
      * Part de responsabilite : memes valeurs qu'a la creation ; blanc
      * laisse la part enregistree inchangee (un sinistre a blanc
      * compte comme entierement responsable, 100 %)
           IF SM-RESP OF W-SINMVT NOT = 'O' AND NOT = 'P'
                   AND NOT = 'N' AND NOT = SPACE
               DISPLAY 'REJET - RESPONSABILITE INVALIDE '
                       SM-RESP OF W-SINMVT ' MATRICULE '
                       SM-MAT OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-27000-TRAITER-CORRECTION
           END-IF

           IF SM-DATE OF W-SINMVT NOT = ZERO
               MOVE SM-DATE OF W-SINMVT TO SIN-DATE OF W-SINISTRE
           ADD 1 TO WS-CPT-SIN-CORRIGES
           MOVE 'K' TO FS-JRN-CODE-MVT
           PERFORM 26500-JOURNALISER-SINISTRE
           PERFORM 28950-SOLDER-SUIVI-VOL
           PERFORM 28970-AJUSTER-FRANCHISE

      * Montant corrige sur un sinistre ventile : l'ecart est porte
      * en ligne d'ajustement d'indemnite pour que la somme des
      * lignes reste egale a SIN-MONTANT
           IF SIN-MONTANT OF W-SINISTRE NOT = WS-SIN-MONTANT-AVANT
               MOVE 'T' TO WS-COU-FONCTION
               MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
               MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
               CALL WS-NOM-PGMCOUT USING WS-COM-COUT
               IF WS-COU-RETOUR = 00
                   COMPUTE WS-COU-MONTANT =
                       SIN-MONTANT OF W-SINISTRE - WS-SIN-MONTANT-AVANT
                   MOVE 'K' TO WS-COU-ORIGINE
                   PERFORM 28600-AJOUTER-LIGNE-INDEMNITE
               END-IF
           END-IF

      * Le vehicule vise a change : le compteur de sinistres suit
           IF SIN-SEQ-VEHICULE OF W-SINISTRE
           MOVE 'Z' TO FS-JRN-CODE-MVT
           PERFORM 26500-JOURNALISER-SINISTRE
           PERFORM 23500-DECREMENTER-NB-SINISTRE
           PERFORM 21750-LIBERER-GESTIONNAIRE
           PERFORM 28980-FRANCHISE-SANS-OBJET
           .
       FIN-28000-TRAITER-ANNULATION.
           EXIT.

      * Ligne de cout (SM-CODE 'L') : le montant est ventile sur le    *
      * sinistre SM-SIN-SEQ sous le composant SM-LC-COMPOSANT          *
      * (PGMCOUT) ; un sinistre encore sans ligne recoit d'abord la    *
      * reprise de son montant en indemnite, puis SIN-MONTANT prend    *
      * la somme des lignes, la franchise est reappliquee et la        *
      * variation journalisee comme une correction ('K')               *

       28500-TRAITER-LIGNE-COUT.
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SM-SIN-SEQ OF W-SINMVT TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'REJET - LIGNE DE COUT SUR SINISTRE INEXISTANT '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28500-TRAITER-LIGNE-COUT
           END-IF
           MOVE WS-ENREG TO W-SINISTRE

           IF SIN-ETAT OF W-SINISTRE = 'X'
               DISPLAY 'REJET - LIGNE DE COUT SUR SINISTRE ANNULE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28500-TRAITER-LIGNE-COUT
           END-IF
           IF SM-MONTANT OF W-SINMVT = ZERO
               DISPLAY 'REJET - LIGNE DE COUT SANS MONTANT '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28500-TRAITER-LIGNE-COUT
           END-IF

           MOVE SIN-MONTANT OF W-SINISTRE TO WS-SIN-MONTANT-AVANT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
               TO WS-SEQ-VEHICULE-AVANT

      * Sinistre anterieur a la ventilation : son montant est repris
      * en premiere ligne d'indemnite
           MOVE 'T' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           IF WS-COU-RETOUR = 02
                   AND SIN-MONTANT OF W-SINISTRE > 0
               MOVE SIN-MONTANT OF W-SINISTRE TO WS-COU-MONTANT
               MOVE 'R' TO WS-COU-ORIGINE
               PERFORM 28600-AJOUTER-LIGNE-INDEMNITE
           END-IF

           MOVE 'A' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           MOVE SM-LC-COMPOSANT OF W-SINMVT TO WS-COU-COMPOSANT
           MOVE SM-LC-BENEF OF W-SINMVT TO WS-COU-BENEF
           IF SM-LC-SENS OF W-SINMVT = '-'
               COMPUTE WS-COU-MONTANT = 0 - SM-MONTANT OF W-SINMVT
           ELSE
               MOVE SM-MONTANT OF W-SINMVT TO WS-COU-MONTANT
           END-IF
           IF SM-DATE OF W-SINMVT = ZERO
               MOVE WS-DATE-JOUR TO WS-COU-DATE
           ELSE
               MOVE SM-DATE OF W-SINMVT TO WS-COU-DATE
           END-IF
           MOVE SM-LC-LIBELLE OF W-SINMVT TO WS-COU-LIBELLE
           MOVE 'S' TO WS-COU-ORIGINE
           MOVE 'SINMVT' TO WS-COU-USER
           CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           EVALUATE WS-COU-RETOUR
               WHEN 00
                   CONTINUE
               WHEN 03
                   DISPLAY 'REJET - COMPOSANT/BENEFICIAIRE INCONNU '
                           SM-LC-COMPOSANT OF W-SINMVT '/'
                           WS-COU-BENEF ' SINISTRE '
                           SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-MVT-REJETES
                   GO TO FIN-28500-TRAITER-LIGNE-COUT
               WHEN 04
                   DISPLAY 'REJET - TOTAL DES LIGNES NEGATIF OU HORS '
                           'CAPACITE ' SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-MVT-REJETES
                   GO TO FIN-28500-TRAITER-LIGNE-COUT
               WHEN OTHER
                   DISPLAY 'ANOMALIE - ECHEC ECRITURE LIGNE DE COUT '
                           SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-ANOMALIES
                   GO TO FIN-28500-TRAITER-LIGNE-COUT
           END-EVALUATE
           ADD 1 TO WS-CPT-LIGNES-COUT

      * Report de la somme des lignes sur le sinistre ; 21500 relit le
      * vehicule (W-ASSURE) pour la recherche de franchise - vehicule
      * sorti depuis (perte totale, vol...) : la franchise deja
      * deduite est conservee
           PERFORM 21500-VERIFIER-VEHICULE-ASSURES
           IF VEHICULE-VALIDE
               MOVE WS-COU-TOTAL TO SIN-MONTANT OF W-SINISTRE
               PERFORM 25000-APPLIQUER-FRANCHISE
           ELSE
               COMPUTE WS-MONTANT-NET-CALCULE = WS-COU-TOTAL
                   - (SIN-MONTANT OF W-SINISTRE
                      - SIN-MONTANT-NET OF W-SINISTRE)
               IF WS-MONTANT-NET-CALCULE < 0
                   MOVE 0 TO WS-MONTANT-NET-CALCULE
               END-IF
               MOVE WS-COU-TOTAL TO SIN-MONTANT OF W-SINISTRE
               MOVE WS-MONTANT-NET-CALCULE
                   TO SIN-MONTANT-NET OF W-SINISTRE
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE W-SINISTRE TO WS-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ANOMALIE - ECHEC REPORT LIGNE DE COUT '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-28500-TRAITER-LIGNE-COUT
           END-IF

           MOVE 'K' TO FS-JRN-CODE-MVT
           PERFORM 26500-JOURNALISER-SINISTRE
           PERFORM 28970-AJUSTER-FRANCHISE
           .
       FIN-28500-TRAITER-LIGNE-COUT.
           EXIT.

      * Perte totale (SM-CODE 'P') : le vehicule du sinistre           *
      * SM-SIN-SEQ est economiquement irreparable. Sa valeur de        *
      * remplacement (expert SM-MONTANT, sinon table VALVEH pour son   *
      * type et son age) devient l'indemnite du sinistre : une ligne   *
      * d'ajustement 'P' aligne le total IND sur cette valeur, les     *
      * frais restant en sus ; la franchise de la zone/type est        *
      * reappliquee, la variation journalisee ('K') et le reglement    *
      * net inscrit dans PERTOT pour le retrait du vehicule (VEIASSU)  *

       28700-TRAITER-PERTE-TOTALE.
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SM-SIN-SEQ OF W-SINMVT TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'REJET - PERTE TOTALE SUR SINISTRE INEXISTANT '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF
           MOVE WS-ENREG TO W-SINISTRE

           IF SIN-ETAT OF W-SINISTRE = 'X'
               DISPLAY 'REJET - PERTE TOTALE SUR SINISTRE ANNULE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF
           IF SIN-PERTE-TOTALE OF W-SINISTRE = 'O'
               DISPLAY 'REJET - PERTE TOTALE DEJA DECLAREE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF

      * Le vehicule doit etre encore au contrat (type, code postal
      * pour la franchise, anciennete a defaut d'annee de mise en
      * circulation)
           PERFORM 21500-VERIFIER-VEHICULE-ASSURES
           IF NOT VEHICULE-VALIDE
               DISPLAY 'REJET - PERTE TOTALE VEHICULE DEJA SORTI '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF

      * Age du vehicule a la date du sinistre : annee de mise en
      * circulation declaree, sinon anciennete du contrat
           IF SIN-DATE OF W-SINISTRE > 19000000
               MOVE SIN-DATE OF W-SINISTRE(1:4) TO WS-PT-ANNEE-SIN
           ELSE
               MOVE WS-DATE-JOUR(1:4) TO WS-PT-ANNEE-SIN
           END-IF
           IF SM-PT-ANNEE-MEC OF W-SINMVT NUMERIC
                   AND SM-PT-ANNEE-MEC OF W-SINMVT > 0
                   AND SM-PT-ANNEE-MEC OF W-SINMVT
                       NOT > WS-PT-ANNEE-SIN
               COMPUTE WS-PT-AGE =
                   WS-PT-ANNEE-SIN - SM-PT-ANNEE-MEC OF W-SINMVT
           ELSE
               MOVE ANCIENNETE-A4 OF W-ASSURE TO WS-PT-AGE
           END-IF
           IF WS-PT-AGE > 99
               MOVE 99 TO WS-PT-AGE
           END-IF

           IF SM-MONTANT OF W-SINMVT > 0
               MOVE SM-MONTANT OF W-SINMVT TO WS-PT-VALEUR
               MOVE 'E' TO PT-ORIGINE-VALEUR OF W-PERTOT
           ELSE
               PERFORM 28710-CHERCHER-VALEUR
               IF NOT VAL-TROUVE
                   DISPLAY 'REJET - PERTE TOTALE SANS VALEUR TYPE '
                           TYPE-V-A4 OF W-ASSURE ' SINISTRE '
                           SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-MVT-REJETES
                   GO TO FIN-28700-TRAITER-PERTE-TOTALE
               END-IF
               MOVE WS-VAL-VALEUR(WS-VAL-IDX-CHERCHE) TO WS-PT-VALEUR
               MOVE 'T' TO PT-ORIGINE-VALEUR OF W-PERTOT
           END-IF

           MOVE SIN-MONTANT OF W-SINISTRE TO WS-SIN-MONTANT-AVANT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
               TO WS-SEQ-VEHICULE-AVANT

      * Sinistre anterieur a la ventilation : reprise de son montant
      * en premiere ligne d'indemnite avant l'alignement
           MOVE 'T' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           IF WS-COU-RETOUR = 02
                   AND SIN-MONTANT OF W-SINISTRE > 0
               MOVE SIN-MONTANT OF W-SINISTRE TO WS-COU-MONTANT
               MOVE 'R' TO WS-COU-ORIGINE
               PERFORM 28600-AJOUTER-LIGNE-INDEMNITE
               IF WS-COU-RETOUR NOT = 00
                   GO TO FIN-28700-TRAITER-PERTE-TOTALE
               END-IF
           END-IF

           IF WS-PT-VALEUR NOT = WS-COU-TOTAL-INDEM
               COMPUTE WS-COU-MONTANT =
                   WS-PT-VALEUR - WS-COU-TOTAL-INDEM
               MOVE 'P' TO WS-COU-ORIGINE
               PERFORM 28600-AJOUTER-LIGNE-INDEMNITE
               IF WS-COU-RETOUR NOT = 00
                   GO TO FIN-28700-TRAITER-PERTE-TOTALE
               END-IF
               ADD 1 TO WS-CPT-LIGNES-COUT
           END-IF

           MOVE WS-COU-TOTAL TO SIN-MONTANT OF W-SINISTRE
           PERFORM 25000-APPLIQUER-FRANCHISE
           MOVE 'O' TO SIN-PERTE-TOTALE OF W-SINISTRE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE W-SINISTRE TO WS-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ANOMALIE - ECHEC REPORT PERTE TOTALE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF

           MOVE 'K' TO FS-JRN-CODE-MVT
           PERFORM 26500-JOURNALISER-SINISTRE
      * Vehicule non repare : la franchise est deduite du reglement
      * de la perte totale, plus rien a recuperer sur l'assure
           PERFORM 28980-FRANCHISE-SANS-OBJET

      * Reglement net : valeur du vehicule moins la franchise de la
      * zone/type, plancher a zero
           COMPUTE WS-PT-REGLEMENT =
               WS-PT-VALEUR - WS-FRANCHISE-APPLIQUEE
           IF WS-PT-REGLEMENT < 0
               MOVE 0 TO WS-PT-REGLEMENT
           END-IF

           MOVE SIN-MAT OF W-SINISTRE TO PT-MAT OF W-PERTOT
           MOVE SIN-SEQ OF W-SINISTRE TO PT-SIN-SEQ OF W-PERTOT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
               TO PT-SEQ-VEHICULE OF W-PERTOT
           MOVE TYPE-V-A4 OF W-ASSURE TO PT-TYPE-V OF W-PERTOT
           MOVE WS-PT-AGE TO PT-AGE OF W-PERTOT
           MOVE WS-DATE-JOUR TO PT-DATE-VEI OF W-PERTOT
           MOVE WS-PT-VALEUR TO PT-VALEUR OF W-PERTOT
           MOVE WS-FRANCHISE-APPLIQUEE TO PT-FRANCHISE OF W-PERTOT
           MOVE WS-PT-REGLEMENT TO PT-REGLEMENT OF W-PERTOT
           IF SM-PT-MOTIF OF W-SINMVT = SPACES
               MOVE 'PERTE TOTALE' TO PT-MOTIF OF W-PERTOT
           ELSE
               MOVE SM-PT-MOTIF OF W-SINMVT TO PT-MOTIF OF W-PERTOT
           END-IF
           MOVE SPACE TO PT-ETAT OF W-PERTOT
           MOVE 0 TO PT-DATE-RETRAIT OF W-PERTOT
           MOVE SPACES TO PT-LOT OF W-PERTOT
           MOVE W-PERTOT TO FS-PT-REC
           WRITE FS-PT-REC
           IF FS-PERTOT NOT = '00'
               DISPLAY 'ANOMALIE - PERTE TOTALE NON INSCRITE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
                       ' STATUT ' FS-PERTOT
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-28700-TRAITER-PERTE-TOTALE
           END-IF
           ADD 1 TO WS-CPT-PERTES-TOTALES
           .
       FIN-28700-TRAITER-PERTE-TOTALE.
           EXIT.

      * Recherche de la valeur du vehicule : premiere tranche du type  *
      * couvrant l'age, puis tranches par defaut (type a SPACE), meme  *
      * technique que 25100 pour la franchise                          *

       28710-CHERCHER-VALEUR.
           MOVE TYPE-V-A4 OF W-ASSURE TO WS-VAL-TYPE-RECHERCHE
           PERFORM 28720-CHERCHER-VALEUR-TYPE
           IF NOT VAL-TROUVE
               MOVE SPACE TO WS-VAL-TYPE-RECHERCHE
               PERFORM 28720-CHERCHER-VALEUR-TYPE
           END-IF
           .

       28720-CHERCHER-VALEUR-TYPE.
           MOVE 'N' TO WS-VAL-TROUVE
           MOVE 1 TO WS-VAL-IDX-CHERCHE
           PERFORM 28730-COMPARER-VALEUR
               UNTIL WS-VAL-IDX-CHERCHE > WS-NB-VAL-CHARGES
                   OR VAL-TROUVE
           .

       28730-COMPARER-VALEUR.
           IF WS-VAL-TYPE-V(WS-VAL-IDX-CHERCHE)
                       = WS-VAL-TYPE-RECHERCHE
                   AND WS-VAL-AGE-MAX(WS-VAL-IDX-CHERCHE)
                       NOT < WS-PT-AGE
               MOVE 'Y' TO WS-VAL-TROUVE
           ELSE
               ADD 1 TO WS-VAL-IDX-CHERCHE
           END-IF
           .

      * Inscription du sinistre au registre des vols : vehicule       *
      * (W-ASSURE, lu en 21500) et fin du delai de carence a 30 jours *
      * de la date du vol - date invalide : date du jour              *

       28800-INSCRIRE-VOL.
           MOVE SPACES TO W-VOL
           MOVE SIN-MAT OF W-SINISTRE TO VO-MAT OF W-VOL
           MOVE SIN-SEQ OF W-SINISTRE TO VO-SIN-SEQ OF W-VOL
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
               TO VO-SEQ-VEHICULE OF W-VOL
           MOVE TYPE-V-A4 OF W-ASSURE TO VO-TYPE-V OF W-VOL
           MOVE CP-A4 OF W-ASSURE TO VO-CP OF W-VOL
           IF SIN-DATE OF W-SINISTRE > 19000000
               MOVE SIN-DATE OF W-SINISTRE TO VO-DATE-VOL OF W-VOL
           ELSE
               MOVE WS-DATE-JOUR TO VO-DATE-VOL OF W-VOL
           END-IF
           COMPUTE WS-VOL-JULIEN =
               FUNCTION INTEGER-OF-DATE(VO-DATE-VOL OF W-VOL)
               + WS-DELAI-CARENCE-VOL
           COMPUTE VO-DATE-FIN-CARENCE OF W-VOL =
               FUNCTION DATE-OF-INTEGER(WS-VOL-JULIEN)
           MOVE 0 TO VO-DATE-DECOUV OF W-VOL
           MOVE SPACE TO VO-ETAT-DECOUV OF W-VOL
           MOVE SPACE TO VO-SUIVI OF W-VOL
           MOVE WS-DATE-JOUR TO VO-DATE-SUIVI OF W-VOL
           MOVE WS-DATE-JOUR TO VO-DATE-SAISIE OF W-VOL
           MOVE W-VOL TO FS-VO-REC
           WRITE FS-VO-REC
           IF FS-VOLS = '00'
               ADD 1 TO WS-CPT-VOLS-INSCRITS
           ELSE
               DISPLAY 'ANOMALIE - VOL NON INSCRIT AU REGISTRE '
                       SIN-MAT OF W-SINISTRE '/' SIN-SEQ OF W-SINISTRE
                       ' STATUT ' FS-VOLS
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Suivi du vol (SM-CODE 'V') sur le sinistre SM-SIN-SEQ :        *
      * reference du depot de plainte et/ou decouverte du vehicule     *
      * (SM-VO-ETAT I/E, date SM-DATE) ; un sinistre absent du         *
      * registre (anterieur, nature non codee) y est inscrit ; une     *
      * decouverte met le sinistre en attente de sa correction 'C'     *

       28900-TRAITER-SUIVI-VOL.
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SM-SIN-SEQ OF W-SINMVT TO WS-ENREG(7:4)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'REJET - SUIVI DE VOL SUR SINISTRE INEXISTANT '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28900-TRAITER-SUIVI-VOL
           END-IF
           MOVE WS-ENREG TO W-SINISTRE
           IF SIN-ETAT OF W-SINISTRE = 'X'
               DISPLAY 'REJET - SUIVI DE VOL SUR SINISTRE ANNULE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28900-TRAITER-SUIVI-VOL
           END-IF
           IF SM-VO-ETAT OF W-SINMVT NOT = 'I' AND NOT = 'E'
                   AND NOT = SPACE
               DISPLAY 'REJET - ETAT DE DECOUVERTE INVALIDE '
                       SM-VO-ETAT OF W-SINMVT ' SINISTRE '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
               ADD 1 TO WS-CPT-MVT-REJETES
               GO TO FIN-28900-TRAITER-SUIVI-VOL
           END-IF

           MOVE SIN-MAT OF W-SINISTRE TO FS-VO-CLE(1:6)
           MOVE SIN-SEQ OF W-SINISTRE TO FS-VO-CLE(7:4)
           READ F-VOLS
               INVALID KEY
                   MOVE 'N' TO WS-VOL-EXISTE
               NOT INVALID KEY
                   MOVE 'O' TO WS-VOL-EXISTE
                   MOVE FS-VO-REC TO W-VOL
           END-READ
           IF NOT VOL-EXISTE
               PERFORM 21500-VERIFIER-VEHICULE-ASSURES
               IF NOT VEHICULE-VALIDE
                   MOVE SPACES TO W-ASSURE
                   MOVE 0 TO CP-A4 OF W-ASSURE
               END-IF
               PERFORM 28800-INSCRIRE-VOL
               IF FS-VOLS NOT = '00'
                   GO TO FIN-28900-TRAITER-SUIVI-VOL
               END-IF
           END-IF

           IF SM-VO-ETAT OF W-SINMVT NOT = SPACE
               IF VO-RETROUVE OF W-VOL
                   DISPLAY 'REJET - VEHICULE DEJA RETROUVE '
                           SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-MVT-REJETES
                   GO TO FIN-28900-TRAITER-SUIVI-VOL
               END-IF
               IF SM-DATE OF W-SINMVT = ZERO
                   MOVE WS-DATE-JOUR TO VO-DATE-DECOUV OF W-VOL
               ELSE
                   MOVE SM-DATE OF W-SINMVT TO VO-DATE-DECOUV OF W-VOL
               END-IF
               IF VO-DATE-DECOUV OF W-VOL < VO-DATE-VOL OF W-VOL
                   DISPLAY 'REJET - DECOUVERTE ANTERIEURE AU VOL '
                           SM-MAT OF W-SINMVT '/'
                           SM-SIN-SEQ OF W-SINMVT
                   ADD 1 TO WS-CPT-MVT-REJETES
                   GO TO FIN-28900-TRAITER-SUIVI-VOL
               END-IF
               MOVE SM-VO-ETAT OF W-SINMVT TO VO-ETAT-DECOUV OF W-VOL
               MOVE 'R' TO VO-SUIVI OF W-VOL
               MOVE WS-DATE-JOUR TO VO-DATE-SUIVI OF W-VOL
           END-IF
           IF SM-VO-NUM-PV OF W-SINMVT NOT = SPACES
               MOVE SM-VO-NUM-PV OF W-SINMVT TO VO-NUM-PV OF W-VOL
           END-IF

           MOVE W-VOL TO FS-VO-REC
           REWRITE FS-VO-REC
           IF FS-VOLS NOT = '00'
               DISPLAY 'ANOMALIE - ECHEC MAJ REGISTRE DES VOLS '
                       SM-MAT OF W-SINMVT '/' SM-SIN-SEQ OF W-SINMVT
                       ' STATUT ' FS-VOLS
               ADD 1 TO WS-CPT-ANOMALIES
               GO TO FIN-28900-TRAITER-SUIVI-VOL
           END-IF
           ADD 1 TO WS-CPT-VOLS-SUIVIS
           .
       FIN-28900-TRAITER-SUIVI-VOL.
           EXIT.

      * Correction 'C' d'un sinistre dont le vehicule vole a ete       *
      * retrouve : le suivi du vol est solde                           *

       28950-SOLDER-SUIVI-VOL.
           MOVE SIN-MAT OF W-SINISTRE TO FS-VO-CLE(1:6)
           MOVE SIN-SEQ OF W-SINISTRE TO FS-VO-CLE(7:4)
           READ F-VOLS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-VO-REC TO W-VOL
                   IF VO-SUIVI OF W-VOL = 'R'
                       MOVE 'C' TO VO-SUIVI OF W-VOL
                       MOVE WS-DATE-JOUR TO VO-DATE-SUIVI OF W-VOL
                       MOVE W-VOL TO FS-VO-REC
                       REWRITE FS-VO-REC
                   END-IF
           END-READ
           .

      * Franchise a recuperer sur un sinistre regle en totalite au     *
      * reparateur agree : la franchise deduite (brut moins net) est   *
      * due par l'assure, exigible a 30 jours ; agence gestionnaire    *
      * par PGMAGENC (vehicule W-ASSURE lu en 21500). Une creance deja *
      * ouverte (rejeu de SINMVT) est conservee                        *

       28960-OUVRIR-FRANCHISE.
           COMPUTE WS-FRC-DU = SIN-MONTANT OF W-SINISTRE
               - SIN-MONTANT-NET OF W-SINISTRE
           IF WS-FRC-DU > 0
               MOVE SPACES TO W-FRAREC
               MOVE SIN-MAT OF W-SINISTRE TO FRC-MAT OF W-FRAREC
               MOVE SIN-SEQ OF W-SINISTRE TO FRC-SIN-SEQ OF W-FRAREC
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
                   TO FRC-SEQ-VEHICULE OF W-FRAREC
               MOVE SIN-REPARATEUR OF W-SINISTRE
                   TO FRC-REPARATEUR OF W-FRAREC
               MOVE 'P' TO WS-AGC-FONCTION
               MOVE SIN-MAT OF W-SINISTRE TO WS-AGC-MAT
               MOVE CP-A4 OF W-ASSURE TO WS-AGC-CP
               CALL 'PGMAGENC' USING WS-COM-AGENCE
               MOVE WS-AGC-CODE TO FRC-AGENCE OF W-FRAREC
               MOVE WS-DATE-JOUR TO FRC-DATE-CREATION OF W-FRAREC
               COMPUTE WS-FRC-JULIEN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                   + WS-DELAI-FRANCHISE
               COMPUTE FRC-DATE-ECHEANCE OF W-FRAREC =
                   FUNCTION DATE-OF-INTEGER(WS-FRC-JULIEN)
               MOVE WS-FRC-DU TO FRC-MONTANT OF W-FRAREC
               MOVE 0 TO FRC-MONTANT-REGLE OF W-FRAREC
               MOVE 'O' TO FRC-STATUT OF W-FRAREC
               MOVE WS-DATE-JOUR TO FRC-DATE-STATUT OF W-FRAREC
               MOVE 0 TO FRC-NB-RELANCES OF W-FRAREC
               MOVE 0 TO FRC-DATE-RELANCE OF W-FRAREC
               MOVE W-FRAREC TO FS-FRC-REC
               WRITE FS-FRC-REC
               EVALUATE FS-FRAREC
                   WHEN '00'
                       ADD 1 TO WS-CPT-FRANCH-OUVERTES
                   WHEN '22'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ANOMALIE - FRANCHISE A RECUPERER NON '
                               'OUVERTE ' SIN-MAT OF W-SINISTRE '/'
                               SIN-SEQ OF W-SINISTRE
                               ' STATUT ' FS-FRAREC
                       ADD 1 TO WS-CPT-ANOMALIES
               END-EVALUATE
           END-IF
           .

      * Montant ou vehicule du sinistre modifie (correction 'C', ligne *
      * de cout 'L') : la creance encore a recouvrer suit la franchise *
      * recalculee ; un sinistre avec reparateur sans creance          *
      * (franchise nulle a la creation, stock anterieur) en recoit une *

       28970-AJUSTER-FRANCHISE.
           IF SIN-REPARATEUR OF W-SINISTRE NOT = SPACES
               COMPUTE WS-FRC-DU = SIN-MONTANT OF W-SINISTRE
                   - SIN-MONTANT-NET OF W-SINISTRE
               MOVE SIN-MAT OF W-SINISTRE TO FS-FRC-CLE(1:6)
               MOVE SIN-SEQ OF W-SINISTRE TO FS-FRC-CLE(7:4)
               READ F-FRAREC
                   INVALID KEY
                       IF VEHICULE-VALIDE
                           PERFORM 28960-OUVRIR-FRANCHISE
                       END-IF
                   NOT INVALID KEY
                       MOVE FS-FRC-REC TO W-FRAREC
                       IF FRC-A-RECOUVRER OF W-FRAREC
                               AND WS-FRC-DU
                                   NOT = FRC-MONTANT OF W-FRAREC
                           PERFORM 28975-REECRIRE-FRANCHISE
                       END-IF
               END-READ
           END-IF
           .

       28975-REECRIRE-FRANCHISE.
           MOVE WS-FRC-DU TO FRC-MONTANT OF W-FRAREC
           EVALUATE TRUE
               WHEN FRC-MONTANT-REGLE OF W-FRAREC = 0
                       AND FRC-MONTANT OF W-FRAREC = 0
                   MOVE 'X' TO FRC-STATUT OF W-FRAREC
               WHEN FRC-MONTANT-REGLE OF W-FRAREC
                       NOT < FRC-MONTANT OF W-FRAREC
                   MOVE 'S' TO FRC-STATUT OF W-FRAREC
               WHEN FRC-MONTANT-REGLE OF W-FRAREC > 0
                   MOVE 'P' TO FRC-STATUT OF W-FRAREC
               WHEN OTHER
                   MOVE 'O' TO FRC-STATUT OF W-FRAREC
           END-EVALUATE
           MOVE WS-DATE-JOUR TO FRC-DATE-STATUT OF W-FRAREC
           MOVE W-FRAREC TO FS-FRC-REC
           REWRITE FS-FRC-REC
           IF FS-FRAREC = '00'
               ADD 1 TO WS-CPT-FRANCH-AJUSTEES
           ELSE
               DISPLAY 'ANOMALIE - ECHEC MAJ FRANCHISE A RECUPERER '
                       SIN-MAT OF W-SINISTRE '/' SIN-SEQ OF W-SINISTRE
                       ' STATUT ' FS-FRAREC
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Sinistre annule ou vehicule en perte totale : la creance encore*
      * a recouvrer devient sans objet ('X') ; un encaissement deja    *
      * recu est signale pour remboursement a l'assure                 *

       28980-FRANCHISE-SANS-OBJET.
           MOVE SIN-MAT OF W-SINISTRE TO FS-FRC-CLE(1:6)
           MOVE SIN-SEQ OF W-SINISTRE TO FS-FRC-CLE(7:4)
           READ F-FRAREC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-FRC-REC TO W-FRAREC
                   IF FRC-A-RECOUVRER OF W-FRAREC
                       MOVE 'X' TO FRC-STATUT OF W-FRAREC
                       MOVE WS-DATE-JOUR TO FRC-DATE-STATUT OF W-FRAREC
                       MOVE W-FRAREC TO FS-FRC-REC
                       REWRITE FS-FRC-REC
                       ADD 1 TO WS-CPT-FRANCH-SANS-OBJ
                       IF FRC-MONTANT-REGLE OF W-FRAREC > 0
                           DISPLAY 'AVERTISSEMENT - FRANCHISE DEJA '
                                   'ENCAISSEE A REMBOURSER '
                                   SIN-MAT OF W-SINISTRE '/'
                                   SIN-SEQ OF W-SINISTRE
                       END-IF
                   END-IF
           END-READ
           .

      * Ligne d'indemnite (IND) du montant WS-COU-MONTANT, origine     *
      * WS-COU-ORIGINE positionnee par l'appelant : creation 'S',      *
      * reprise d'un sinistre sans ligne 'R', ajustement 'K' ou       *
      * alignement sur la valeur d'un vehicule en perte totale 'P'     *

       28600-AJOUTER-LIGNE-INDEMNITE.
           MOVE 'A' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           MOVE 'IND' TO WS-COU-COMPOSANT
           MOVE SPACE TO WS-COU-BENEF
           MOVE WS-DATE-JOUR TO WS-COU-DATE
           MOVE SPACES TO WS-COU-LIBELLE
           MOVE 'SINMVT' TO WS-COU-USER
           CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           IF WS-COU-RETOUR NOT = 00
               DISPLAY 'ANOMALIE - LIGNE INDEMNITE NON ECRITE '
                       SIN-MAT OF W-SINISTRE '/' SIN-SEQ OF W-SINISTRE
                       ' RETOUR ' WS-COU-RETOUR
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Decrementer NB-SINISTRE-A4 sur le vehicule d'origine          *
      * (WS-SEQ-VEHICULE-AVANT) - pendant d'un 23000-INCREMENTER      *

           END-READ
           .

      * Chargement de la table de valorisation des vehicules depuis   *
      * DATA/VALVEH - fichier absent : valeur d'expert obligatoire     *

       18500-CHARGER-VALORISATION.
           OPEN INPUT F-VALVEH
           IF FS-VALVEH NOT = '00'
               DISPLAY 'VALVEH ABSENT - VALEUR D''EXPERT OBLIGATOIRE'
           ELSE
               PERFORM 18600-LIRE-ENTREE-VALORISATION
                   UNTIL FS-VALVEH = '10'
               CLOSE F-VALVEH
           END-IF
           .

       18600-LIRE-ENTREE-VALORISATION.
           READ F-VALVEH
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-VAL-CHARGES < 60
                       ADD 1 TO WS-NB-VAL-CHARGES
                       MOVE FS-VAL-TYPE-V
                           TO WS-VAL-TYPE-V(WS-NB-VAL-CHARGES)
                       MOVE FS-VAL-AGE-MAX
                           TO WS-VAL-AGE-MAX(WS-NB-VAL-CHARGES)
                       MOVE FS-VAL-VALEUR
                           TO WS-VAL-VALEUR(WS-NB-VAL-CHARGES)
                   END-IF
           END-READ
           .

      * Ouverture du reseau de reparateurs agrees (WORK/REPARAT.dat,  *
      * charge par LOADREGT) - fichier absent : pas de controle        *

      * de reference - table vide (fichier absent) : tout est accepte  *

       24500-VALIDER-NATURE.
           MOVE SPACES TO WS-NATURE-GARANTIE
           IF WS-NB-NREF-CHARGEES = 0
               SET NATURE-VALIDE TO TRUE
           ELSE
           IF WS-NREF-CODE(WS-NREF-IDX-CHERCHE)
                   = SM-NATURE-CODE OF W-SINMVT
               SET NATURE-VALIDE TO TRUE
               MOVE WS-NREF-GARANTIE(WS-NREF-IDX-CHERCHE)
                   TO WS-NATURE-GARANTIE
           END-IF
           .


           CLOSE F-JOURNAL
           CLOSE F-DOUBLONS
           CLOSE F-HORSGAR
           CLOSE F-SURVATT
           CLOSE F-TARDATT
           CLOSE F-SINJOUR
           CLOSE F-PERTOT
           CLOSE F-VOLS
           CLOSE F-FRAREC
           IF NOTES-DISPONIBLES
               CLOSE F-NOTES
           END-IF
