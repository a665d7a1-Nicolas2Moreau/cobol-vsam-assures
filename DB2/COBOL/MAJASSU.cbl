      *               renseigne rebascule police et sinistres sous un *
      *               nouveau matricule (libre, sinon anomalie 027)   *
      *               avec alias depose dans WORK/ALIAS.dat           *
      *   2026-10-15  garanties souscrites par vehicule : une         *
      *               creation 'C' ou un ajout de vehicule 'V' depose *
      *               dans WORK/GARANTIE.dat les garanties de la      *
      *               formule F-FORMULE (T/I/R) avec leur quote-part  *
      *               de prime (PGMGARAN) ; un transfert 'T'          *
      *               re-matricule les rebascule avec le vehicule     *
      *   2026-10-15  regles d'acceptation des affaires nouvelles     *
      *               (DATA/SOUSCRIP : prefixe CP, type, BM/taux,     *
      *               conducteur chronique WORK/CHRONIQ.dat de        *
      *               CHRASSU) - une creation 'C' qui tombe sous une  *
      *               regle est orientee vers WORK/SOUSATT.dat avec   *
      *               le numero de regle au lieu d'etre ecrite ; le   *
      *               souscripteur decide par SOUASSU, l'acceptation  *
      *               revenant par WORK/SOUSREL.dat (cf MVTLISTE)     *
      *   2026-10-15  JOURNAL d'une creation/ajout/reinstatement      *
      *               (46100) porte le vehicule cree, pour l'extrait  *
      *               quotidien FVA (FVAASSU)                         *
      *   2026-10-15  liste de surveillance anti-fraude (PGMSURV) :   *
      *               une creation 'C' (nom, adresse) ou un transfert *
      *               'T' (nouveau titulaire, adresse si fournie)     *
      *               qui y figure est retenu dans WORK/SURVATT.dat   *
      *               avec l'entree de la liste, pour revue par       *
      *               SURASSU, la liberation revenant par             *
      *               WORK/SURVREL.dat (cf MVTLISTE, hors filtrage)   *
      *   2026-10-15  une modification 'M' appliquee qui porte une    *
      *               nouvelle adresse leve l'etat NPAI de l'assure   *
      *               (PGMNPAI, courrier retour "n'habite pas a       *
      *               l'adresse indiquee")                            *
      *   2026-10-15  mouvement 'E' - substitution de vehicule : le   *
      *               vehicule vise change de type (F-TYPE-NOUVEAU)   *
      *               en gardant sa cle, BM/TAUX et ANCIENNETE ; prime*
      *               re-tarifee d'apres TARIFS a la date de          *
      *               substitution (PGMTARIF), ecart prorata dans     *
      *               AJUSTPRM, ancien type et ancienne prime au      *
      *               JOURNAL (anomalies 028/029)                     *
      *   2026-10-15  transfert avec re-matriculation : l'extension   *
      *               ASSEXT (segments d'attributs) du vehicule suit  *
      *               l'image ASSURES3 (nom d'acces 'ASSUREXT')       *
      *   2026-10-15  seuils SEUILANO/SEUILPCT, HOLDPCT/HOLDABS et    *
      *               QUARSEUIL/QUARSEUILPCT lus par defaut au        *
      *               referentiel des parametres batch (PGMPARAM),    *
      *               PARM prioritaire, valeurs retenues tracees      *
      *               dans AUDITLOG                                   *
      *   2026-10-15  cloture des periodes comptables (PGMPERIO) : un *
      *               mouvement dont F-DATE-EFFET tombe dans un mois  *
      *               ferme par la finance est redate au premier jour *
      *               de la premiere periode ouverte (C/M/V/R/T/E),   *
      *               ou retenu pour accord de la finance dans        *
      *               WORK/TARDATT.dat (A/S/X, qui touchent a la      *
      *               prime deja facturee) ; date d'origine gardee    *
      *               dans WORK/TARDIFS.dat (redate : seulement une   *
      *               fois le mouvement applique sans anomalie) ;     *
      *               l'accord revient par WORK/TARDREL.dat (cf       *
      *               MVTLISTE, hors controle)                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOLD.

      * Regles d'acceptation des affaires nouvelles (cf CSOUSCR.cpy) -
      * fichier optionnel, absent = aucune orientation
           SELECT F-REGLES-SOUS ASSIGN TO "DATA/SOUSCRIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RGS.

      * Conducteurs chroniquement responsables signales par CHRASSU
      * (fichier optionnel)
           SELECT F-CHRONIQ ASSIGN TO "WORK/CHRONIQ.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHR.

      * Creations orientees vers le souscripteur - relue par SOUASSU ;
      * EXTEND pour cumuler jusqu'a la decision
           SELECT F-SOUSATT ASSIGN TO "WORK/SOUSATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOU.

      * Mouvements retenus par la liste de surveillance anti-fraude -
      * file commune avec SINASSU/CLMA, decidee par SURASSU ; EXTEND
      * pour cumuler jusqu'a la decision
           SELECT F-SURVATT ASSIGN TO "WORK/SURVATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SVA.

      * Mouvements dates dans une periode comptable fermee, retenus
      * pour accord de la finance - file commune avec SINASSU,
      * decidee par FINASSU ; EXTEND pour cumuler jusqu'a la decision
           SELECT F-TARDATT ASSIGN TO "WORK/TARDATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAT.

      * Journal d'apres-images (option AFTIMG) - une ligne par
      * ecriture appliquee sur ASSURES3 (operation + image complete,
      * cle seule pour une suppression), pour reconstruire le KSDS
      * Apres-image prime/BM/taux, alimentee seulement pour un
      * amendement 'A' (47050-JOURNALISER-AMENDEMENT) afin qu'un
      * rapport puisse determiner lequel des trois champs a change
      * sans avoir a rejouer tout FMVTSE, et pour une substitution
      * 'E' (52100, prime re-tarifee - RESTE2 11 et 12 portent
      * l'ancien et le nouveau type de vehicule) ; a blanc/zero pour
      * les autres codes mouvement
           05 FS-JRN-RESTE.
               10 FS-JRN-PRIME-APRES  PIC 9(6)V99.
               10 FS-JRN-BM-APRES     PIC X.
       FD  F-HOLD.
       01  FS-HLD-REC               PIC X(100).

       FD  F-REGLES-SOUS.
       01  FS-RGS-REC.
           05 FS-RGS-NUMERO         PIC 9(3).
           05 FILLER                PIC X(1).
           05 FS-RGS-PREFIXE        PIC X(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-TYPE-V         PIC X(1).
           05 FILLER                PIC X(1).
           05 FS-RGS-BM             PIC X(1).
           05 FILLER                PIC X(1).
           05 FS-RGS-TAUX-MIN       PIC 9(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-NB-RESP        PIC 9(2).
           05 FILLER                PIC X(1).
           05 FS-RGS-LIBELLE        PIC X(30).

       FD  F-CHRONIQ.
       01  FS-CHR-REC.
           05 FS-CHR-MAT            PIC 9(6).
           05 FS-CHR-NOM            PIC X(20).
           05 FS-CHR-CP             PIC 9(5).
           05 FS-CHR-NB-RESP        PIC 9(3).

      * Creation orientee : mouvement complet, numero de la regle
      * satisfaite et date d'orientation
       FD  F-SOUSATT.
       01  FS-SOU-REC.
           05 FS-SOU-MVT            PIC X(100).
           05 FS-SOU-REGLE          PIC 9(3).
           05 FS-SOU-DATE           PIC 9(8).

      * Mouvement retenu en revue anti-fraude (meme structure que
      * SURASSU) : origine M, date, critere filtre, mouvement complet,
      * entree de la liste de surveillance
       FD  F-SURVATT.
       01  FS-SVA-REC.
           05 FS-SVA-ORIGINE        PIC X(1).
           05 FS-SVA-DATE           PIC 9(8).
           05 FS-SVA-CRITERE        PIC X(10).
           05 FS-SVA-MVT            PIC X(100).
           05 FS-SVA-ENTREE         PIC X(69).

      * Mouvement retenu pour accord de la finance (cf CTARDATT.cpy)
       FD  F-TARDATT.
       01  FS-TAT-REC               PIC X(150).

       FD  F-TYPVEH.
       01  FS-TVR-REC.
           05 FS-TVR-CODE          PIC X(1).
           05 FS-AJU-DELTA         PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FS-AJU-DATE          PIC 9(8).
           05 FS-AJU-BATCH-ID      PIC X(6).
      * Mouvement a l'origine de l'ajustement : 'A' amendement, 'E'
      * substitution de vehicule (a blanc sur les enregistrements
      * plus anciens, tous issus d'un amendement)
           05 FS-AJU-CODE-MVT      PIC X.
           05 FS-AJU-RESTE         PIC X(28).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WASSEXT.
           COPY WFMVTSE.

      * File Status
       01  FS-APR                  PIC XX.
       01  FS-REGLOTS              PIC XX.
       01  FS-HOLD                 PIC XX.
       01  FS-RGS                  PIC XX.
       01  FS-CHR                  PIC XX.
       01  FS-SOU                  PIC XX.
       01  FS-SVA                  PIC XX.
       01  FS-TAT                  PIC XX.

      * Regles d'acceptation des affaires nouvelles (DATA/SOUSCRIP)
           COPY CSOUSCR.
       01  WS-NB-SRG-CHARGEES      PIC 99 VALUE 0.
       01  WS-SRG-IDX              PIC 99.
       01  WS-SRG-REGLE-RETENUE    PIC 9(3) VALUE 0.
       01  WS-SRG-SATISFAITE       PIC X VALUE 'N'.
           88 SRG-SATISFAITE           VALUE 'O'.
       01  WS-SRG-CP-ALPHA         PIC X(5).
       01  WS-SOUSATT-OUVERT       PIC X VALUE 'N'.
           88 SOUSATT-OUVERT           VALUE 'O'.
       01  WS-CPT-ORIENTES         PIC 9(6) VALUE 0.

      * Liste de surveillance anti-fraude (PGMSURV) - zone d'appel et
      * correspondance retenue pour le mouvement courant
       01  WS-NOM-PGMSURV          PIC X(8) VALUE 'PGMSURV'.
       01  WS-COM-SURV.
           05 WS-SRV-FONCTION      PIC X(1).
           05 WS-SRV-VALEUR        PIC X(30).
           05 WS-SRV-ENTREE.
               10 WS-SRV-TYPE      PIC X(1).
               10 WS-SRV-VALEUR-TROUVEE PIC X(30).
               10 WS-SRV-MOTIF     PIC X(30).
               10 WS-SRV-DATE-AJOUT PIC 9(8).
           05 WS-SRV-RETOUR        PIC 99.
           05 FILLER               PIC X(8).
       01  WS-SRV-CRITERE          PIC X(10).
       01  WS-SRV-CORRESPONDANCE   PIC X VALUE 'N'.
           88 SRV-CORRESPONDANCE       VALUE 'O'.
       01  WS-SRV-ENTREE-RETENUE   PIC X(69).
       01  WS-CPT-REVUE-FRAUDE     PIC 9(6) VALUE 0.

      * Cloture des periodes comptables (PGMPERIO) - zone d'appel,
      * mouvement retenu pour la finance et compteurs
       01  WS-NOM-PGMPERIO         PIC X(8) VALUE 'PGMPERIO'.
           COPY WCOMPER.
       01  W-TARDATT.
           COPY CTARDATT.
       01  WS-MVT-RETENU-PERIODE   PIC X VALUE 'N'.
           88 MVT-RETENU-PERIODE       VALUE 'O'.
      * Mouvement redate : trace en fin de 22000 s'il a ete applique,
      * c'est-a-dire sans anomalie ni mise en attente (quarantaine,
      * seuil de prime, souscripteur, revue anti-fraude) depuis le
      * controle de periode
       01  WS-MVT-REDATE-PERIODE   PIC X VALUE 'N'.
           88 MVT-REDATE-PERIODE       VALUE 'O'.
       01  WS-TARD-ANO-AVANT       PIC 9(6) VALUE 0.
       01  WS-TARD-ECARTES-AVANT   PIC 9(7) VALUE 0.
       01  WS-TARD-ECARTES-APRES   PIC 9(7) VALUE 0.
       01  WS-CPT-TARD-REDATES     PIC 9(6) VALUE 0.
       01  WS-CPT-TARD-RETENUS     PIC 9(6) VALUE 0.

      * Adresses en retour NPAI (PGMNPAI) - levee sur nouvelle adresse
       01  WS-NOM-PGMNPAI          PIC X(8) VALUE 'PGMNPAI'.
       01  WS-COM-NPAI.
           05 WS-NPA-FONCTION      PIC X(1).
           05 WS-NPA-MAT           PIC X(6).
           05 WS-NPA-TYPE-DOC      PIC X(3).
           05 WS-NPA-DATE-RETOUR   PIC 9(8).
           05 WS-NPA-ADRESSE.
               10 WS-NPA-RUE       PIC X(18).
               10 WS-NPA-CP        PIC 9(5).
               10 WS-NPA-VILLE     PIC X(12).
           05 WS-NPA-PROGRAMME     PIC X(8).
           05 WS-NPA-ETAT          PIC X(1).
           05 WS-NPA-DATE-SIGNAL   PIC 9(8).
           05 WS-NPA-NB-RETOURS    PIC 9(3).
           05 WS-NPA-RETOUR        PIC 99.
           05 FILLER               PIC X(10).
       01  WS-CPT-NPAI-LEVES       PIC 9(6) VALUE 0.

      * Conducteurs chroniques (WORK/CHRONIQ.dat) - rapproches de la
      * creation par nom + code postal, le matricule etant nouveau
       01  WS-TAB-CHRONIQ.
           05 WS-CHQ-ENTREE OCCURS 2000 TIMES.
               10 WS-CHQ-NOM        PIC X(20).
               10 WS-CHQ-CP         PIC 9(5).
               10 WS-CHQ-NB-RESP    PIC 9(3).
       01  WS-NB-CHQ-CHARGES       PIC 9(4) VALUE 0.
       01  WS-CHQ-IDX              PIC 9(4).
       01  WS-CHQ-NB-TROUVE        PIC 9(3) VALUE 0.

      * Seuils de mise en attente de validation (0 = desactive) et
      * zones de calcul de l'ecart de prime du mouvement courant
           88 FIN-TRF                  VALUE 'O'.
       01  WS-TRF-CIBLE-LIBRE      PIC X VALUE 'N'.
           88 TRF-CIBLE-LIBRE          VALUE 'O'.
      * Nom d'acces des vehicules rebascules : 'ASSUREXT' (image et
      * extension en un seul appel) si l'extension est ouverte
       01  WS-NOM-FICHIER-TRF      PIC X(8) VALUE 'ASSURES3'.
      * Vehicules du matricule transfere, collectes par START/READNEXT
      * (les numeros ne sont pas forcement contigus apres un retrait
      * 'X' - ne jamais supposer une suite 1,2,3...)
      * pour ses lignes d'echec)
       01  WS-NB-TRF-SIN           PIC 9(2) VALUE 0.
       01  WS-TRF-SINISTRES.
           05 WS-TRF-SIN-REC       PIC X(110) OCCURS 50 TIMES.
       01  WS-IDX-TRF-SIN          PIC 9(2).
       01  WS-TRF-SIN-TRAVAIL.
           COPY CSINISTR.
       01  WS-SOURCE-REJEU         PIC X VALUE 'N'.
           88 SOURCE-REJEU             VALUE 'O'.
       01  WS-EXTRAIT-HOLDREL      PIC X VALUE 'N'.
      * Rechargement d'acceptations du souscripteur (WORK/SOUSREL.dat
      * via MVTLISTE, SOUASSU ACTION=ACCEPT) - ni le registre des lots
      * ni les regles d'acceptation ne s'y appliquent a nouveau
       01  WS-EXTRAIT-SOUSREL      PIC X VALUE 'N'.
      * Rechargement de liberations de la revue anti-fraude
      * (WORK/SURVREL.dat via MVTLISTE, SURASSU ACTION=LIBERER) - ni le
      * registre des lots ni le filtrage de la liste de surveillance
      * ne s'y appliquent a nouveau
       01  WS-EXTRAIT-SURVREL      PIC X VALUE 'N'.
      * Rechargement des accords de la finance sur les saisies
      * tardives (WORK/TARDREL.dat via MVTLISTE, FINASSU
      * ACTION=ACCORDER) - ni le registre des lots ni le controle des
      * periodes fermees ne s'y appliquent a nouveau
       01  WS-EXTRAIT-TARDREL      PIC X VALUE 'N'.
       01  WS-CPT-MVT-RETENUS      PIC 9(6) VALUE 0.

      * Vehicule vise par le mouvement courant : F-SEQ-VEHICULE pour
       01  WS-TVR-IDX-CHERCHE      PIC 99.
       01  WS-TYPE-CONNU           PIC X VALUE 'N'.
           88 TYPE-CONNU               VALUE 'O'.
      * Type recherche : F-CODE pour 'C'/'V', F-TYPE-NOUVEAU pour 'E'
       01  WS-TYPE-A-VERIFIER      PIC X.
       01  FS-TYPVEH               PIC XX.

      * Calcul de l'ajustement prorata temporis d'un amendement :
       01  WS-PRIME-AVANT-AMD       PIC 9(6)V99 VALUE 0.
       01  WS-DELTA-PRORATA         PIC S9(6)V99 VALUE 0.
       01  WS-CPT-AJUSTEMENTS       PIC 9(6) VALUE 0.
      * Nouvelle prime et debut de la periode a ajuster (julien) :
      * F-PRIME et date du jour pour un amendement, prime re-tarifee
      * et date de substitution pour une substitution 'E'
       01  WS-PRIME-APRES-AJU       PIC 9(6)V99 VALUE 0.
       01  WS-DEBUT-AJU-JUL         PIC 9(7) VALUE 0.

      * Substitution de vehicule (mouvement 'E')
       01  WS-CPT-SUBSTITUTIONS     PIC 9(6) VALUE 0.
       01  WS-TYPE-AVANT-SUB        PIC X.
       01  WS-DATE-SUBSTITUTION     PIC 9(8).

      * Fichier de controle MVTLISTE - plusieurs extraits FMVTSE a
      * enchainer dans la meme execution (cf 10310/21060)
      * sont mis en quarantaine ; valeur 0 = seuil desactive
       01  WS-SEUIL-QUAR-ANO       PIC 9(6) VALUE 0.
       01  WS-SEUIL-QUAR-PCT       PIC 99 VALUE 0.

      * Referentiel des parametres batch (PGMPARAM, tenu par PRMA) :
      * SEUILANO, SEUILPCT, HOLDPCT, HOLDABS, QUARSEUIL et QUARSEUILPCT
      * y sont lus avant le PARM, qui reste prioritaire ; chaque valeur
      * retenue et son origine (F referentiel, P PARM, D defaut du
      * programme) sont tracees dans AUDITLOG
           COPY WCOMPRM.
       01  WS-SRC-SEUIL-ANO        PIC X VALUE 'D'.
       01  WS-EFF-SEUIL-ANO        PIC 9(8) VALUE 0.
       01  WS-SRC-SEUIL-PCT        PIC X VALUE 'D'.
       01  WS-EFF-SEUIL-PCT        PIC 9(8) VALUE 0.
       01  WS-SRC-HOLD-PCT         PIC X VALUE 'D'.
       01  WS-EFF-HOLD-PCT         PIC 9(8) VALUE 0.
       01  WS-SRC-HOLD-ABS         PIC X VALUE 'D'.
       01  WS-EFF-HOLD-ABS         PIC 9(8) VALUE 0.
       01  WS-SRC-QUAR-ANO         PIC X VALUE 'D'.
       01  WS-EFF-QUAR-ANO         PIC 9(8) VALUE 0.
       01  WS-SRC-QUAR-PCT         PIC X VALUE 'D'.
       01  WS-EFF-QUAR-PCT         PIC 9(8) VALUE 0.
      * HOLDABS trace tel que saisi (8 chiffres, 2 decimales implicites)
       01  WS-TRACE-HOLD-ABS       PIC 9(6)V99.
       01  WS-TRACE-HOLD-ABS-X REDEFINES WS-TRACE-HOLD-ABS
                                   PIC X(8).
       01  WS-CPT-QUARANTAINES     PIC 9(6) VALUE 0.

      * Table des lots (F-BATCH-ID) suivis pour la quarantaine -

      * Nom dynamique de l'accesseur ASSURES (depuis PARM JCL)
       01  WS-NOM-ACC-ASSURES      PIC X(8) VALUE 'PGMVSAM'.
      * Extension ASSEXT ouverte avec ASSURES3 (accesseurs PGMVSAM et
      * PGMDB2 - l'extrait plat PGMCSV n'en porte pas)
       01  WS-EXTENSION-ASSURES    PIC X VALUE 'N'.
           88 EXTENSION-ASSURES        VALUE 'O'.
      * Noms programmes appeles dynamiquement
       01  WS-NOM-PGMVSAM          PIC X(8) VALUE 'PGMVSAM'.
       01  WS-NOM-PGMERR           PIC X(8) VALUE 'PGMERR'.
       01  WS-NOM-PGMMATRI         PIC X(8) VALUE 'PGMMATRI'.
       01  WS-NOM-PGMALERT         PIC X(8) VALUE 'PGMALERT'.
       01  WS-NOM-PGMGARAN         PIC X(8) VALUE 'PGMGARAN'.
       01  WS-NOM-PGMTARIF         PIC X(8) VALUE 'PGMTARIF'.

      * Zone d'appel PGMGARAN - garanties souscrites par vehicule
      * (creation 'C' apres une creation/ajout de vehicule, 'R'
      * rebascule lors d'un transfert re-matricule)
       01  WS-COM-GARANTIE.
           05 WS-GAR-FONCTION      PIC X(1).
           05 WS-GAR-MAT           PIC 9(6).
           05 WS-GAR-SEQ           PIC 9(2).
           05 WS-GAR-FORMULE       PIC X(1).
           05 WS-GAR-PRIME         PIC 9(6)V99.
           05 WS-GAR-DATE          PIC 9(8).
           05 WS-GAR-CODE          PIC X(3).
           05 WS-GAR-MAT-NOUVEAU   PIC 9(6).
           05 WS-GAR-RETOUR        PIC 99.
           05 FILLER               PIC X(13).

      * Zone d'appel PGMTARIF - tarification d'un vehicule d'apres
      * TARIFS (substitution de vehicule 'E')
       01  WS-COM-TARIF.
           05 WS-TAR-CP            PIC 9(5).
           05 WS-TAR-TYPE-V        PIC X(1).
           05 WS-TAR-BM            PIC X(1).
           05 WS-TAR-TAUX          PIC 99.
           05 WS-TAR-DUREE         PIC X(1).
           05 WS-TAR-DATE          PIC 9(8).
           05 WS-TAR-PRIME-BASE    PIC 9(6)V99.
           05 WS-TAR-PRIME         PIC 9(6)V99.
           05 WS-TAR-RETOUR        PIC 99.
           05 FILLER               PIC X(14).

      * Alerte exploitation en cours de depot (cf PGMALERT)
       01  WS-ALERTE-PROGRAMME     PIC X(8) VALUE 'MAJASSV2'.
           MOVE 'N' TO WS-OPT-DRYRUN
           MOVE 'N' TO WS-OPT-AMDONLY
           MOVE 'N' TO WS-OPT-QUARANTINE
           PERFORM 10600-LIRE-REFERENTIEL
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           PERFORM 10610-TRACER-PARAMETRES
           DISPLAY 'ACCESSEUR ASSURES : ' WS-NOM-ACC-ASSURES
           IF OPT-RESTART-ON
               DISPLAY 'MODE REPRISE (RESTART) ACTIVE'
               GOBACK
           END-IF

      * Ouverture de l'extension ASSEXT (segments d'attributs des
      * vehicules) - indisponible, les transferts rebasculent l'image
      * ASSURES3 seule comme avant
           IF WS-NOM-ACC-ASSURES NOT = 'PGMCSV'
               MOVE 'ASSUREXT' TO WS-NOM-FICHIER
               MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM W-ASSEXT
               IF WS-CODE-RETOUR = WS-RET-OK
                   SET EXTENSION-ASSURES TO TRUE
               ELSE
                   DISPLAY 'ATTENTION - EXTENSION ASSEXT INDISPONIBLE'
               END-IF
           END-IF

      * Ouverture du (ou des) fichier(s) mouvements FMVTSE via PGMVSAM
      * (toujours VSAM) - un seul extrait par defaut, ou plusieurs en
      * sequence si un fichier de controle MVTLISTE est fourni
           END-IF

           PERFORM 10450-CHARGER-TYPVEH
           PERFORM 10470-CHARGER-REGLES-SOUS
           PERFORM 10490-OUVRIR-FILE-REVUE
           PERFORM 10495-OUVRIR-FILE-TARDIFS
           PERFORM 10500-CHARGER-REGISTRE-LOTS
           IF OPT-OVERRIDE-ON
               DISPLAY 'OVERRIDE ACTIVE - LOTS DEJA TRAITES ACCEPTES'
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'HOLDPCT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:2)
                       TO WS-SEUIL-HOLD-PCT
                   MOVE 'P' TO WS-SRC-HOLD-PCT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'HOLDABS='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:8)
                       TO WS-SEUIL-HOLD-ABS
                   MOVE 'P' TO WS-SRC-HOLD-ABS
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'RANGE='
                   PERFORM 10150-ANALYSER-OPTION-RANGE

       10160-ANALYSER-OPTION-SEUILANO.
           MOVE WS-PARM-TOK(WS-PARM-IDX)(10:6) TO WS-SEUIL-ANOMALIES
           MOVE 'P' TO WS-SRC-SEUIL-ANO
           .

      * Extraire le seuil relatif d'anomalies SEUILPCT=nn (pourcentage*

       10170-ANALYSER-OPTION-SEUILPCT.
           MOVE WS-PARM-TOK(WS-PARM-IDX)(10:2) TO WS-SEUIL-PCT
           MOVE 'P' TO WS-SRC-SEUIL-PCT
           .

      * Extraire le seuil absolu d'alerte SEUILWARN=nnnnnn du jeton    *

       10195-ANALYSER-OPTION-QUARSEUIL.
           MOVE WS-PARM-TOK(WS-PARM-IDX)(11:6) TO WS-SEUIL-QUAR-ANO
           MOVE 'P' TO WS-SRC-QUAR-ANO
           .

      * Extraire le seuil relatif de quarantaine QUARSEUILPCT=nn       *

       10196-ANALYSER-OPTION-QUARSEUILPCT.
           MOVE WS-PARM-TOK(WS-PARM-IDX)(14:2) TO WS-SEUIL-QUAR-PCT
           MOVE 'P' TO WS-SRC-QUAR-PCT
           .

      * Seuils par defaut lus au referentiel des parametres batch (en  *
      * vigueur a la date du jour), memes formats que le PARM ; a      *
      * defaut, ceux du programme (0 = seuil desactive)                *

       10600-LIRE-REFERENTIEL.
           MOVE 'SEUILANO' TO WS-PRM-NOM
           MOVE 6 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:6) TO WS-SEUIL-ANOMALIES
               MOVE 'F' TO WS-SRC-SEUIL-ANO
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-SEUIL-ANO
           END-IF
           MOVE 'SEUILPCT' TO WS-PRM-NOM
           MOVE 2 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-SEUIL-PCT
               MOVE 'F' TO WS-SRC-SEUIL-PCT
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-SEUIL-PCT
           END-IF
           MOVE 'HOLDPCT' TO WS-PRM-NOM
           MOVE 2 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-SEUIL-HOLD-PCT
               MOVE 'F' TO WS-SRC-HOLD-PCT
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-HOLD-PCT
           END-IF
           MOVE 'HOLDABS' TO WS-PRM-NOM
           MOVE 8 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:8) TO WS-SEUIL-HOLD-ABS
               MOVE 'F' TO WS-SRC-HOLD-ABS
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-HOLD-ABS
           END-IF
           MOVE 'QUARSEUIL' TO WS-PRM-NOM
           MOVE 6 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:6) TO WS-SEUIL-QUAR-ANO
               MOVE 'F' TO WS-SRC-QUAR-ANO
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-QUAR-ANO
           END-IF
           MOVE 'QUARSEUILPCT' TO WS-PRM-NOM
           MOVE 2 TO WS-PRM-LONGUEUR
           PERFORM 10620-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-SEUIL-QUAR-PCT
               MOVE 'F' TO WS-SRC-QUAR-PCT
               MOVE WS-PRM-DATE-EFFET TO WS-EFF-QUAR-PCT
           END-IF
           .

      * Trace dans AUDITLOG des seuils effectivement appliques (valeur *
      * et origine), avant l'enregistrement de fin de run              *

       10610-TRACER-PARAMETRES.
           MOVE 'SEUILANO' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-ANOMALIES TO WS-PRM-VALEUR(1:6)
           MOVE WS-SRC-SEUIL-ANO TO WS-PRM-SOURCE
           MOVE WS-EFF-SEUIL-ANO TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           MOVE 'SEUILPCT' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-PCT TO WS-PRM-VALEUR(1:2)
           MOVE WS-SRC-SEUIL-PCT TO WS-PRM-SOURCE
           MOVE WS-EFF-SEUIL-PCT TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           MOVE 'HOLDPCT' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-HOLD-PCT TO WS-PRM-VALEUR(1:2)
           MOVE WS-SRC-HOLD-PCT TO WS-PRM-SOURCE
           MOVE WS-EFF-HOLD-PCT TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           MOVE 'HOLDABS' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-HOLD-ABS TO WS-TRACE-HOLD-ABS
           MOVE WS-TRACE-HOLD-ABS-X TO WS-PRM-VALEUR(1:8)
           MOVE WS-SRC-HOLD-ABS TO WS-PRM-SOURCE
           MOVE WS-EFF-HOLD-ABS TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           MOVE 'QUARSEUIL' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-QUAR-ANO TO WS-PRM-VALEUR(1:6)
           MOVE WS-SRC-QUAR-ANO TO WS-PRM-SOURCE
           MOVE WS-EFF-QUAR-ANO TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           MOVE 'QUARSEUILPCT' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-QUAR-PCT TO WS-PRM-VALEUR(1:2)
           MOVE WS-SRC-QUAR-PCT TO WS-PRM-SOURCE
           MOVE WS-EFF-QUAR-PCT TO WS-PRM-DATE-EFFET
           PERFORM 10630-TRACER-PGMPARAM
           .

       10620-APPELER-PGMPARAM.
           MOVE 'L' TO WS-PRM-FONCTION
           MOVE 'MAJASSV2' TO WS-PRM-PROGRAMME
           MOVE 0 TO WS-PRM-DATE
           CALL 'PGMPARAM' USING WS-COM-PARAM
           IF WS-PRM-RETOUR = 20
               DISPLAY 'PARAMETRE ' WS-PRM-NOM
                       ' NON NUMERIQUE AU REFERENTIEL - IGNORE'
           END-IF
           .

       10630-TRACER-PGMPARAM.
           MOVE 'T' TO WS-PRM-FONCTION
           MOVE 'MAJASSV2' TO WS-PRM-PROGRAMME
           CALL 'PGMPARAM' USING WS-COM-PARAM
           .

      * Charger la table des types de vehicule (fichier absent :       *
           END-READ
           .

      * Charger les regles d'acceptation (DATA/SOUSCRIP) et, s'il y en *
      * a, la liste des conducteurs chroniques de CHRASSU ; ouvrir la  *
      * file d'orientation souscripteur (fichier absent : pas de regle)*

       10470-CHARGER-REGLES-SOUS.
           OPEN INPUT F-REGLES-SOUS
           IF FS-RGS = '00'
               PERFORM 10475-LIRE-REGLE-SOUS
                   UNTIL FS-RGS = '10'
               CLOSE F-REGLES-SOUS
           END-IF
           IF WS-NB-SRG-CHARGEES > 0
               DISPLAY 'REGLES D''ACCEPTATION CHARGEES : '
                       WS-NB-SRG-CHARGEES
               OPEN INPUT F-CHRONIQ
               IF FS-CHR = '00'
                   PERFORM 10480-LIRE-CHRONIQUE
                       UNTIL FS-CHR = '10'
                   CLOSE F-CHRONIQ
               END-IF
               OPEN EXTEND F-SOUSATT
               IF FS-SOU NOT = '00'
                   OPEN OUTPUT F-SOUSATT
               END-IF
               IF FS-SOU NOT = '00'
                   DISPLAY 'ERREUR OUVERTURE SOUSATT'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               SET SOUSATT-OUVERT TO TRUE
           END-IF
           .

       10475-LIRE-REGLE-SOUS.
           READ F-REGLES-SOUS
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-SRG-CHARGEES < 50
                       ADD 1 TO WS-NB-SRG-CHARGEES
                       MOVE FS-RGS-NUMERO
                           TO WS-SRG-NUMERO(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-PREFIXE
                           TO WS-SRG-PREFIXE(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-TYPE-V
                           TO WS-SRG-TYPE-V(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-BM
                           TO WS-SRG-BM(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-TAUX-MIN
                           TO WS-SRG-TAUX-MIN(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-NB-RESP
                           TO WS-SRG-NB-RESP(WS-NB-SRG-CHARGEES)
                       MOVE FS-RGS-LIBELLE
                           TO WS-SRG-LIBELLE(WS-NB-SRG-CHARGEES)
                   END-IF
           END-READ
           .

       10480-LIRE-CHRONIQUE.
           READ F-CHRONIQ
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-NB-CHQ-CHARGES < 2000
                       ADD 1 TO WS-NB-CHQ-CHARGES
                       MOVE FS-CHR-NOM
                           TO WS-CHQ-NOM(WS-NB-CHQ-CHARGES)
                       MOVE FS-CHR-CP
                           TO WS-CHQ-CP(WS-NB-CHQ-CHARGES)
                       MOVE FS-CHR-NB-RESP
                           TO WS-CHQ-NB-RESP(WS-NB-CHQ-CHARGES)
                   END-IF
           END-READ
           .

      * Ouvrir la file de revue anti-fraude (creee au premier depot)   *

       10490-OUVRIR-FILE-REVUE.
           OPEN EXTEND F-SURVATT
           IF FS-SVA NOT = '00'
               OPEN OUTPUT F-SURVATT
           END-IF
           IF FS-SVA NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SURVATT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Ouvrir la file des saisies tardives retenues pour la finance   *
      * (creee au premier depot)                                       *

       10495-OUVRIR-FILE-TARDIFS.
           OPEN EXTEND F-TARDATT
           IF FS-TAT NOT = '00'
               OPEN OUTPUT F-TARDATT
           END-IF
           IF FS-TAT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TARDATT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Charger les identifiants de lots deja traites lors des runs    *
      * precedents (registre optionnel - absent a la toute premiere    *
      * execution)                                                     *
           ELSE
               MOVE 'N' TO WS-EXTRAIT-HOLDREL
           END-IF
      * De meme pour les acceptations du souscripteur (SOUASSU), qui
      * ne repassent pas non plus par les regles d'acceptation
           IF FS-LST-REC = 'WORK/SOUSREL.dat'
               MOVE 'O' TO WS-EXTRAIT-SOUSREL
           ELSE
               MOVE 'N' TO WS-EXTRAIT-SOUSREL
           END-IF
      * Et pour les liberations de la revue anti-fraude (SURASSU), qui
      * ne repassent pas par la liste de surveillance
           IF FS-LST-REC = 'WORK/SURVREL.dat'
               MOVE 'O' TO WS-EXTRAIT-SURVREL
           ELSE
               MOVE 'N' TO WS-EXTRAIT-SURVREL
           END-IF
      * Et pour les accords de la finance (FINASSU), appliques a leur
      * date d'origine malgre la cloture de la periode
           IF FS-LST-REC = 'WORK/TARDREL.dat'
               MOVE 'O' TO WS-EXTRAIT-TARDREL
           ELSE
               MOVE 'N' TO WS-EXTRAIT-TARDREL
           END-IF
           DISPLAY 'FICHIER MOUVEMENTS SUIVANT OUVERT : ' FS-LST-REC
           .

      * WORK/HOLDREL.dat) ne repassent pas par le controle : leur lot
      * a ete enregistre par le run d'origine et serait bloque a tort
           IF NOT SOURCE-REJEU AND WS-EXTRAIT-HOLDREL NOT = 'O'
                   AND WS-EXTRAIT-SOUSREL NOT = 'O'
                   AND WS-EXTRAIT-SURVREL NOT = 'O'
                   AND WS-EXTRAIT-TARDREL NOT = 'O'
               PERFORM 22080-VERIFIER-LOT-DEJA-TRAITE
               IF LOT-DEJA-TRAITE
                   PERFORM 98000-ANO-LOT-DEJA-TRAITE
               AND F-DATE-EFFET > WS-DATE-JOUR
               PERFORM 22100-DIFFERER-MOUVEMENT
           ELSE
      * Periode comptable fermee : redate ou retenu pour la finance
               PERFORM 22300-CONTROLER-PERIODE
                   THRU FIN-22300-CONTROLER-PERIODE
               IF MVT-RETENU-PERIODE
                   GO TO FIN-22000-TRAITER-MOUVEMENT
               END-IF
               MOVE WS-CPT-ANOMALIES TO WS-TARD-ANO-AVANT
               COMPUTE WS-TARD-ECARTES-AVANT = WS-CPT-QUARANTAINES
                   + WS-CPT-MVT-RETENUS + WS-CPT-ORIENTES
                   + WS-CPT-REVUE-FRAUDE
               MOVE 'N' TO WS-MVT-QUARANTAINE
               IF OPT-QUARANTINE-ON
                   PERFORM 22050-VERIFIER-QUARANTAINE-LOT
                           EVALUATE F-CODE
                               WHEN 'C'
                                   PERFORM 43000-TRAITER-CREATION
                                     THRU FIN-43000-TRAITER-CREATION
                               WHEN 'M'
                                   PERFORM 44000-TRAITER-MODIFICATION
                                     THRU FIN-44000-TRAITER-MODIFICATION
                               WHEN 'T'
                                   PERFORM 51000-TRAITER-TRANSFERT
                                     THRU FIN-51000-TRAITER-TRANSFERT
                               WHEN 'E'
                                   PERFORM 52000-TRAITER-SUBSTITUTION
                                     THRU FIN-52000-TRAITER-SUBSTITUTION
                               WHEN OTHER
                                   PERFORM 80000-ANO-CODE-INVALIDE
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
               IF MVT-REDATE-PERIODE
                   PERFORM 22350-JOURNALISER-REDATE
                       THRU FIN-22350-JOURNALISER-REDATE
               END-IF
           END-IF
           .
       FIN-22000-TRAITER-MOUVEMENT.
      * reference TYPVEH - controle ignore si la table est absente
           IF (F-CODE = 'C' OR F-CODE = 'V')
                   AND WS-NB-TVR-CHARGES > 0
               MOVE F-CODE TO WS-TYPE-A-VERIFIER
               PERFORM 22250-VERIFIER-TYPE-VEHICULE
               IF NOT TYPE-CONNU
                   PERFORM 97500-ANO-TYPE-INCONNU
                   MOVE 'N' TO WS-MVT-CHAMPS-OK
               END-IF
           END-IF
      * Substitution 'E' : le type du vehicule de remplacement
      * (F-TYPE-NOUVEAU) est obligatoire et soumis au meme controle
           IF F-CODE = 'E'
               IF F-TYPE-NOUVEAU = SPACE
                   PERFORM 97500-ANO-TYPE-INCONNU
                   MOVE 'N' TO WS-MVT-CHAMPS-OK
               ELSE
                   IF WS-NB-TVR-CHARGES > 0
                       MOVE F-TYPE-NOUVEAU TO WS-TYPE-A-VERIFIER
                       PERFORM 22250-VERIFIER-TYPE-VEHICULE
                       IF NOT TYPE-CONNU
                           PERFORM 97500-ANO-TYPE-INCONNU
                           MOVE 'N' TO WS-MVT-CHAMPS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF F-CP NOT NUMERIC OR F-CP = 0 OR F-CP > 98999
               PERFORM 87000-ANO-CP-INVALIDE
               MOVE 'N' TO WS-MVT-CHAMPS-OK
           END-IF
           .

      * Controle de la date d'effet contre les periodes comptables    *
      * fermees par la finance (PGMPERIO) : une date dans un mois      *
      * ferme est redatee au premier jour de la premiere periode       *
      * ouverte, sauf pour un amendement 'A', une suppression 'S' ou   *
      * un retrait 'X', qui corrigent une prime deja facturee et sont  *
      * retenus dans WORK/TARDATT.dat pour accord de la finance        *
      * (FINASSU). La saisie tardive est tracee avec sa date           *
      * d'origine dans WORK/TARDIFS.dat (TARASSU) : ici pour un        *
      * mouvement retenu, en fin de 22000 (22350) pour un mouvement    *
      * redate, une fois applique. Les accords recharges (TARDREL) ne  *
      * sont pas controles a nouveau ; fichier des periodes absent =   *
      * aucun controle                                                 *

       22300-CONTROLER-PERIODE.
           MOVE 'N' TO WS-MVT-RETENU-PERIODE
           MOVE 'N' TO WS-MVT-REDATE-PERIODE
           IF F-DATE-EFFET = 0 OR WS-EXTRAIT-TARDREL = 'O'
               GO TO FIN-22300-CONTROLER-PERIODE
           END-IF
           MOVE 'C'           TO WS-PER-FONCTION
           MOVE F-CIE         TO WS-PER-CIE
           MOVE F-DATE-EFFET  TO WS-PER-DATE
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           IF NOT PER-DATE-FERMEE
               GO TO FIN-22300-CONTROLER-PERIODE
           END-IF

           MOVE 'MAJASSV2'    TO WS-PER-PROGRAMME
           MOVE F-BATCH-ID    TO WS-PER-ORIGINE
           MOVE 'M'           TO WS-PER-NATURE
           MOVE F-CODE        TO WS-PER-CODE
           MOVE F-MAT         TO WS-PER-MAT
           MOVE 01            TO WS-PER-VEHICULE
           IF F-VERSION = '2' AND F-SEQ-VEHICULE NUMERIC
                   AND F-SEQ-VEHICULE NOT = '00'
               MOVE F-SEQ-VEHICULE TO WS-PER-VEHICULE
           END-IF
           MOVE 0             TO WS-PER-SIN-SEQ
           MOVE 0             TO WS-PER-MONTANT
           IF F-PRIME NUMERIC
               MOVE F-PRIME   TO WS-PER-MONTANT
           END-IF

           IF F-CODE = 'A' OR F-CODE = 'S' OR F-CODE = 'X'
               SET MVT-RETENU-PERIODE TO TRUE
               ADD 1 TO WS-CPT-TARD-RETENUS
               MOVE 0   TO WS-PER-DATE-RETENUE
               MOVE 'A' TO WS-PER-TRAITEMENT
               IF OPT-DRYRUN-ON
                   DISPLAY 'SIMULATION : PERIODE FERMEE - MOUVEMENT '
                           F-CODE ' ' F-MAT ' RETENU POUR LA FINANCE'
               ELSE
                   DISPLAY 'PERIODE FERMEE ' WS-PER-PERIODE-FERMEE
                           ' - MOUVEMENT ' F-CODE ' MATRICULE ' F-MAT
                           ' RETENU POUR LA FINANCE'
                   MOVE SPACES                TO W-TARDATT
                   MOVE 'M'                   TO TAT-ORIGINE
                   MOVE WS-DATE-JOUR          TO TAT-DATE-ATTENTE
                   MOVE 'MAJASSV2'            TO TAT-PROGRAMME
                   MOVE F-BATCH-ID            TO TAT-LOT
                   MOVE WS-PER-PERIODE-FERMEE TO TAT-PERIODE-FERMEE
                   MOVE F-DATE-EFFET          TO TAT-DATE-ORIGINE
                   MOVE WS-PER-MONTANT        TO TAT-MONTANT
                   MOVE WS-PER-CIE            TO TAT-CIE
                   MOVE W-FMVTSE              TO TAT-MVT
                   MOVE W-TARDATT             TO FS-TAT-REC
                   WRITE FS-TAT-REC
                   MOVE 'J' TO WS-PER-FONCTION
                   CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
               END-IF
           ELSE
               SET MVT-REDATE-PERIODE TO TRUE
               MOVE 'R' TO WS-PER-TRAITEMENT
               DISPLAY 'PERIODE FERMEE ' WS-PER-PERIODE-FERMEE
                       ' - MOUVEMENT ' F-CODE ' MATRICULE ' F-MAT
                       ' REDATE ' F-DATE-EFFET ' -> '
                       WS-PER-DATE-RETENUE
               MOVE WS-PER-DATE-RETENUE TO F-DATE-EFFET
           END-IF
           .
       FIN-22300-CONTROLER-PERIODE.
           EXIT.

      * Tracer dans WORK/TARDIFS.dat un mouvement redate en 22300, une *
      * fois applique : aucune anomalie ni mise en attente depuis le   *
      * controle de periode (meme principe que SINASSU, trace apres    *
      * l'ecriture du sinistre). Matricule repris du mouvement, qui a  *
      * pu en recevoir un en 22150 - rien n'est trace en DRYRUN        *

       22350-JOURNALISER-REDATE.
           COMPUTE WS-TARD-ECARTES-APRES = WS-CPT-QUARANTAINES
               + WS-CPT-MVT-RETENUS + WS-CPT-ORIENTES
               + WS-CPT-REVUE-FRAUDE
           IF WS-CPT-ANOMALIES NOT = WS-TARD-ANO-AVANT
                   OR WS-TARD-ECARTES-APRES NOT = WS-TARD-ECARTES-AVANT
               GO TO FIN-22350-JOURNALISER-REDATE
           END-IF
           ADD 1 TO WS-CPT-TARD-REDATES
           IF OPT-DRYRUN-ON
               GO TO FIN-22350-JOURNALISER-REDATE
           END-IF
           MOVE F-MAT TO WS-PER-MAT
           MOVE 'J'   TO WS-PER-FONCTION
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           .
       FIN-22350-JOURNALISER-REDATE.
           EXIT.

      * Attribuer un matricule frais du registre central a un         *
      * mouvement de creation arrive avec F-MAT a zeros - en cas      *
      * d'echec du registre, le mouvement poursuit avec ses zeros et  *
           END-IF
           .

      * Le type a verifier figure-t-il dans la table TYPVEH ?         *

       22250-VERIFIER-TYPE-VEHICULE.
           MOVE 'N' TO WS-TYPE-CONNU
           .

       22260-COMPARER-TYPVEH.
           IF WS-TVR-CODE(WS-TVR-IDX-CHERCHE) = WS-TYPE-A-VERIFIER
               SET TYPE-CONNU TO TRUE
           END-IF
           .
       43000-TRAITER-CREATION.
           IF WS-ASSURE-TROUVE = 'O'
               PERFORM 81000-ANO-CREAT-EXISTANT
               GO TO FIN-43000-TRAITER-CREATION
           END-IF

      * Liste de surveillance anti-fraude : une creation dont le nom
      * ou l'adresse y figure est retenue pour revue, pas rejetee
           PERFORM 43050-FILTRER-SURVEILLANCE
           IF SRV-CORRESPONDANCE
               PERFORM 43070-RETENIR-REVUE-FRAUDE
               GO TO FIN-43000-TRAITER-CREATION
           END-IF

      * Regles d'acceptation : une creation qui tombe sous une regle
      * part chez le souscripteur au lieu d'etre ecrite
           PERFORM 43100-APPLIQUER-REGLES-SOUS
           IF WS-SRG-REGLE-RETENUE > 0
               PERFORM 43150-ORIENTER-SOUSCRIPTEUR
               GO TO FIN-43000-TRAITER-CREATION
           END-IF

           IF OPT-DRYRUN-ON
               DISPLAY 'SIMULATION : CREATION MATRICULE '
                       F-MAT
               ADD 1 TO WS-CPT-CREES
               ADD F-PRIME TO WS-TOTAL-PRIME
           ELSE
               PERFORM 43500-CONSTRUIRE-ASSURE-CREATION
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                   ADD 1 TO WS-CPT-CREES
                   ADD F-PRIME TO WS-TOTAL-PRIME
                   PERFORM 46100-JOURNALISER-CREATION
                   MOVE 'W' TO WS-FEED-OP-CODE
                   PERFORM 46200-ALIMENTER-FEED
                   PERFORM 43800-CREER-GARANTIES
               ELSE
                   PERFORM 86000-ANO-ACCES-ASSURES
               END-IF
           END-IF
           .
       FIN-43000-TRAITER-CREATION.
           EXIT.

      * Filtrer le titulaire du mouvement (creation ou transfert)      *
      * contre la liste de surveillance : nom, puis adresse si elle    *
      * est fournie - la premiere correspondance est retenue. Les      *
      * liberations (SURVREL) et acceptations souscripteur (SOUSREL)   *
      * rechargees ne sont pas filtrees a nouveau                      *

       43050-FILTRER-SURVEILLANCE.
           MOVE 'N' TO WS-SRV-CORRESPONDANCE
           IF WS-EXTRAIT-SURVREL NOT = 'O'
                   AND WS-EXTRAIT-SOUSREL NOT = 'O'
               MOVE 'N'          TO WS-SRV-FONCTION
               MOVE F-NOM-PRE    TO WS-SRV-VALEUR
               MOVE 'ASSURE'     TO WS-SRV-CRITERE
               PERFORM 43060-INTERROGER-SURVEILLANCE
               IF NOT SRV-CORRESPONDANCE AND F-RUE NOT = SPACES
                   MOVE 'A'          TO WS-SRV-FONCTION
                   MOVE SPACES       TO WS-SRV-VALEUR
                   MOVE F-RUE        TO WS-SRV-VALEUR(1:18)
                   MOVE F-CP         TO WS-SRV-VALEUR(19:5)
                   MOVE 'ADRESSE'    TO WS-SRV-CRITERE
                   PERFORM 43060-INTERROGER-SURVEILLANCE
               END-IF
           END-IF
           .

       43060-INTERROGER-SURVEILLANCE.
           CALL WS-NOM-PGMSURV USING WS-COM-SURV
           IF WS-SRV-RETOUR = 01
               SET SRV-CORRESPONDANCE TO TRUE
               MOVE WS-SRV-ENTREE TO WS-SRV-ENTREE-RETENUE
           END-IF
           .

      * Retenir le mouvement en revue anti-fraude (WORK/SURVATT.dat)   *
      * avec l'entree de la liste - rien n'est ecrit en DRYRUN          *

       43070-RETENIR-REVUE-FRAUDE.
           ADD 1 TO WS-CPT-REVUE-FRAUDE
           IF OPT-DRYRUN-ON
               DISPLAY 'SIMULATION : REVUE ANTI-FRAUDE ' F-CODE ' '
                       F-MAT ' (' WS-SRV-CRITERE ')'
           ELSE
               DISPLAY 'REVUE ANTI-FRAUDE - MOUVEMENT ' F-CODE
                       ' MATRICULE ' F-MAT ' (' WS-SRV-CRITERE ')'
               MOVE SPACES                TO FS-SVA-REC
               MOVE 'M'                   TO FS-SVA-ORIGINE
               MOVE WS-DATE-JOUR          TO FS-SVA-DATE
               MOVE WS-SRV-CRITERE        TO FS-SVA-CRITERE
               MOVE W-FMVTSE              TO FS-SVA-MVT
               MOVE WS-SRV-ENTREE-RETENUE TO FS-SVA-ENTREE
               WRITE FS-SVA-REC
           END-IF
           .

      * Evaluer les regles d'acceptation sur la creation courante -    *
      * WS-SRG-REGLE-RETENUE recoit le numero de la premiere regle     *
      * dont tous les criteres renseignes sont satisfaits (0 = aucune) *

       43100-APPLIQUER-REGLES-SOUS.
           MOVE 0 TO WS-SRG-REGLE-RETENUE
           IF WS-NB-SRG-CHARGEES > 0
                   AND WS-EXTRAIT-SOUSREL NOT = 'O'
               MOVE F-CP TO WS-SRG-CP-ALPHA
               PERFORM 43110-CHERCHER-CHRONIQUE
               PERFORM 43120-EVALUER-REGLE
                   VARYING WS-SRG-IDX FROM 1 BY 1
                   UNTIL WS-SRG-IDX > WS-NB-SRG-CHARGEES
                       OR WS-SRG-REGLE-RETENUE > 0
           END-IF
           .

      * Nombre de sinistres responsables releves par CHRASSU pour le   *
      * meme nom au meme code postal (0 si inconnu)                     *

       43110-CHERCHER-CHRONIQUE.
           MOVE 0 TO WS-CHQ-NB-TROUVE
           PERFORM 43115-COMPARER-CHRONIQUE
               VARYING WS-CHQ-IDX FROM 1 BY 1
               UNTIL WS-CHQ-IDX > WS-NB-CHQ-CHARGES
                   OR WS-CHQ-NB-TROUVE > 0
           .

       43115-COMPARER-CHRONIQUE.
           IF WS-CHQ-NOM(WS-CHQ-IDX) = F-NOM-PRE
                   AND WS-CHQ-CP(WS-CHQ-IDX) = F-CP
               MOVE WS-CHQ-NB-RESP(WS-CHQ-IDX) TO WS-CHQ-NB-TROUVE
           END-IF
           .

      * Une regle : le type teste est celui que la creation ecrira    *
      * (F-CODE, convention historique de 43500)                       *

       43120-EVALUER-REGLE.
           SET SRG-SATISFAITE TO TRUE
           IF WS-SRG-PREFIXE(WS-SRG-IDX) NOT = SPACES
                   AND WS-SRG-PREFIXE(WS-SRG-IDX)
                       NOT = WS-SRG-CP-ALPHA(1:2)
               MOVE 'N' TO WS-SRG-SATISFAITE
           END-IF
           IF WS-SRG-TYPE-V(WS-SRG-IDX) NOT = SPACE
                   AND WS-SRG-TYPE-V(WS-SRG-IDX) NOT = F-CODE
               MOVE 'N' TO WS-SRG-SATISFAITE
           END-IF
           IF WS-SRG-BM(WS-SRG-IDX) NOT = SPACE
                   AND WS-SRG-BM(WS-SRG-IDX) NOT = F-BM
               MOVE 'N' TO WS-SRG-SATISFAITE
           END-IF
           IF WS-SRG-TAUX-MIN(WS-SRG-IDX) > 0
                   AND F-TAUX < WS-SRG-TAUX-MIN(WS-SRG-IDX)
               MOVE 'N' TO WS-SRG-SATISFAITE
           END-IF
           IF WS-SRG-NB-RESP(WS-SRG-IDX) > 0
                   AND WS-CHQ-NB-TROUVE < WS-SRG-NB-RESP(WS-SRG-IDX)
               MOVE 'N' TO WS-SRG-SATISFAITE
           END-IF
           IF SRG-SATISFAITE
               MOVE WS-SRG-NUMERO(WS-SRG-IDX) TO WS-SRG-REGLE-RETENUE
           END-IF
           .

      * Orienter la creation vers le souscripteur (WORK/SOUSATT.dat)   *
      * avec le numero de regle - rien n'est ecrit en DRYRUN            *

       43150-ORIENTER-SOUSCRIPTEUR.
           ADD 1 TO WS-CPT-ORIENTES
           IF OPT-DRYRUN-ON
               DISPLAY 'SIMULATION : ORIENTATION SOUSCRIPTEUR '
                       F-MAT ' REGLE ' WS-SRG-REGLE-RETENUE
           ELSE
               MOVE W-FMVTSE             TO FS-SOU-MVT
               MOVE WS-SRG-REGLE-RETENUE TO FS-SOU-REGLE
               MOVE WS-DATE-JOUR         TO FS-SOU-DATE
               WRITE FS-SOU-REC
           END-IF
           .

      * Construire le nouvel enregistrement ASSURES3 a partir du       *
      * mouvement de creation - vehicule principal (01) d'un assure   *
           PERFORM 43700-ECLATER-NOM
           .

      * Deposer les garanties du vehicule qui vient d'etre ecrit      *
      * (W-ASSURE) d'apres la formule du mouvement - quote-part de     *
      * prime calculee sur F-PRIME, debut de garantie a la date        *
      * d'effet du mouvement (date du jour si application immediate) ; *
      * un echec est signale sans remettre en cause la creation        *

       43800-CREER-GARANTIES.
           MOVE SPACES TO WS-COM-GARANTIE
           MOVE 'C' TO WS-GAR-FONCTION
           MOVE MAT-A4 OF W-ASSURE TO WS-GAR-MAT
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO WS-GAR-SEQ
           MOVE F-FORMULE TO WS-GAR-FORMULE
           MOVE F-PRIME TO WS-GAR-PRIME
           IF F-DATE-EFFET = 0
               MOVE WS-DATE-JOUR TO WS-GAR-DATE
           ELSE
               MOVE F-DATE-EFFET TO WS-GAR-DATE
           END-IF
           MOVE 0 TO WS-GAR-MAT-NOUVEAU
           CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
           IF WS-GAR-RETOUR NOT = 00
               DISPLAY 'ATTENTION - GARANTIES NON ENREGISTREES : '
                       F-MAT '/' WS-GAR-SEQ
           END-IF
           .

      * Eclater NOM-PRE-A4 en nom de famille et prenom (convention    *
      * de saisie : NOM puis PRENOM separes par un espace). Un ou     *
      * deux mots s'eclatent sans ambiguite ; au-dela (particules,    *
                       ADD F-PRIME TO WS-TOTAL-PRIME
                       MOVE 'U' TO WS-FEED-OP-CODE
                       PERFORM 46200-ALIMENTER-FEED
                       PERFORM 44700-LEVER-NPAI
                   ELSE
                       PERFORM 86000-ANO-ACCES-ASSURES
                   END-IF
       FIN-44000-TRAITER-MODIFICATION.
           EXIT.

      * Adresse en retour NPAI : la modification appliquee porte-t-elle*
      * une nouvelle adresse ? PGMNPAI ne leve l'etat que si l'adresse *
      * differe de celle revenue en NPAI                               *

       44700-LEVER-NPAI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'L' TO WS-NPA-FONCTION
           MOVE F-MAT TO WS-NPA-MAT
           MOVE RUE-A4 OF W-ASSURE TO WS-NPA-RUE
           MOVE CP-A4 OF W-ASSURE TO WS-NPA-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-NPA-VILLE
           MOVE 'MAJASSV2' TO WS-NPA-PROGRAMME
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           IF WS-NPA-RETOUR = 00
               ADD 1 TO WS-CPT-NPAI-LEVES
           END-IF
           .

      * L'ecart de prime du mouvement courant depasse-t-il le seuil   *
      * de validation superviseur (HOLDPCT/HOLDABS) ? W-ASSURE porte  *
      * l'image en place lue en 41000                                  *
                   IF WS-CODE-RETOUR = WS-RET-OK
                       ADD 1 TO WS-CPT-AMENDES
                       ADD F-PRIME TO WS-TOTAL-PRIME
                       MOVE F-PRIME TO WS-PRIME-APRES-AJU
                       MOVE WS-AUJOURDHUI-JUL TO WS-DEBUT-AJU-JUL
                       PERFORM 47100-ECRIRE-AJUSTEMENT
                           THRU FIN-47100-ECRIRE-AJUSTEMENT
                       MOVE 'U' TO WS-FEED-OP-CODE
           EXIT.

      * Ajustement de facturation prorata temporis de l'amendement    *
      * (ou de la substitution) applique : delta = (nouvelle prime -  *
      * ancienne prime) * jours restants / 365, jours restants        *
      * comptes du debut de la periode (WS-DEBUT-AJU-JUL : date du    *
      * jour, ou date de substitution) a DATE-EXPIR-A4 - une police   *
      * sans date d'expiration ou deja echue ne genere pas            *
      * d'ajustement (rien a facturer sur une couverture terminee)    *

       47100-ECRIRE-AJUSTEMENT.
           IF DATE-EXPIR-A4 OF W-ASSURE = ZERO
           MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
           PERFORM 47150-CONVERTIR-JULIEN
           COMPUTE WS-JOURS-RESTANTS =
               WS-CONV-JULIEN - WS-DEBUT-AJU-JUL
           IF WS-JOURS-RESTANTS <= 0
               GO TO FIN-47100-ECRIRE-AJUSTEMENT
           END-IF

           COMPUTE WS-DELTA-PRORATA ROUNDED =
               (WS-PRIME-APRES-AJU - WS-PRIME-AVANT-AMD)
                   * WS-JOURS-RESTANTS / 365

           MOVE F-MAT               TO FS-AJU-MATRICULE
           MOVE WS-SEQ-CIBLE        TO FS-AJU-VEHICULE
           MOVE WS-PRIME-AVANT-AMD  TO FS-AJU-PRIME-AVANT
           MOVE WS-PRIME-APRES-AJU  TO FS-AJU-PRIME-APRES
           MOVE WS-JOURS-RESTANTS   TO FS-AJU-JOURS-REST
           MOVE WS-DELTA-PRORATA    TO FS-AJU-DELTA
           MOVE WS-DATE-JOUR        TO FS-AJU-DATE
           MOVE F-BATCH-ID          TO FS-AJU-BATCH-ID
           MOVE F-CODE              TO FS-AJU-CODE-MVT
           MOVE SPACES              TO FS-AJU-RESTE
           WRITE FS-AJU-REC
           ADD 1 TO WS-CPT-AJUSTEMENTS
                       PERFORM 46100-JOURNALISER-CREATION
                       MOVE 'W' TO WS-FEED-OP-CODE
                       PERFORM 46200-ALIMENTER-FEED
                       PERFORM 43800-CREER-GARANTIES
                   ELSE
                       PERFORM 86000-ANO-ACCES-ASSURES
                   END-IF
               MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
               MOVE WS-DATE-JOUR TO FS-JRN-DATE-MVT
               MOVE SPACES TO FS-JRN-RESTE
      * Vehicule cree (01 pour 'C', sequence attribuee pour 'V',
      * vehicule restaure pour 'R') - l'extrait FVA (FVAASSU) declare
      * chaque vehicule au fichier des vehicules assures
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE
                   TO FS-JRN-RESTE2(1:2)
               WRITE FS-JRN-REC
           END-IF
           .
               GO TO FIN-51000-TRAITER-TRANSFERT
           END-IF

      * Nouveau titulaire sur la liste de surveillance : le transfert
      * est retenu pour revue anti-fraude
           PERFORM 43050-FILTRER-SURVEILLANCE
           IF SRV-CORRESPONDANCE
               PERFORM 43070-RETENIR-REVUE-FRAUDE
               GO TO FIN-51000-TRAITER-TRANSFERT
           END-IF

           PERFORM 46000-JOURNALISER-AVANT-IMAGE

           IF OPT-DRYRUN-ON
      * Rebasculer chaque vehicule : ecriture sous le nouveau
      * matricule puis suppression de l'ancien, BM/TAUX/ANCIENNETE
      * portes tels quels par l'image copiee - liste des vehicules
      * collectee par START/READNEXT (numeros eventuellement troues).
      * Les segments d'attributs de l'extension suivent l'image dans
      * le meme appel (nom 'ASSUREXT')
           IF EXTENSION-ASSURES
               MOVE 'ASSUREXT' TO WS-NOM-FICHIER-TRF
           ELSE
               MOVE 'ASSURES3' TO WS-NOM-FICHIER-TRF
           END-IF
           PERFORM 51120-COLLECTER-VEHICULES
           PERFORM 51250-REBASCULER-UN-VEHICULE
               VARYING WS-IDX-TRF-VEH FROM 1 BY 1
           EXIT.

       51250-REBASCULER-UN-VEHICULE.
           MOVE WS-NOM-FICHIER-TRF TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE F-MAT TO WS-ENREG(1:6)
           MOVE WS-TRF-SEQ-VEH(WS-IDX-TRF-VEH) TO WS-ENREG(7:2)
           CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM W-ASSEXT
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               PERFORM 86000-ANO-ACCES-ASSURES
           ELSE
               IF F-CIVILITE NOT = SPACE
                   MOVE F-CIVILITE TO CIVILITE-A4 OF W-ASSURE
               END-IF
               MOVE WS-NOM-FICHIER-TRF TO WS-NOM-FICHIER
               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM W-ASSEXT
               IF WS-CODE-RETOUR NOT = WS-RET-OK
                   PERFORM 86000-ANO-ACCES-ASSURES
               ELSE
                   MOVE 'W' TO WS-FEED-OP-CODE
                   PERFORM 46200-ALIMENTER-FEED
                   PERFORM 51260-REBASCULER-GARANTIES
                   MOVE WS-NOM-FICHIER-TRF TO WS-NOM-FICHIER
                   MOVE WS-FUNC-DELETE TO WS-CODE-FONCTION
                   MOVE SPACES TO WS-ENREG
                   MOVE F-MAT TO WS-ENREG(1:6)
                   MOVE WS-TRF-SEQ-VEH(WS-IDX-TRF-VEH)
                       TO WS-ENREG(7:2)
                   CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM W-ASSEXT
                   IF WS-CODE-RETOUR = WS-RET-OK
                       MOVE 'D' TO WS-FEED-OP-CODE
                       PERFORM 46200-ALIMENTER-FEED
           END-IF
           .

      * Garanties du vehicule rebascule : suivent le vehicule sous     *
      * le nouveau matricule (PGMGARAN, fonction 'R')                  *

       51260-REBASCULER-GARANTIES.
           MOVE SPACES TO WS-COM-GARANTIE
           MOVE 'R' TO WS-GAR-FONCTION
           MOVE F-MAT TO WS-GAR-MAT
           MOVE WS-TRF-SEQ-VEH(WS-IDX-TRF-VEH) TO WS-GAR-SEQ
           MOVE 0 TO WS-GAR-PRIME
           MOVE 0 TO WS-GAR-DATE
           MOVE F-MAT-NOUVEAU TO WS-GAR-MAT-NOUVEAU
           CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
           IF WS-GAR-RETOUR NOT = 00
               DISPLAY 'ATTENTION - GARANTIES NON REBASCULEES : '
                       F-MAT '/' WS-GAR-SEQ
           END-IF
           .

      * Rebasculer les sinistres du matricule : collecte en memoire   *
      * (START + READNEXT), puis suppression/reecriture sous le        *
      * nouveau matricule - SIN-MAT change, tout le reste (dates,      *
               ELSE
                   IF WS-NB-TRF-SIN < 50
                       ADD 1 TO WS-NB-TRF-SIN
                       MOVE WS-ENREG(1:110)
                           TO WS-TRF-SIN-REC(WS-NB-TRF-SIN)
                   ELSE
                       DISPLAY 'ATTENTION - PLUS DE 50 SINISTRES, '
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-TRF-SIN-TRAVAIL TO WS-ENREG(1:110)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR REBASCULE SINISTRE ' WS-ENREG(1:10)
           END-IF
           .

      * Traiter substitution de vehicule - le client change de        *
      * voiture : le vehicule vise garde sa cle (MAT-A4/SEQ-VEHICULE- *
      * A4), donc son lien sinistres, ainsi que BM-A4/TAUX-A4 et      *
      * ANCIENNETE-A4, seul son type change (F-TYPE-NOUVEAU) ; la     *
      * prime est re-tarifee d'apres TARIFS (PGMTARIF, zone CP-A4 et  *
      * duree du terme en place) a la date de substitution, soit      *
      * F-DATE-EFFET, soit la date du jour pour un mouvement sans     *
      * date (une date future a deja ete differee vers MVTATTE) ;     *
      * l'ecart prorata temporis part dans AJUSTPRM a compter de      *
      * cette date, l'ancien type et l'ancienne prime au JOURNAL.     *
      * Les garanties souscrites (GARANTIE.dat) suivent le vehicule   *
      * sans changement : la police continue                          *

       52000-TRAITER-SUBSTITUTION.
           IF WS-ASSURE-TROUVE = 'N'
               PERFORM 98100-ANO-SUBST-INEXIST
               GO TO FIN-52000-TRAITER-SUBSTITUTION
           END-IF

           IF F-DATE-EFFET = 0
               MOVE WS-DATE-JOUR TO WS-DATE-SUBSTITUTION
           ELSE
               MOVE F-DATE-EFFET TO WS-DATE-SUBSTITUTION
           END-IF
           MOVE SPACES TO WS-COM-TARIF
           MOVE CP-A4 OF W-ASSURE     TO WS-TAR-CP
           MOVE F-TYPE-NOUVEAU        TO WS-TAR-TYPE-V
           MOVE BM-A4 OF W-ASSURE     TO WS-TAR-BM
           MOVE TAUX-A4 OF W-ASSURE   TO WS-TAR-TAUX
           MOVE DUREE-A4 OF W-ASSURE  TO WS-TAR-DUREE
           MOVE WS-DATE-SUBSTITUTION  TO WS-TAR-DATE
           CALL WS-NOM-PGMTARIF USING WS-COM-TARIF
           IF WS-TAR-RETOUR NOT = 00
               PERFORM 98200-ANO-SUBST-SANS-TARIF
               GO TO FIN-52000-TRAITER-SUBSTITUTION
           END-IF

           PERFORM 52100-JOURNALISER-SUBSTITUTION
           MOVE PRIME-A4 OF W-ASSURE TO WS-PRIME-AVANT-AMD
           MOVE TYPE-V-A4 OF W-ASSURE TO WS-TYPE-AVANT-SUB
           MOVE F-TYPE-NOUVEAU TO TYPE-V-A4 OF W-ASSURE
           MOVE WS-TAR-PRIME TO PRIME-A4 OF W-ASSURE
           IF OPT-DRYRUN-ON
               DISPLAY 'SIMULATION : SUBSTITUTION MATRICULE '
                       F-MAT ' VEHICULE ' WS-SEQ-CIBLE ' TYPE '
                       WS-TYPE-AVANT-SUB '->' F-TYPE-NOUVEAU
               ADD 1 TO WS-CPT-SUBSTITUTIONS
           ELSE
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                   ADD 1 TO WS-CPT-SUBSTITUTIONS
                   MOVE WS-TAR-PRIME TO WS-PRIME-APRES-AJU
                   MOVE WS-DATE-SUBSTITUTION TO WS-CONV-DATE
                   PERFORM 47150-CONVERTIR-JULIEN
                   MOVE WS-CONV-JULIEN TO WS-DEBUT-AJU-JUL
                   PERFORM 47100-ECRIRE-AJUSTEMENT
                       THRU FIN-47100-ECRIRE-AJUSTEMENT
                   MOVE 'U' TO WS-FEED-OP-CODE
                   PERFORM 46200-ALIMENTER-FEED
               ELSE
                   PERFORM 86000-ANO-ACCES-ASSURES
               END-IF
           END-IF
           .
       FIN-52000-TRAITER-SUBSTITUTION.
           EXIT.

      * Journaliser une substitution : avant-image prime/BM/taux et   *
      * apres-image (prime re-tarifee, BM/taux inchanges) comme un    *
      * amendement, plus l'ancien et le nouveau type de vehicule      *
      * (RESTE2 11 et 12, apres la zone utilisateur de MVTASSU) pour  *
      * garder la description du vehicule remplace                    *

       52100-JOURNALISER-SUBSTITUTION.
           IF NOT OPT-DRYRUN-ON
               MOVE F-MAT TO FS-JRN-MATRICULE
               MOVE F-CODE TO FS-JRN-CODE-MVT
               MOVE PRIME-A4 OF W-ASSURE TO FS-JRN-PRIME-AVANT
               MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-AVANT
               MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-AVANT
               MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
               MOVE WS-DATE-JOUR TO FS-JRN-DATE-MVT
               MOVE SPACES TO FS-JRN-RESTE
               MOVE WS-TAR-PRIME TO FS-JRN-PRIME-APRES
               MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-APRES
               MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-APRES
               MOVE SEQ-VEHICULE-A4 OF W-ASSURE
                   TO FS-JRN-RESTE2(1:2)
               MOVE TYPE-V-A4 OF W-ASSURE TO FS-JRN-RESTE2(11:1)
               MOVE F-TYPE-NOUVEAU TO FS-JRN-RESTE2(12:1)
               WRITE FS-JRN-REC
           END-IF
           .

      * Anomalie - Code mouvement invalide                            *

       80000-ANO-CODE-INVALIDE.
           PERFORM 80500-ECRIRE-LIGNE-ANOMALIE
           .

      * Anomalie - Substitution 'E' sur un vehicule absent            *

       98100-ANO-SUBST-INEXIST.
           MOVE '028' TO WS-CODE-ERREUR
           PERFORM 80500-ECRIRE-LIGNE-ANOMALIE
           .

      * Anomalie - Substitution 'E' sans borne TARIFS pour la zone et *
      * le nouveau type (ou TARIFS inaccessible)                      *

       98200-ANO-SUBST-SANS-TARIF.
           MOVE '029' TO WS-CODE-ERREUR
           PERFORM 80500-ECRIRE-LIGNE-ANOMALIE
           .

      * Anomalie - Lot (F-BATCH-ID) deja traite lors d'un run         *
      * precedent - resoumission a confirmer par le jeton OVERRIDE     *

           DISPLAY 'SUPPRESSIONS         : ' WS-CPT-SUPPRIMES
           DISPLAY 'AJUSTEMENTS FACTURES : ' WS-CPT-AJUSTEMENTS
           DISPLAY 'TRANSFERTS TITULAIRE : ' WS-CPT-TRANSFERTS
           DISPLAY 'SUBSTITUTIONS VEHIC. : ' WS-CPT-SUBSTITUTIONS
           DISPLAY 'MATRICULES ATTRIBUES : ' WS-CPT-MAT-ATTRIBUES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY 'MOUVEMENTS DIFFERES  : ' WS-CPT-MVT-DIFFERES
           DISPLAY 'MVTS LOTS DEJA FAITS : ' WS-CPT-MVT-LOT-BLOQUE
           DISPLAY 'RETENUS VALIDATION   : ' WS-CPT-MVT-RETENUS
           DISPLAY 'ORIENTES SOUSCRIPTION: ' WS-CPT-ORIENTES
           DISPLAY 'REVUE ANTI-FRAUDE    : ' WS-CPT-REVUE-FRAUDE
           DISPLAY 'TARDIFS REDATES      : ' WS-CPT-TARD-REDATES
           DISPLAY 'TARDIFS RETENUS FIN. : ' WS-CPT-TARD-RETENUS
           DISPLAY 'ADRESSES NPAI LEVEES : ' WS-CPT-NPAI-LEVES
           DISPLAY 'DONT MARQUE 1        : ' WS-CPT-CIE1
           DISPLAY 'DONT MARQUE 2        : ' WS-CPT-CIE2
           DISPLAY 'TOTAL PRIME (C+M+A)  : ' WS-TOTAL-PRIME
           PERFORM 23300-ECRIRE-REGISTRE-LOTS
               THRU FIN-23300-ECRIRE-REGISTRE-LOTS

      * Fermeture ASSURES3 (et de son extension) via accesseur
      * dynamique
           IF EXTENSION-ASSURES
               MOVE 'ASSUREXT' TO WS-NOM-FICHIER
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM W-ASSEXT
           END-IF
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM
               CLOSE F-HOLD
           END-IF

      * Fermeture de la file d'orientation souscripteur, si ouverte
           IF SOUSATT-OUVERT
               CLOSE F-SOUSATT
           END-IF

      * Fermeture de la file de revue anti-fraude
           CLOSE F-SURVATT

      * Fermeture de la file des saisies tardives retenues
           CLOSE F-TARDATT

      * Fermeture du journal d'apres-images, s'il a ete ouvert
           IF OPT-AFTIMG-ON
               CLOSE F-APRES
