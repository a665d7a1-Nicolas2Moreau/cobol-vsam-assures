       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIFASSU.

      * APPLICATION DES SAISIES EN LIGNE DIFFEREES - Derniere etape de *
      * la chaine de nuit (CHAINRUN). Pendant la fenetre batch,        *
      * ASSURES3 est verrouille par la chaine et les transactions de   *
      * mise a jour (MVTA mouvement police, CLMA saisie sinistre, CNTA *
      * coordonnees) deposent leurs saisies, controlees sur la copie   *
      * de consultation, dans WORK/DIFFERE.dat (PGMDIFF, cf            *
      * CDIFFER.cpy). Ce batch relit chaque saisie en attente et       *
      * l'applique avec la logique et la journalisation de la          *
      * transaction d'origine, l'utilisateur qui l'a saisie etant      *
      * porte dans JOURNAL (F-BATCH-ID 'ONLINE') et les lignes de cout *
      * comme s'il l'avait appliquee lui-meme :                        *
      *   MVTA : meme traitement que MVTASSU (C/M/S/A/E) ; la police   *
      *          en place doit etre STRICTEMENT celle vue a la saisie  *
      *          (image conservee dans DIF-IMAGE) - toute mise a jour  *
      *          intervenue entre-temps (chaine de nuit, autre agent)  *
      *          est un conflit, rien n'est ecrase                     *
      *   CLMA : meme traitement que CLMASSU (numero de sinistre,      *
      *          doublon, garantie, franchise, gestionnaire,           *
      *          surveillance, lignes de cout, partie adverse) ; un    *
      *          vehicule disparu ou un doublon est un conflit         *
      *          (date dans une periode comptable fermee : sinistre    *
      *          redate comme dans CLMASSU et trace dans TARDIFS)      *
      *   CNTA : meme traitement que CTAASSU ; un matricule disparu    *
      *          est un conflit                                        *
      * Chaque saisie traitee est marquee appliquee (A) ou en conflit  *
      * (C, motif dans DIF-MOTIF) et n'est plus reprise. Le rapport    *
      * WORK/DIFASSU.lst est edite par utilisateur : saisies           *
      * appliquees, saisies en conflit a ressaisir, saisies restees en *
      * attente (fichier SINISTRE ou CONTACTS inaccessible).           *
      * Les saisies deposees pendant le passage de DIFASSU restent en  *
      * attente jusqu'a la chaine suivante.                            *
      * Code retour : 0 ; 4 si des saisies sont en conflit ou restent  *
      * en attente ; 8 si un etat n'a pu etre reecrit dans DIFFERE     *
      * (saisie appliquee mais encore marquee en attente - a marquer   *
      * avant la chaine suivante) ; 16 si DIFFERE ou ASSURES3 est      *
      * inaccessible (rien n'est applique)                             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Saisies en ligne en attente (deposees par PGMDIFF)
           SELECT F-DIFFERE ASSIGN TO "WORK/DIFFERE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-DIF-REFERENCE
               FILE STATUS IS FS-DIFFERE.

      * Journal avant-image, meme fichier physique que MAJASSV2/
      * MVTASSU/BCKASSU
           SELECT F-JOURNAL ASSIGN TO JOURNAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-JRN.

      * Historique des assures supprimes (HISTOASS)
           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.

      * Journal d'apres-images (JRNAPRES), pour le roll-forward RFWASSU
           SELECT F-APRES ASSIGN TO JRNAPRES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APR.

      * Ajustements de facturation d'une substitution (AJUSTPRM)
           SELECT F-AJUSTE ASSIGN TO AJUSTPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AJU.

      * Tables de reference de la saisie sinistre (memes fichiers que
      * CLMASSU/SINASSU, optionnels)
           SELECT F-FRANCH ASSIGN TO "WORK/FRANCH.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-FRA-CLE
               FILE STATUS IS FS-FRANCH.

           SELECT F-REPARAT ASSIGN TO "WORK/REPARAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-REP-ID
               FILE STATUS IS FS-REPARAT.

           SELECT F-NATURES ASSIGN TO "WORK/NATURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NAT-CODE
               FILE STATUS IS FS-NATURES.

      * Liste de revue hors garantie et file de revue anti-fraude,
      * cumulees avec SINASSU/CLMASSU (ajout en fin de fichier)
           SELECT F-HORSGAR ASSIGN TO "WORK/SINHGAR.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORSGAR.

           SELECT F-SURVATT ASSIGN TO "WORK/SURVATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVATT.

      * Fichier de travail du SORT du rapport par utilisateur
           SELECT F-TRI-WORK ASSIGN TO "WORK/DIFASSU.SRT".

      * Fichier de sortie
           SELECT F-RAPPORT ASSIGN TO "WORK/DIFASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DIFFERE.
       01  FS-DIF-REC.
           05 FS-DIF-REFERENCE     PIC 9(12).
           05 FS-DIF-DATA          PIC X(338).

      * Meme structure d'enregistrement que JOURNAL dans MVTASSU
       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-JRN-MATRICULE     PIC X(6).
           05 FS-JRN-CODE-MVT      PIC X.
           05 FS-JRN-PRIME-AVANT   PIC 9(6)V99.
           05 FS-JRN-BM-AVANT      PIC X.
           05 FS-JRN-TAUX-AVANT    PIC 99.
           05 FS-JRN-BATCH-ID      PIC X(6).
           05 FS-JRN-DATE-MVT      PIC 9(8).
           05 FS-JRN-RESTE.
               10 FS-JRN-PRIME-APRES  PIC 9(6)V99.
               10 FS-JRN-BM-APRES     PIC X.
               10 FS-JRN-TAUX-APRES   PIC 99.
               10 FS-JRN-VEHICULE     PIC X(2).
               10 FS-JRN-UTILISATEUR  PIC X(8).
               10 FS-JRN-TYPE-AVANT   PIC X(1).
               10 FS-JRN-TYPE-APRES   PIC X(1).
               10 FS-JRN-RESTE2       PIC X(25).

      * Meme structure d'enregistrement que HISTOASS dans MAJASSV2
       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           05 FS-HST-DATE-SUPPR     PIC 9(8).
           05 FS-HST-BATCH-ID       PIC X(6).
           05 FS-HST-RESTE          PIC X(9).

      * Meme structure d'enregistrement que JRNAPRES dans MAJASSV2
       FD  F-APRES.
       01  FS-APR-REC.
           05 FS-APR-CODE-OP        PIC X.
           05 FS-APR-DATE           PIC 9(8).
           05 FS-APR-HEURE          PIC 9(6).
           05 FS-APR-ENREG          PIC X(120).

      * Meme structure d'enregistrement que AJUSTPRM dans MAJASSV2
       FD  F-AJUSTE.
       01  FS-AJU-REC.
           05 FS-AJU-MATRICULE     PIC X(6).
           05 FS-AJU-VEHICULE      PIC 9(2).
           05 FS-AJU-PRIME-AVANT   PIC 9(6)V99.
           05 FS-AJU-PRIME-APRES   PIC 9(6)V99.
           05 FS-AJU-JOURS-REST    PIC 9(4).
           05 FS-AJU-DELTA         PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FS-AJU-DATE          PIC 9(8).
           05 FS-AJU-BATCH-ID      PIC X(6).
           05 FS-AJU-CODE-MVT      PIC X.
           05 FS-AJU-RESTE         PIC X(28).

       FD  F-FRANCH.
       01  FS-FRA-REC.
           05 FS-FRA-CLE.
               10 FS-FRA-PREFIXE   PIC X(2).
               10 FS-FRA-TYPE-V    PIC X(1).
           05 FS-FRA-MONTANT       PIC 9(4)V99.

       FD  F-REPARAT.
       01  FS-REP-REC.
           05 FS-REP-ID            PIC X(4).
           05 FS-REP-NOM           PIC X(20).
           05 FS-REP-CP            PIC 9(5).
           05 FS-REP-SPECIALITE    PIC X(10).

       FD  F-NATURES.
       01  FS-NAT-REC.
           05 FS-NAT-CODE          PIC X(3).
           05 FS-NAT-LIBELLE       PIC X(20).
           05 FS-NAT-GARANTIE      PIC X(3).
           05 FS-NAT-MALUS         PIC X(1).

       FD  F-HORSGAR.
       01  FS-HORSGAR-REC          PIC X(80).

      * Entree de revue anti-fraude (meme structure que SURASSU)
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

      * Resultat d'une saisie - section 1 : appliquee, 2 : en conflit,
      * 3 : restee en attente
       SD  F-TRI-WORK.
       01  SD-DIF-REC.
           05 SD-DIF-USER          PIC X(8).
           05 SD-DIF-SECTION       PIC X(1).
           05 SD-DIF-REFERENCE     PIC 9(12).
           05 SD-DIF-TRANSID       PIC X(4).
           05 SD-DIF-MAT           PIC X(6).
           05 SD-DIF-HEURE         PIC 9(6).
           05 SD-DIF-MOTIF         PIC X(40).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-DIFFERE               PIC XX.
       01  FS-JRN                   PIC XX.
       01  FS-HST                   PIC XX.
       01  FS-APR                   PIC XX.
       01  FS-AJU                   PIC XX.
       01  FS-FRANCH                PIC XX.
       01  FS-REPARAT               PIC XX.
       01  FS-NATURES               PIC XX.
       01  FS-HORSGAR               PIC XX.
       01  FS-SURVATT               PIC XX.
       01  FS-RAPPORT               PIC XX.

      * Saisie en attente courante
           COPY WDIFFER.
       01  WS-FIN-DIFFERE           PIC X VALUE 'N'.
           88 FIN-DIFFERE               VALUE 'O'.
       01  WS-MOTIF                 PIC X(40).

      * Date de traitement, et heure des apres-images JRNAPRES
       01  WS-DATE-JOUR             PIC 9(8).
       01  WS-HEURE-JOUR            PIC 9(6).

      * Copy books structures
           COPY WASSURE.
           COPY WFMVTSE.
           COPY WSINMVT.
           COPY WSINISTR.
           COPY WTIERS.
       01  W-CONTACT.
           COPY CCONTACT.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER        PIC X(8).
           05 WS-CODE-FONCTION      PIC 99.
           05 WS-CODE-RETOUR        PIC 99.
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

      * Vue numerique de WS-ENREG pour comparer MAT/SEQ SINISTRE
       01  WS-ENREG-SIN REDEFINES WS-COM-VSAM.
           05 FILLER                PIC X(12).
           05 WS-ENREG-SIN-MAT      PIC 9(6).
           05 WS-ENREG-SIN-SEQ      PIC 9(4).
           05 FILLER                PIC X(138).

      * Accesseur ASSURES3/SINISTRE/CONTACTS/TIERS : aiguillage
      * PGMACCES, qui retient PGMVSAM ou PGMDB2 d'apres le mode
      * d'acces courant (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.
       01  WS-NOM-PGMGARAN          PIC X(8) VALUE 'PGMGARAN'.
       01  WS-NOM-PGMNPAI           PIC X(8) VALUE 'PGMNPAI'.
       01  WS-NOM-PGMTARIF          PIC X(8) VALUE 'PGMTARIF'.
       01  WS-NOM-PGMCOUT           PIC X(8) VALUE 'PGMCOUT'.
       01  WS-NOM-PGMGEST           PIC X(8) VALUE 'PGMGEST'.
       01  WS-NOM-PGMSURV           PIC X(8) VALUE 'PGMSURV'.
       01  WS-NOM-PGMPERIO          PIC X(8) VALUE 'PGMPERIO'.

      * Cloture des periodes comptables (PGMPERIO) - controle de la
      * date saisie et trace de la saisie tardive
           COPY WCOMPER.
       01  WS-SIN-REDATE            PIC X VALUE 'N'.
           88 SIN-REDATE                VALUE 'O'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN          PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE         PIC 99 VALUE 02.
           05 WS-FUNC-READ          PIC 99 VALUE 03.
           05 WS-FUNC-REWRITE       PIC 99 VALUE 04.
           05 WS-FUNC-DELETE        PIC 99 VALUE 05.
           05 WS-FUNC-WRITE         PIC 99 VALUE 06.
           05 WS-FUNC-START         PIC 99 VALUE 07.
           05 WS-FUNC-READNEXT      PIC 99 VALUE 08.
           05 WS-FUNC-EXISTS        PIC 99 VALUE 11.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK             PIC 99 VALUE 00.

      * Fichiers de l'accesseur ouverts pour le passage (ASSURES3 est
      * indispensable ; SINISTRE/CONTACTS inaccessibles laissent les
      * saisies CLMA/CNTA en attente)
       01  WS-SINISTRE-OUVERT       PIC X VALUE 'N'.
           88 SINISTRE-OUVERT           VALUE 'O'.
       01  WS-CONTACTS-OUVERT       PIC X VALUE 'N'.
           88 CONTACTS-OUVERT           VALUE 'O'.

      *----------------------------------------------------------------*
      * Mouvement police (MVTA) - memes zones que MVTASSU              *
      *----------------------------------------------------------------*

      * Saisie MVTA : les 73 premieres positions de W-FMVTSE, la
      * formule de garantie et le type du vehicule de remplacement
       01  WS-SAISIE-MVTA.
           05 WS-SAI-MOUVEMENT      PIC X(73).
           05 WS-SAI-FORMULE        PIC X(1).
           05 WS-SAI-TYPE-NOUVEAU   PIC X(1).

      * Vehicule traite par defaut (meme convention que MVTASSU)
       01  WS-SEQ-VEHICULE-DEFAUT   PIC 9(2) VALUE 1.
       01  WS-ASSURE-TROUVE         PIC X VALUE 'N'.
       01  WS-CODE-RETOUR-APPLI     PIC 99.
       01  WS-APR-OP-CODE           PIC X.

      * Zone d'appel PGMTARIF (meme zone que MAJASSV2)
       01  WS-COM-TARIF.
           05 WS-TAR-CP             PIC 9(5).
           05 WS-TAR-TYPE-V         PIC X(1).
           05 WS-TAR-BM             PIC X(1).
           05 WS-TAR-TAUX           PIC 99.
           05 WS-TAR-DUREE          PIC X(1).
           05 WS-TAR-DATE           PIC 9(8).
           05 WS-TAR-PRIME-BASE     PIC 9(6)V99.
           05 WS-TAR-PRIME          PIC 9(6)V99.
           05 WS-TAR-RETOUR         PIC 99.
           05 FILLER                PIC X(14).

      * Ajustement prorata d'une substitution (meme calcul que
      * MVTASSU, a partir de la date de saisie)
       01  WS-PRIME-AVANT-SUB       PIC 9(6)V99 VALUE 0.
       01  WS-CONV-DATE             PIC 9(8).
       01  WS-CONV-SIECLE           PIC 99.
       01  WS-CONV-AAAAMMJJ         PIC 9(8).
       01  WS-CONV-JULIEN           PIC 9(7).
       01  WS-AUJOURDHUI-JUL        PIC 9(7).
       01  WS-JOURS-RESTANTS        PIC S9(5) VALUE 0.
       01  WS-DELTA-PRORATA         PIC S9(6)V99 VALUE 0.

      * Zone d'appel PGMNPAI (meme zone que MAJASSV2)
       01  WS-COM-NPAI.
           05 WS-NPA-FONCTION       PIC X(1).
           05 WS-NPA-MAT            PIC X(6).
           05 WS-NPA-TYPE-DOC       PIC X(3).
           05 WS-NPA-DATE-RETOUR    PIC 9(8).
           05 WS-NPA-ADRESSE.
               10 WS-NPA-RUE        PIC X(18).
               10 WS-NPA-CP         PIC 9(5).
               10 WS-NPA-VILLE      PIC X(12).
           05 WS-NPA-PROGRAMME      PIC X(8).
           05 WS-NPA-ETAT           PIC X(1).
           05 WS-NPA-DATE-SIGNAL    PIC 9(8).
           05 WS-NPA-NB-RETOURS     PIC 9(3).
           05 WS-NPA-RETOUR         PIC 99.
           05 FILLER                PIC X(10).

      * Zone d'appel PGMGARAN (creation 'C' des garanties d'un
      * vehicule cree / verification 'V' de la garantie d'un sinistre)
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

      *----------------------------------------------------------------*
      * Saisie sinistre (CLMA) - memes zones que CLMASSU               *
      *----------------------------------------------------------------*

      * Saisie CLMA : zones sinistre (W-SINMVT(1:45)), code nature,
      * partie adverse, evenement, reparateur, ligne de frais
       01  WS-SAISIE-CLMA.
           05 WS-SAISIE-SINISTRE    PIC X(45).
           05 WS-SAISIE-NATCODE     PIC X(3).
           05 WS-SAISIE-TIERS.
               10 WS-ST-NOM         PIC X(20).
               10 WS-ST-ASSUREUR    PIC X(20).
               10 WS-ST-REF         PIC X(12).
           05 WS-SAISIE-EVENEMENT   PIC X(3).
           05 WS-SAISIE-REPARATEUR  PIC X(4).
           05 WS-SAISIE-FRAIS.
               10 WS-SF-COMPOSANT   PIC X(3).
               10 WS-SF-BENEF       PIC X(1).
               10 WS-SF-MONTANT     PIC 9(6)V99.

      * Franchise de la zone/type (meme regle que SINASSU)
       01  WS-CP-PREFIXE-NUM        PIC 99.
       01  WS-FRANCH-DISPONIBLE     PIC X VALUE 'N'.
           88 FRANCH-DISPONIBLE         VALUE 'O'.
       01  WS-FRANCHISE-APPLIQUEE   PIC 9(4)V99 VALUE 0.
       01  WS-MONTANT-NET-CALCULE   PIC S9(7)V99 VALUE 0.

      * Garantie couvrant la nature saisie (NATURES)
       01  WS-NATURE-GARANTIE       PIC X(3) VALUE SPACES.

      * Ligne de la liste hors garantie (meme format que SINASSU)
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
       01  WS-REPARATEUR-VALIDE     PIC X VALUE 'N'.
           88 REPARATEUR-VALIDE         VALUE 'O'.
       01  WS-NATURE-VALIDE         PIC X VALUE 'N'.
           88 NATURE-VALIDE             VALUE 'O'.

      * Zone d'appel PGMSURV - filtrage anti-fraude
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
       01  WS-SRV-CRITERE-COURANT   PIC X(10).
       01  WS-TAB-SRV-CORRESP.
           05 WS-SRVC-ENTREE OCCURS 4 TIMES.
               10 WS-SRVC-CRITERE   PIC X(10).
               10 WS-SRVC-LISTE     PIC X(69).
       01  WS-NB-SRV-CORRESP        PIC 9 VALUE 0.
       01  WS-IDX-SRV               PIC 9.

      * Zone d'appel PGMGEST - affectation du gestionnaire
       01  WS-COM-GESTION.
           05 WS-GES-FONCTION       PIC X(1).
           05 WS-GES-CP             PIC 9(5).
           05 WS-GES-EXCLU          PIC X(8).
           05 WS-GES-USER           PIC X(8).
           05 WS-GES-REGION         PIC X(3).
           05 WS-GES-NB             PIC 9(5).
           05 WS-GES-RETOUR         PIC 99.
           05 FILLER                PIC X(8).

      * Zone d'appel PGMCOUT - lignes de cout du sinistre
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

      * Controle de la ligne de frais (table CCOMPOS)
           COPY CCOMPOS.
       01  WS-IDX-CMP               PIC 9.
       01  WS-IDX-CHERCHE           PIC 9.
       01  WS-FRAIS-VALIDE          PIC X VALUE 'N'.
           88 FRAIS-VALIDE              VALUE 'O'.
       01  WS-BENEF-VALIDE          PIC X VALUE 'N'.
           88 BENEF-VALIDE              VALUE 'O'.
       01  WS-MONTANT-TOTAL         PIC 9(7)V99 VALUE 0.

       01  WS-FIN-SINISTRE          PIC X VALUE 'N'.
           88 FIN-SINISTRE              VALUE 'O'.
       01  WS-SINISTRE-CREE         PIC X VALUE 'N'.
           88 SINISTRE-CREE             VALUE 'O'.
       01  WS-VEHICULE-VALIDE       PIC X VALUE 'N'.
           88 VEHICULE-VALIDE           VALUE 'O'.

      * Protection anti-doublon (meme regle que CLMASSU/SINASSU)
       01  W-SINISTRE-EXIST.
           COPY CSINISTR.
       01  WS-SEQ-VEHICULE-EFF      PIC 9(2) VALUE 0.
       01  WS-DOUBLON-SUSPECT       PIC X VALUE 'N'.
           88 DOUBLON-SUSPECT           VALUE 'O'.

      *----------------------------------------------------------------*
      * Coordonnees (CNTA) - memes zones que CTAASSU                   *
      *----------------------------------------------------------------*

       01  WS-SAISIE-CONTACT.
           05 WS-SAI-MAT            PIC X(6).
           05 WS-SAI-CODE           PIC X.
           05 WS-SAI-TEL            PIC X(10).
           05 WS-SAI-MOBILE         PIC X(10).
           05 WS-SAI-EMAIL          PIC X(30).
           05 WS-SAI-CONS-COURRIER  PIC X.
           05 WS-SAI-CONS-EMAIL     PIC X.
           05 WS-SAI-CONS-TEL       PIC X.
       01  WS-CONTACT-EXISTE        PIC X VALUE 'N'.
           88 CONTACT-EXISTE            VALUE 'O'.

      *----------------------------------------------------------------*
      * Rapport par utilisateur                                        *
      *----------------------------------------------------------------*

       01  WS-FIN-TRI               PIC X VALUE 'N'.
           88 FIN-TRI                   VALUE 'O'.
       01  WS-USER-PREC             PIC X(8) VALUE SPACES.
       01  WS-SECTION-PREC          PIC X VALUE SPACE.
       01  WS-PREMIER-USER          PIC X VALUE 'O'.
           88 PREMIER-USER              VALUE 'O'.
       01  WS-USER-APPLIQUEES       PIC 9(5) VALUE 0.
       01  WS-USER-CONFLITS         PIC 9(5) VALUE 0.
       01  WS-USER-ATTENTE          PIC 9(5) VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUES           PIC 9(6) VALUE 0.
           05 WS-CPT-DEJA-TRAITEES  PIC 9(6) VALUE 0.
           05 WS-CPT-APPLIQUEES     PIC 9(6) VALUE 0.
           05 WS-CPT-CONFLITS       PIC 9(6) VALUE 0.
           05 WS-CPT-RESTEES        PIC 9(6) VALUE 0.
           05 WS-CPT-ERREURS-ETAT   PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-USER.
           05 FILLER                PIC X(12) VALUE 'UTILISATEUR '.
           05 WS-LIGU-USER          PIC X(8).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(40) VALUE
               '  REFERENCE    TRAN  MAT.    HEURE  RESU'.
           05 FILLER                PIC X(40) VALUE
               'LTAT                                    '.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-REFERENCE     PIC 9(12).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-TRANSID       PIC X(4).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-MAT           PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-HEURE         PIC 99B99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGD-MOTIF         PIC X(40).
       01  WS-LIG-HEURE-SAISIE      PIC 9(4).
       01  WS-LIG-TOTAL-USER.
           05 FILLER                PIC X(14) VALUE '  APPLIQUEES :'.
           05 WS-LIGT-APPLIQUEES    PIC ZZZZ9.
           05 FILLER                PIC X(15) VALUE '  EN CONFLIT : '.
           05 WS-LIGT-CONFLITS      PIC ZZZZ9.
           05 FILLER                PIC X(16) VALUE '  EN ATTENTE :  '.
           05 WS-LIGT-ATTENTE       PIC ZZZZ9.
       01  WS-LIG-TOTAL.
           05 WS-LIGX-LIBELLE       PIC X(30).
           05 WS-LIGX-NOMBRE        PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'APPLICATION DES SAISIES EN LIGNE DIFFEREES'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI-WORK
               ASCENDING KEY SD-DIF-USER SD-DIF-SECTION
                             SD-DIF-REFERENCE
               INPUT PROCEDURE IS 20000-APPLIQUER-SAISIES
               OUTPUT PROCEDURE IS 30000-EDITER-RAPPORT
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'SAISIES LUES         : ' WS-CPT-LUES
           DISPLAY 'DEJA TRAITEES        : ' WS-CPT-DEJA-TRAITEES
           DISPLAY 'SAISIES APPLIQUEES   : ' WS-CPT-APPLIQUEES
           DISPLAY 'SAISIES EN CONFLIT   : ' WS-CPT-CONFLITS
           DISPLAY 'RESTEES EN ATTENTE   : ' WS-CPT-RESTEES
           DISPLAY 'ETATS NON REECRITS   : ' WS-CPT-ERREURS-ETAT
           DISPLAY '========================================'
           IF WS-CPT-ERREURS-ETAT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-CONFLITS > 0 OR WS-CPT-RESTEES > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - fichier des saisies en attente (absent :      *
      * aucune saisie differee, rien a faire), fichiers de             *
      * l'accesseur, rapport                                           *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN I-O F-DIFFERE
           IF FS-DIFFERE = '35'
               DISPLAY 'AUCUNE SAISIE DIFFEREE (DIFFERE.dat ABSENT)'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF FS-DIFFERE NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/DIFFERE.dat : '
                       FS-DIFFERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' WS-CODE-RETOUR
               CLOSE F-DIFFERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET SINISTRE-OUVERT TO TRUE
           ELSE
               DISPLAY 'SINISTRE INACCESSIBLE - SAISIES CLMA LAISSEES '
                       'EN ATTENTE'
           END-IF

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET CONTACTS-OUVERT TO TRUE
           ELSE
               DISPLAY 'CONTACTS INACCESSIBLE - SAISIES CNTA LAISSEES '
                       'EN ATTENTE'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'SAISIES EN LIGNE DIFFEREES - TRAITEMENT DU '
               TO FS-RAPPORT-REC
           MOVE WS-DATE-JOUR TO FS-RAPPORT-REC(44:8)
           WRITE FS-RAPPORT-REC
           .

      * Entree du tri : application de chaque saisie en attente, un    *
      * resultat libere par saisie traitee                             *

       20000-APPLIQUER-SAISIES.
           PERFORM 21000-LIRE-SAISIE UNTIL FIN-DIFFERE
           .

       21000-LIRE-SAISIE.
           READ F-DIFFERE NEXT
               AT END
                   SET FIN-DIFFERE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUES
                   MOVE FS-DIF-REC TO W-DIFFER
                   IF DIF-EN-ATTENTE
                       PERFORM 22000-TRAITER-SAISIE
                   ELSE
                       ADD 1 TO WS-CPT-DEJA-TRAITEES
                   END-IF
           END-READ
           .

      * Aiguillage par transaction d'origine, puis etat de la saisie   *
      * reecrit (appliquee / en conflit) - une saisie que le fichier   *
      * cible ne permet pas de traiter reste en attente                *

       22000-TRAITER-SAISIE.
           MOVE SPACES TO WS-MOTIF
           EVALUATE DIF-TRANSID
               WHEN 'MVTA'
                   PERFORM 23000-APPLIQUER-MOUVEMENT
                       THRU FIN-23000-APPLIQUER-MOUVEMENT
               WHEN 'CLMA'
                   IF SINISTRE-OUVERT
                       PERFORM 24000-ENREGISTRER-SINISTRE
                   ELSE
                       MOVE 'SINISTRE INACCESSIBLE' TO WS-MOTIF
                   END-IF
               WHEN 'CNTA'
                   IF CONTACTS-OUVERT
                       PERFORM 25000-APPLIQUER-CONTACT
                           THRU FIN-25000-APPLIQUER-CONTACT
                   ELSE
                       MOVE 'CONTACTS INACCESSIBLE' TO WS-MOTIF
                   END-IF
               WHEN OTHER
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'TRANSACTION D ORIGINE INCONNUE' TO WS-MOTIF
           END-EVALUATE

           IF DIF-EN-ATTENTE
               ADD 1 TO WS-CPT-RESTEES
               MOVE '3' TO SD-DIF-SECTION
           ELSE
               MOVE WS-MOTIF TO DIF-MOTIF
               MOVE WS-DATE-JOUR TO DIF-DATE-TRAIT
               MOVE W-DIFFER TO FS-DIF-REC
               REWRITE FS-DIF-REC
               IF FS-DIFFERE NOT = '00'
                   DISPLAY 'ERREUR REECRITURE DIFFERE REF '
                           DIF-REFERENCE ' : ' FS-DIFFERE
                   ADD 1 TO WS-CPT-ERREURS-ETAT
               END-IF
               IF DIF-APPLIQUEE
                   ADD 1 TO WS-CPT-APPLIQUEES
                   MOVE '1' TO SD-DIF-SECTION
               ELSE
                   ADD 1 TO WS-CPT-CONFLITS
                   MOVE '2' TO SD-DIF-SECTION
               END-IF
           END-IF

           MOVE DIF-USER         TO SD-DIF-USER
           MOVE DIF-REFERENCE    TO SD-DIF-REFERENCE
           MOVE DIF-TRANSID      TO SD-DIF-TRANSID
           MOVE DIF-MAT          TO SD-DIF-MAT
           MOVE DIF-HEURE-SAISIE TO SD-DIF-HEURE
           MOVE WS-MOTIF         TO SD-DIF-MOTIF
           RELEASE SD-DIF-REC
           .

      *----------------------------------------------------------------*
      * MOUVEMENT POLICE (MVTA) - meme traitement que MVTASSU          *
      *----------------------------------------------------------------*

      * Mouvement saisi et image vue a la saisie : la police relue     *
      * doit etre STRICTEMENT celle de DIF-IMAGE (a blanc = police     *
      * absente), comme au passage d'application de MVTASSU            *

       23000-APPLIQUER-MOUVEMENT.
           MOVE DIF-SAISIE(1:75) TO WS-SAISIE-MVTA
           MOVE SPACES TO W-FMVTSE
           MOVE WS-SAI-MOUVEMENT TO W-FMVTSE(1:73)
           MOVE WS-SAI-FORMULE TO F-FORMULE
           MOVE WS-SAI-TYPE-NOUVEAU TO F-TYPE-NOUVEAU
           MOVE 0 TO F-DATE-EFFET
           MOVE 'ONLINE' TO F-BATCH-ID

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           PERFORM 23100-CHERCHER-ASSURE

           IF WS-ASSURE-TROUVE = 'O'
                   AND DIF-IMAGE = SPACES
               SET DIF-CONFLIT TO TRUE
               MOVE 'POLICE CREEE DEPUIS LA SAISIE' TO WS-MOTIF
               GO TO FIN-23000-APPLIQUER-MOUVEMENT
           END-IF
           IF WS-ASSURE-TROUVE = 'O'
                   AND W-ASSURE NOT = DIF-IMAGE
               SET DIF-CONFLIT TO TRUE
               MOVE 'POLICE MODIFIEE DEPUIS LA SAISIE' TO WS-MOTIF
               GO TO FIN-23000-APPLIQUER-MOUVEMENT
           END-IF
           IF WS-ASSURE-TROUVE = 'N'
                   AND DIF-IMAGE NOT = SPACES
               SET DIF-CONFLIT TO TRUE
               MOVE 'POLICE SUPPRIMEE DEPUIS LA SAISIE' TO WS-MOTIF
               GO TO FIN-23000-APPLIQUER-MOUVEMENT
           END-IF

           EVALUATE F-CODE
               WHEN 'C'
                   PERFORM 23300-TRAITER-CREATION
               WHEN 'M'
                   PERFORM 23400-TRAITER-MODIFICATION
               WHEN 'S'
                   PERFORM 23500-TRAITER-SUPPRESSION
               WHEN 'A'
                   PERFORM 23600-TRAITER-AMENDEMENT
               WHEN 'E'
                   PERFORM 23700-TRAITER-SUBSTITUTION
               WHEN OTHER
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'CODE MOUVEMENT INVALIDE' TO WS-MOTIF
           END-EVALUATE
           .
       FIN-23000-APPLIQUER-MOUVEMENT.
           EXIT.

      * Rechercher l'assure existant (vehicule 01)                     *

       23100-CHERCHER-ASSURE.
           MOVE SPACES TO WS-ENREG
           MOVE F-MAT TO WS-ENREG(1:6)
           MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-ENREG(7:2)
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-ASSURE-TROUVE
               MOVE WS-ENREG TO W-ASSURE
           ELSE
               MOVE 'N' TO WS-ASSURE-TROUVE
           END-IF
           .

      * Creation - meme construction que 2300-TRAITER-CREATION de      *
      * MVTASSU                                                        *

       23300-TRAITER-CREATION.
           IF WS-ASSURE-TROUVE = 'O'
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE DEJA EXISTANT' TO WS-MOTIF
           ELSE
               MOVE F-MAT      TO MAT-A4 OF W-ASSURE
               MOVE 01         TO SEQ-VEHICULE-A4 OF W-ASSURE
               MOVE F-NOM-PRE  TO NOM-PRE-A4 OF W-ASSURE
               MOVE F-RUE      TO RUE-A4 OF W-ASSURE
               MOVE F-CP       TO CP-A4 OF W-ASSURE
               MOVE F-VILLE    TO VILLE-A4 OF W-ASSURE
               MOVE F-CODE     TO TYPE-V-A4 OF W-ASSURE
               MOVE F-PRIME    TO PRIME-A4 OF W-ASSURE
               MOVE F-BM       TO BM-A4 OF W-ASSURE
               MOVE F-TAUX     TO TAUX-A4 OF W-ASSURE
               MOVE ZERO       TO DATE-EFFET-A4 OF W-ASSURE
               MOVE ZERO       TO DATE-EXPIR-A4 OF W-ASSURE
               MOVE ZERO       TO NB-SINISTRE-A4 OF W-ASSURE
               MOVE ZERO       TO ANCIENNETE-A4 OF W-ASSURE
               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   PERFORM 23810-JOURNALISER-CREATION
                   MOVE 'W' TO WS-APR-OP-CODE
                   PERFORM 23860-JOURNALISER-APRES-IMAGE
                   PERFORM 23350-CREER-GARANTIES
                   SET DIF-APPLIQUEE TO TRUE
                   MOVE 'CREATION APPLIQUEE' TO WS-MOTIF
               ELSE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'ECHEC CREATION - CODE RETOUR ' TO WS-MOTIF
                   MOVE WS-CODE-RETOUR-APPLI TO WS-MOTIF(30:2)
               END-IF
           END-IF
           .

      * Garanties du vehicule cree d'apres la formule saisie, debut a  *
      * la date de saisie                                              *

       23350-CREER-GARANTIES.
           MOVE SPACES TO WS-COM-GARANTIE
           MOVE 'C' TO WS-GAR-FONCTION
           MOVE F-MAT TO WS-GAR-MAT
           MOVE 01 TO WS-GAR-SEQ
           MOVE F-FORMULE TO WS-GAR-FORMULE
           MOVE F-PRIME TO WS-GAR-PRIME
           MOVE DIF-DATE-SAISIE TO WS-GAR-DATE
           MOVE 0 TO WS-GAR-MAT-NOUVEAU
           CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
           IF WS-GAR-RETOUR NOT = 00
               DISPLAY 'ATTENTION - GARANTIES NON ENREGISTREES : '
                       F-MAT
           END-IF
           .

      * Modification - meme logique que 2400-TRAITER-MODIFICATION de   *
      * MVTASSU                                                        *

       23400-TRAITER-MODIFICATION.
           IF WS-ASSURE-TROUVE = 'N'
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF
           ELSE
               PERFORM 23800-JOURNALISER-AVANT-IMAGE
               MOVE F-NOM-PRE  TO NOM-PRE-A4 OF W-ASSURE
               MOVE F-RUE      TO RUE-A4 OF W-ASSURE
               MOVE F-CP       TO CP-A4 OF W-ASSURE
               MOVE F-VILLE    TO VILLE-A4 OF W-ASSURE
               MOVE F-CODE     TO TYPE-V-A4 OF W-ASSURE
               MOVE F-PRIME    TO PRIME-A4 OF W-ASSURE
               MOVE F-BM       TO BM-A4 OF W-ASSURE
               MOVE F-TAUX     TO TAUX-A4 OF W-ASSURE

               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'U' TO WS-APR-OP-CODE
                   PERFORM 23860-JOURNALISER-APRES-IMAGE
                   PERFORM 23450-LEVER-NPAI
                   SET DIF-APPLIQUEE TO TRUE
                   MOVE 'MODIFICATION APPLIQUEE' TO WS-MOTIF
               ELSE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'ECHEC MODIFICATION - CODE RETOUR ' TO WS-MOTIF
                   MOVE WS-CODE-RETOUR-APPLI TO WS-MOTIF(34:2)
               END-IF
           END-IF
           .

      * Levee de l'etat NPAI sur nouvelle adresse                      *

       23450-LEVER-NPAI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'L' TO WS-NPA-FONCTION
           MOVE F-MAT TO WS-NPA-MAT
           MOVE RUE-A4 OF W-ASSURE TO WS-NPA-RUE
           MOVE CP-A4 OF W-ASSURE TO WS-NPA-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-NPA-VILLE
           MOVE 'DIFASSU' TO WS-NPA-PROGRAMME
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           .

      * Suppression, avec archivage HISTOASS - meme logique que        *
      * 2500-TRAITER-SUPPRESSION de MVTASSU                            *

       23500-TRAITER-SUPPRESSION.
           IF WS-ASSURE-TROUVE = 'N'
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF
           ELSE
               PERFORM 23800-JOURNALISER-AVANT-IMAGE
               PERFORM 23820-ARCHIVER-HISTORIQUE

               MOVE WS-FUNC-DELETE TO WS-CODE-FONCTION
               MOVE F-MAT TO WS-ENREG(1:6)
               MOVE '01' TO WS-ENREG(7:2)
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'D' TO WS-APR-OP-CODE
                   PERFORM 23860-JOURNALISER-APRES-IMAGE
                   SET DIF-APPLIQUEE TO TRUE
                   MOVE 'SUPPRESSION APPLIQUEE' TO WS-MOTIF
               ELSE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'ECHEC SUPPRESSION - CODE RETOUR ' TO WS-MOTIF
                   MOVE WS-CODE-RETOUR-APPLI TO WS-MOTIF(33:2)
               END-IF
           END-IF
           .

      * Amendement (avenant) prime/BM/taux - meme logique que          *
      * 2600-TRAITER-AMENDEMENT de MVTASSU                             *

       23600-TRAITER-AMENDEMENT.
           IF WS-ASSURE-TROUVE = 'N'
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF
           ELSE
               PERFORM 23850-JOURNALISER-AMENDEMENT
               MOVE F-PRIME TO PRIME-A4 OF W-ASSURE
               MOVE F-BM    TO BM-A4 OF W-ASSURE
               MOVE F-TAUX  TO TAUX-A4 OF W-ASSURE

               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'U' TO WS-APR-OP-CODE
                   PERFORM 23860-JOURNALISER-APRES-IMAGE
                   SET DIF-APPLIQUEE TO TRUE
                   MOVE 'AMENDEMENT APPLIQUE' TO WS-MOTIF
               ELSE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'ECHEC AMENDEMENT - CODE RETOUR ' TO WS-MOTIF
                   MOVE WS-CODE-RETOUR-APPLI TO WS-MOTIF(32:2)
               END-IF
           END-IF
           .

      * Substitution de vehicule - meme logique que 2700-TRAITER-      *
      * SUBSTITUTION de MVTASSU, prime re-tarifee a la date de saisie  *

       23700-TRAITER-SUBSTITUTION.
           IF WS-ASSURE-TROUVE = 'N'
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE INCONNU' TO WS-MOTIF
           ELSE
               MOVE SPACES TO WS-COM-TARIF
               MOVE CP-A4 OF W-ASSURE     TO WS-TAR-CP
               MOVE F-TYPE-NOUVEAU        TO WS-TAR-TYPE-V
               MOVE BM-A4 OF W-ASSURE     TO WS-TAR-BM
               MOVE TAUX-A4 OF W-ASSURE   TO WS-TAR-TAUX
               MOVE DUREE-A4 OF W-ASSURE  TO WS-TAR-DUREE
               MOVE DIF-DATE-SAISIE       TO WS-TAR-DATE
               CALL WS-NOM-PGMTARIF USING WS-COM-TARIF
               IF WS-TAR-RETOUR NOT = 00
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'AUCUN TARIF ZONE/TYPE - SUBSTITUTION'
                       TO WS-MOTIF
               ELSE
                   PERFORM 23870-JOURNALISER-SUBSTITUTION
                   MOVE PRIME-A4 OF W-ASSURE TO WS-PRIME-AVANT-SUB
                   MOVE F-TYPE-NOUVEAU TO TYPE-V-A4 OF W-ASSURE
                   MOVE WS-TAR-PRIME   TO PRIME-A4 OF W-ASSURE

                   MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
                   MOVE W-ASSURE TO WS-ENREG
                   CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
                   MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
                   IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                       MOVE 'U' TO WS-APR-OP-CODE
                       PERFORM 23860-JOURNALISER-APRES-IMAGE
                       PERFORM 23750-ECRIRE-AJUSTEMENT
                       SET DIF-APPLIQUEE TO TRUE
                       MOVE 'SUBSTITUTION APPLIQUEE' TO WS-MOTIF
                   ELSE
                       SET DIF-CONFLIT TO TRUE
                       MOVE 'ECHEC SUBSTITUTION - CODE RETOUR '
                           TO WS-MOTIF
                       MOVE WS-CODE-RETOUR-APPLI TO WS-MOTIF(34:2)
                   END-IF
               END-IF
           END-IF
           .

      * Ajustement prorata de la substitution - meme calcul que        *
      * 2750-ECRIRE-AJUSTEMENT de MVTASSU (jours restants de la date   *
      * de saisie a DATE-EXPIR-A4, base 365)                           *

       23750-ECRIRE-AJUSTEMENT.
           IF DATE-EXPIR-A4 OF W-ASSURE NOT = ZERO
               MOVE DIF-DATE-SAISIE TO WS-CONV-DATE
               PERFORM 23760-CONVERTIR-JULIEN
               MOVE WS-CONV-JULIEN TO WS-AUJOURDHUI-JUL
               MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
               PERFORM 23760-CONVERTIR-JULIEN
               COMPUTE WS-JOURS-RESTANTS =
                   WS-CONV-JULIEN - WS-AUJOURDHUI-JUL
               IF WS-JOURS-RESTANTS > 0
                   COMPUTE WS-DELTA-PRORATA ROUNDED =
                       (WS-TAR-PRIME - WS-PRIME-AVANT-SUB)
                           * WS-JOURS-RESTANTS / 365
                   MOVE F-MAT               TO FS-AJU-MATRICULE
                   MOVE 01                  TO FS-AJU-VEHICULE
                   MOVE WS-PRIME-AVANT-SUB  TO FS-AJU-PRIME-AVANT
                   MOVE WS-TAR-PRIME        TO FS-AJU-PRIME-APRES
                   MOVE WS-JOURS-RESTANTS   TO FS-AJU-JOURS-REST
                   MOVE WS-DELTA-PRORATA    TO FS-AJU-DELTA
                   MOVE DIF-DATE-SAISIE     TO FS-AJU-DATE
                   MOVE F-BATCH-ID          TO FS-AJU-BATCH-ID
                   MOVE F-CODE              TO FS-AJU-CODE-MVT
                   MOVE SPACES              TO FS-AJU-RESTE
                   OPEN EXTEND F-AJUSTE
                   IF FS-AJU NOT = '00'
                       OPEN OUTPUT F-AJUSTE
                   END-IF
                   IF FS-AJU NOT = '00'
                       DISPLAY 'ATTENTION - OUVERTURE AJUSTPRM '
                               'IMPOSSIBLE : ' FS-AJU
                   ELSE
                       WRITE FS-AJU-REC
                       CLOSE F-AJUSTE
                   END-IF
               END-IF
           END-IF
           .

      * Conversion en julien - meme regle que MVTASSU/MAJASSV2         *

       23760-CONVERTIR-JULIEN.
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

      * Journalisation JOURNAL - memes enregistrements que MVTASSU,    *
      * date du mouvement = date de saisie, utilisateur = celui qui a  *
      * saisi le mouvement                                             *

       23800-JOURNALISER-AVANT-IMAGE.
           MOVE F-MAT TO FS-JRN-MATRICULE
           MOVE F-CODE TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 OF W-ASSURE TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-AVANT
           MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
           MOVE DIF-DATE-SAISIE TO FS-JRN-DATE-MVT
           MOVE SPACES TO FS-JRN-RESTE
           MOVE '01' TO FS-JRN-VEHICULE
           MOVE DIF-USER TO FS-JRN-UTILISATEUR
           PERFORM 23890-ECRIRE-JOURNAL
           .

       23810-JOURNALISER-CREATION.
           MOVE F-MAT TO FS-JRN-MATRICULE
           MOVE F-CODE TO FS-JRN-CODE-MVT
           MOVE 0 TO FS-JRN-PRIME-AVANT
           MOVE SPACE TO FS-JRN-BM-AVANT
           MOVE 0 TO FS-JRN-TAUX-AVANT
           MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
           MOVE DIF-DATE-SAISIE TO FS-JRN-DATE-MVT
           MOVE SPACES TO FS-JRN-RESTE
           MOVE '01' TO FS-JRN-VEHICULE
           MOVE DIF-USER TO FS-JRN-UTILISATEUR
           PERFORM 23890-ECRIRE-JOURNAL
           .

       23850-JOURNALISER-AMENDEMENT.
           MOVE F-MAT TO FS-JRN-MATRICULE
           MOVE F-CODE TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 OF W-ASSURE TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-AVANT
           MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
           MOVE DIF-DATE-SAISIE TO FS-JRN-DATE-MVT
           MOVE SPACES TO FS-JRN-RESTE
           MOVE '01' TO FS-JRN-VEHICULE
           MOVE DIF-USER TO FS-JRN-UTILISATEUR
           MOVE F-PRIME TO FS-JRN-PRIME-APRES
           MOVE F-BM TO FS-JRN-BM-APRES
           MOVE F-TAUX TO FS-JRN-TAUX-APRES
           PERFORM 23890-ECRIRE-JOURNAL
           .

       23870-JOURNALISER-SUBSTITUTION.
           MOVE F-MAT TO FS-JRN-MATRICULE
           MOVE F-CODE TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 OF W-ASSURE TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-AVANT
           MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
           MOVE DIF-DATE-SAISIE TO FS-JRN-DATE-MVT
           MOVE SPACES TO FS-JRN-RESTE
           MOVE '01' TO FS-JRN-VEHICULE
           MOVE DIF-USER TO FS-JRN-UTILISATEUR
           MOVE WS-TAR-PRIME TO FS-JRN-PRIME-APRES
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-APRES
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-APRES
           MOVE TYPE-V-A4 OF W-ASSURE TO FS-JRN-TYPE-AVANT
           MOVE F-TYPE-NOUVEAU TO FS-JRN-TYPE-APRES
           PERFORM 23890-ECRIRE-JOURNAL
           .

       23890-ECRIRE-JOURNAL.
           OPEN EXTEND F-JOURNAL
           IF FS-JRN NOT = '00'
               OPEN OUTPUT F-JOURNAL
           END-IF
           IF FS-JRN NOT = '00'
               DISPLAY 'ATTENTION - OUVERTURE JOURNAL IMPOSSIBLE : '
                       FS-JRN
           ELSE
               WRITE FS-JRN-REC
               IF FS-JRN NOT = '00'
                   DISPLAY 'ATTENTION - ECHEC ECRITURE JOURNAL : '
                           FS-JRN
               END-IF
               CLOSE F-JOURNAL
           END-IF
           .

      * Apres-image du mouvement applique (JRNAPRES), horodatee au     *
      * moment de l'application pour le roll-forward                   *

       23860-JOURNALISER-APRES-IMAGE.
           ACCEPT WS-HEURE-JOUR FROM TIME
           OPEN EXTEND F-APRES
           IF FS-APR NOT = '00'
               OPEN OUTPUT F-APRES
           END-IF
           IF FS-APR NOT = '00'
               DISPLAY 'ATTENTION - OUVERTURE JRNAPRES IMPOSSIBLE : '
                       FS-APR
           ELSE
               MOVE WS-APR-OP-CODE TO FS-APR-CODE-OP
               MOVE WS-DATE-JOUR   TO FS-APR-DATE
               MOVE WS-HEURE-JOUR  TO FS-APR-HEURE
               MOVE WS-ENREG       TO FS-APR-ENREG
               WRITE FS-APR-REC
               CLOSE F-APRES
           END-IF
           .

      * Archivage HISTOASS avant suppression                           *

       23820-ARCHIVER-HISTORIQUE.
           MOVE W-ASSURE TO FS-HST-ENREG
           MOVE DIF-DATE-SAISIE TO FS-HST-DATE-SUPPR
           MOVE F-BATCH-ID TO FS-HST-BATCH-ID
           MOVE SPACES TO FS-HST-RESTE
           OPEN EXTEND F-HISTO
           IF FS-HST NOT = '00'
               OPEN OUTPUT F-HISTO
           END-IF
           IF FS-HST NOT = '00'
               DISPLAY 'ATTENTION - OUVERTURE HISTOASS IMPOSSIBLE : '
                       FS-HST
           ELSE
               WRITE FS-HST-REC
               IF FS-HST NOT = '00'
                   DISPLAY 'ATTENTION - ECHEC ECRITURE HISTOASS : '
                           FS-HST
               END-IF
               CLOSE F-HISTO
           END-IF
           .

      *----------------------------------------------------------------*
      * SAISIE SINISTRE (CLMA) - meme traitement que CLMASSU           *
      *----------------------------------------------------------------*

       24000-ENREGISTRER-SINISTRE.
           MOVE DIF-SAISIE(1:119) TO WS-SAISIE-CLMA
           MOVE SPACES TO W-SINMVT
           MOVE WS-SAISIE-SINISTRE TO W-SINMVT(1:45)
           MOVE SPACES TO SM-COMMENT OF W-SINMVT
           MOVE 'N' TO WS-SINISTRE-CREE

           PERFORM 24100-DETERMINER-SEQ-SUIVANT
           PERFORM 24200-CREER-SINISTRE
               THRU FIN-24200-CREER-SINISTRE

           IF SINISTRE-CREE
                   AND WS-ST-NOM NOT = SPACES
               PERFORM 24400-ENREGISTRER-TIERS
           END-IF
           .

      * Prochain numero de sinistre du matricule et detection de       *
      * doublon - meme balayage que 2100/2110/2120 de CLMASSU          *

       24100-DETERMINER-SEQ-SUIVANT.
           MOVE 'N' TO WS-DOUBLON-SUSPECT
           IF SM-SEQ-VEHICULE OF W-SINMVT = ZERO
               MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-SEQ-VEHICULE-EFF
           ELSE
               MOVE SM-SEQ-VEHICULE OF W-SINMVT
                   TO WS-SEQ-VEHICULE-EFF
           END-IF
           MOVE 0 TO SIN-SEQ OF W-SINISTRE
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'N' TO WS-FIN-SINISTRE
           PERFORM 24110-BALAYER-SINISTRES-ASSURE
               UNTIL FIN-SINISTRE

           ADD 1 TO SIN-SEQ OF W-SINISTRE
           .

       24110-BALAYER-SINISTRES-ASSURE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-SINISTRE TO TRUE
           ELSE
               IF WS-ENREG-SIN-MAT NOT = SM-MAT OF W-SINMVT
                   SET FIN-SINISTRE TO TRUE
               ELSE
                   IF WS-ENREG-SIN-SEQ > SIN-SEQ OF W-SINISTRE
                       MOVE WS-ENREG-SIN-SEQ TO SIN-SEQ OF W-SINISTRE
                   END-IF
                   PERFORM 24120-DETECTER-DOUBLON
               END-IF
           END-IF
           .

       24120-DETECTER-DOUBLON.
           MOVE WS-ENREG TO W-SINISTRE-EXIST
           IF SIN-ETAT OF W-SINISTRE-EXIST NOT = 'X'
                   AND SIN-SEQ-VEHICULE OF W-SINISTRE-EXIST
                       = WS-SEQ-VEHICULE-EFF
                   AND SIN-DATE OF W-SINISTRE-EXIST
                       = SM-DATE OF W-SINMVT
               IF WS-SAISIE-NATCODE NOT = SPACES
                   IF SIN-NATURE-CODE OF W-SINISTRE-EXIST
                           = WS-SAISIE-NATCODE
                       SET DOUBLON-SUSPECT TO TRUE
                   END-IF
               ELSE
                   IF SIN-NATURE OF W-SINISTRE-EXIST
                           = SM-NATURE OF W-SINMVT
                       SET DOUBLON-SUSPECT TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * Controles et creation du sinistre - meme logique que           *
      * 2200-CREER-SINISTRE de CLMASSU ; un refus est un conflit       *

       24200-CREER-SINISTRE.
           IF DOUBLON-SUSPECT
               SET DIF-CONFLIT TO TRUE
               MOVE 'SINISTRE DEJA ENREGISTRE (DOUBLON)' TO WS-MOTIF
               GO TO FIN-24200-CREER-SINISTRE
           END-IF

           MOVE SM-MAT OF W-SINMVT          TO SIN-MAT OF W-SINISTRE
           MOVE WS-SEQ-VEHICULE-EFF TO SIN-SEQ-VEHICULE OF W-SINISTRE

           PERFORM 24250-VERIFIER-VEHICULE-ASSURES
           IF NOT VEHICULE-VALIDE
               SET DIF-CONFLIT TO TRUE
               MOVE 'VEHICULE SUPPRIME DEPUIS LA SAISIE' TO WS-MOTIF
               GO TO FIN-24200-CREER-SINISTRE
           END-IF

           IF SM-RESP OF W-SINMVT NOT = 'O' AND NOT = 'P'
                   AND NOT = 'N'
               SET DIF-CONFLIT TO TRUE
               MOVE 'RESPONSABILITE INVALIDE (O/P/N)' TO WS-MOTIF
               GO TO FIN-24200-CREER-SINISTRE
           END-IF

           MOVE SPACES TO WS-NATURE-GARANTIE
           IF WS-SAISIE-NATCODE NOT = SPACES
               PERFORM 24270-VALIDER-NATURE
               IF NOT NATURE-VALIDE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'CODE NATURE INCONNU : ' TO WS-MOTIF
                   MOVE WS-SAISIE-NATCODE TO WS-MOTIF(23:3)
                   GO TO FIN-24200-CREER-SINISTRE
               END-IF
           END-IF

           IF WS-SAISIE-REPARATEUR NOT = SPACES
               PERFORM 24280-VALIDER-REPARATEUR
               IF NOT REPARATEUR-VALIDE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'REPARATEUR INCONNU : ' TO WS-MOTIF
                   MOVE WS-SAISIE-REPARATEUR TO WS-MOTIF(22:4)
                   GO TO FIN-24200-CREER-SINISTRE
               END-IF
           END-IF

           MOVE SM-MONTANT OF W-SINMVT TO WS-MONTANT-TOTAL
           IF WS-SF-COMPOSANT NOT = SPACES
               PERFORM 24295-VALIDER-FRAIS
               IF NOT FRAIS-VALIDE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'LIGNE DE FRAIS INVALIDE' TO WS-MOTIF
                   GO TO FIN-24200-CREER-SINISTRE
               END-IF
           END-IF

           IF WS-NATURE-GARANTIE NOT = SPACES
               MOVE 'V'                      TO WS-GAR-FONCTION
               MOVE SM-MAT OF W-SINMVT       TO WS-GAR-MAT
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-GAR-SEQ
               MOVE SM-DATE OF W-SINMVT      TO WS-GAR-DATE
               MOVE WS-NATURE-GARANTIE       TO WS-GAR-CODE
               CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
               IF WS-GAR-RETOUR = 01
                   PERFORM 24290-LISTER-HORS-GARANTIE
                   SET DIF-CONFLIT TO TRUE
                   MOVE 'HORS GARANTIE ' TO WS-MOTIF
                   MOVE WS-NATURE-GARANTIE TO WS-MOTIF(15:3)
                   MOVE ' - MIS EN REVUE' TO WS-MOTIF(18:15)
                   GO TO FIN-24200-CREER-SINISTRE
               END-IF
           END-IF

           MOVE SM-DATE OF W-SINMVT         TO SIN-DATE OF W-SINISTRE
      * Periode comptable fermee pour la compagnie du vehicule : le
      * sinistre est enregistre a la date retenue par PGMPERIO
           MOVE 'N' TO WS-SIN-REDATE
           MOVE 'C'                      TO WS-PER-FONCTION
           MOVE CIE-A4 OF W-ASSURE       TO WS-PER-CIE
           MOVE SM-DATE OF W-SINMVT      TO WS-PER-DATE
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           IF PER-DATE-FERMEE
               SET SIN-REDATE TO TRUE
               MOVE WS-PER-DATE-RETENUE TO SIN-DATE OF W-SINISTRE
           END-IF
           MOVE SM-NATURE OF W-SINMVT       TO SIN-NATURE OF W-SINISTRE
           MOVE WS-MONTANT-TOTAL            TO SIN-MONTANT OF W-SINISTRE
           MOVE SM-RESP OF W-SINMVT         TO SIN-RESP OF W-SINISTRE
           MOVE SM-COMMENT OF W-SINMVT      TO SIN-COMMENT OF W-SINISTRE
           MOVE SPACE                       TO SIN-ETAT OF W-SINISTRE
           MOVE SPACE                TO SIN-CONTENTIEUX OF W-SINISTRE
           MOVE WS-SAISIE-NATCODE
               TO SIN-NATURE-CODE OF W-SINISTRE
           MOVE WS-SAISIE-EVENEMENT
               TO SIN-EVENEMENT OF W-SINISTRE
           MOVE WS-SAISIE-REPARATEUR
               TO SIN-REPARATEUR OF W-SINISTRE
           PERFORM 24260-APPLIQUER-FRANCHISE

      * Gestionnaire du sinistre, date d'ouverture = date de saisie
           MOVE DIF-DATE-SAISIE TO SIN-DATE-OUVERTURE OF W-SINISTRE
           MOVE SPACES TO SIN-GESTIONNAIRE OF W-SINISTRE
           MOVE 'A'                  TO WS-GES-FONCTION
           MOVE CP-A4 OF W-ASSURE    TO WS-GES-CP
           MOVE SPACES               TO WS-GES-EXCLU
           CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           IF WS-GES-RETOUR = 00
               MOVE WS-GES-USER TO SIN-GESTIONNAIRE OF W-SINISTRE
           END-IF

           PERFORM 24600-FILTRER-SURVEILLANCE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           MOVE W-SINISTRE TO WS-ENREG
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET SINISTRE-CREE TO TRUE
               SET DIF-APPLIQUEE TO TRUE
               PERFORM 24300-INCREMENTER-NB-SINISTRE
               PERFORM 24500-ENREGISTRER-LIGNES-COUT
               MOVE 'ENREGISTRE SIN ' TO WS-MOTIF
               MOVE SIN-SEQ OF W-SINISTRE TO WS-MOTIF(16:4)
               IF SIN-GESTIONNAIRE OF W-SINISTRE = SPACES
                   MOVE ' NON AFFECTE' TO WS-MOTIF(20:12)
               ELSE
                   MOVE ' GEST ' TO WS-MOTIF(20:6)
                   MOVE SIN-GESTIONNAIRE OF W-SINISTRE
                       TO WS-MOTIF(26:8)
               END-IF
               IF SIN-REDATE
                   PERFORM 24700-JOURNALISER-REDATE
                   MOVE ' REDATE ' TO WS-MOTIF(20:8)
                   MOVE SIN-DATE OF W-SINISTRE TO WS-MOTIF(28:8)
               END-IF
               IF WS-NB-SRV-CORRESP > 0
                   PERFORM 24650-METTRE-EN-REVUE
                   MOVE ' REVUE FRAUDE' TO WS-MOTIF(20:14)
               END-IF
           ELSE
               SET DIF-CONFLIT TO TRUE
               MOVE 'ECHEC ENREGISTREMENT SINISTRE' TO WS-MOTIF
               IF SIN-GESTIONNAIRE OF W-SINISTRE NOT = SPACES
                   MOVE 'L' TO WS-GES-FONCTION
                   MOVE SIN-GESTIONNAIRE OF W-SINISTRE TO WS-GES-USER
                   CALL WS-NOM-PGMGEST USING WS-COM-GESTION
               END-IF
           END-IF
           .
       FIN-24200-CREER-SINISTRE.
           EXIT.

      * Tracer le sinistre redate dans WORK/TARDIFS.dat (PGMPERIO 'J') *
      * avec la date saisie et l'utilisateur de la saisie differee     *

       24700-JOURNALISER-REDATE.
           MOVE 'DIFASSU'                 TO WS-PER-PROGRAMME
           MOVE DIF-USER                  TO WS-PER-ORIGINE
           MOVE 'S'                       TO WS-PER-NATURE
           MOVE 'N'                       TO WS-PER-CODE
           MOVE SIN-MAT OF W-SINISTRE     TO WS-PER-MAT
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-PER-VEHICULE
           MOVE SIN-SEQ OF W-SINISTRE     TO WS-PER-SIN-SEQ
           MOVE SM-DATE OF W-SINMVT       TO WS-PER-DATE
           MOVE SIN-DATE OF W-SINISTRE    TO WS-PER-DATE-RETENUE
           MOVE 'R'                       TO WS-PER-TRAITEMENT
           MOVE SIN-MONTANT OF W-SINISTRE TO WS-PER-MONTANT
           MOVE 'J'                       TO WS-PER-FONCTION
           CALL WS-NOM-PGMPERIO USING WS-COM-PERIODE
           .

      * Vehicule MAT+SEQ vise present sur ASSURES3                     *

       24250-VERIFIER-VEHICULE-ASSURES.
           MOVE 'N' TO WS-VEHICULE-VALIDE
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-ENREG(7:2)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-VEHICULE-VALIDE
               MOVE WS-ENREG TO W-ASSURE
           END-IF
           .

      * Franchise de la zone/type - meme regle que                     *
      * 2260-APPLIQUER-FRANCHISE de CLMASSU                            *

       24260-APPLIQUER-FRANCHISE.
           MOVE 0 TO WS-FRANCHISE-APPLIQUEE
           MOVE 'N' TO WS-FRANCH-DISPONIBLE
           OPEN INPUT F-FRANCH
           IF FS-FRANCH = '00'
               MOVE 'O' TO WS-FRANCH-DISPONIBLE
           END-IF

           IF FRANCH-DISPONIBLE
                   AND CP-A4 OF W-ASSURE NUMERIC
                   AND CP-A4 OF W-ASSURE > 0
               COMPUTE WS-CP-PREFIXE-NUM = CP-A4 OF W-ASSURE / 1000
               MOVE WS-CP-PREFIXE-NUM TO FS-FRA-PREFIXE
               MOVE TYPE-V-A4 OF W-ASSURE TO FS-FRA-TYPE-V
               READ F-FRANCH
                   INVALID KEY
                       MOVE SPACE TO FS-FRA-TYPE-V
                       READ F-FRANCH
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FS-FRA-MONTANT
                                   TO WS-FRANCHISE-APPLIQUEE
                       END-READ
                   NOT INVALID KEY
                       MOVE FS-FRA-MONTANT TO WS-FRANCHISE-APPLIQUEE
               END-READ
           END-IF

           IF FRANCH-DISPONIBLE
               CLOSE F-FRANCH
           END-IF

           COMPUTE WS-MONTANT-NET-CALCULE =
               SIN-MONTANT OF W-SINISTRE - WS-FRANCHISE-APPLIQUEE
           IF WS-MONTANT-NET-CALCULE < 0
               MOVE 0 TO WS-MONTANT-NET-CALCULE
           END-IF
           MOVE WS-MONTANT-NET-CALCULE
               TO SIN-MONTANT-NET OF W-SINISTRE
           .

      * Code nature contre WORK/NATURES.dat - fichier absent : pas de  *
      * controle                                                       *

       24270-VALIDER-NATURE.
           MOVE 'N' TO WS-NATURE-VALIDE
           OPEN INPUT F-NATURES
           IF FS-NATURES NOT = '00'
               SET NATURE-VALIDE TO TRUE
           ELSE
               MOVE WS-SAISIE-NATCODE TO FS-NAT-CODE
               READ F-NATURES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET NATURE-VALIDE TO TRUE
                       MOVE FS-NAT-GARANTIE TO WS-NATURE-GARANTIE
               END-READ
               CLOSE F-NATURES
           END-IF
           .

      * Reparateur contre WORK/REPARAT.dat - fichier absent : pas de   *
      * controle                                                       *

       24280-VALIDER-REPARATEUR.
           MOVE 'N' TO WS-REPARATEUR-VALIDE
           OPEN INPUT F-REPARAT
           IF FS-REPARAT NOT = '00'
               SET REPARATEUR-VALIDE TO TRUE
           ELSE
               MOVE WS-SAISIE-REPARATEUR TO FS-REP-ID
               READ F-REPARAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REPARATEUR-VALIDE TO TRUE
               END-READ
               CLOSE F-REPARAT
           END-IF
           .

      * Sinistre refuse ajoute a la liste hors garantie SINHGAR        *

       24290-LISTER-HORS-GARANTIE.
           OPEN EXTEND F-HORSGAR
           IF FS-HORSGAR NOT = '00'
               OPEN OUTPUT F-HORSGAR
           END-IF
           IF FS-HORSGAR = '00'
               MOVE SM-MAT OF W-SINMVT          TO WS-LIGH-MAT
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-LIGH-VEHIC
               MOVE SM-DATE OF W-SINMVT         TO WS-LIGH-DATE
               MOVE WS-SAISIE-NATCODE           TO WS-LIGH-NATCODE
               MOVE WS-NATURE-GARANTIE          TO WS-LIGH-GARANTIE
               MOVE SM-MONTANT OF W-SINMVT      TO WS-LIGH-MONTANT
               MOVE WS-LIG-HORSGAR TO FS-HORSGAR-REC
               WRITE FS-HORSGAR-REC
               CLOSE F-HORSGAR
           END-IF
           .

      * Ligne de frais saisie - meme controle que 2295-VALIDER-FRAIS   *
      * de CLMASSU                                                     *

       24295-VALIDER-FRAIS.
           MOVE 'N' TO WS-FRAIS-VALIDE
           MOVE 0 TO WS-IDX-CMP
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > 6
               IF WS-CMP-CODE(WS-IDX-CHERCHE) = WS-SF-COMPOSANT
                   MOVE WS-IDX-CHERCHE TO WS-IDX-CMP
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-BENEF-VALIDE
           IF WS-SF-BENEF = SPACE
               SET BENEF-VALIDE TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-IDX-CHERCHE > 7
                   IF WS-BEN-CODE(WS-IDX-CHERCHE) = WS-SF-BENEF
                       SET BENEF-VALIDE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IDX-CMP > 0
                   AND WS-CMP-CATEGORIE(WS-IDX-CMP) = 'F'
                   AND BENEF-VALIDE
                   AND WS-SF-MONTANT NUMERIC
                   AND WS-SF-MONTANT > 0
               ADD WS-SF-MONTANT TO WS-MONTANT-TOTAL
               IF WS-MONTANT-TOTAL <= 999999.99
                   SET FRAIS-VALIDE TO TRUE
               END-IF
           END-IF
           .

      * NB-SINISTRE-A4 du vehicule concerne                            *

       24300-INCREMENTER-NB-SINISTRE.
           MOVE SPACES TO WS-ENREG
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-ENREG(7:2)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               ADD 1 TO NB-SINISTRE-A4 OF W-ASSURE
               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           END-IF
           .

      * Partie adverse saisie, partie 01 du sinistre cree              *

       24400-ENREGISTRER-TIERS.
           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE SIN-MAT OF W-SINISTRE  TO TRS-MAT OF W-TIERS
           MOVE SIN-SEQ OF W-SINISTRE  TO TRS-SIN-SEQ OF W-TIERS
           MOVE 01                     TO TRS-PARTIE-SEQ OF W-TIERS
           MOVE WS-ST-NOM              TO TRS-NOM-ADVERSE OF W-TIERS
           MOVE WS-ST-ASSUREUR         TO TRS-ASSUREUR-ADV OF W-TIERS
           MOVE WS-ST-REF              TO TRS-REF-ADVERSE OF W-TIERS
           MOVE DIF-DATE-SAISIE        TO TRS-DATE-SAISIE OF W-TIERS

           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           MOVE W-TIERS TO WS-ENREG
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE ' - TIERS NON ECRIT' TO WS-MOTIF(20:18)
           END-IF

           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .

      * Lignes de cout (PGMCOUT) au nom de l'utilisateur qui a saisi   *
      * le sinistre                                                    *

       24500-ENREGISTRER-LIGNES-COUT.
           MOVE 'A' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           MOVE DIF-DATE-SAISIE TO WS-COU-DATE
           MOVE SPACES TO WS-COU-LIBELLE
           MOVE 'C' TO WS-COU-ORIGINE
           MOVE DIF-USER TO WS-COU-USER
           IF SM-MONTANT OF W-SINMVT > 0
               MOVE 'IND' TO WS-COU-COMPOSANT
               MOVE SPACE TO WS-COU-BENEF
               MOVE SM-MONTANT OF W-SINMVT TO WS-COU-MONTANT
               CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           END-IF
           IF WS-SF-COMPOSANT NOT = SPACES
               MOVE WS-SF-COMPOSANT TO WS-COU-COMPOSANT
               MOVE WS-SF-BENEF TO WS-COU-BENEF
               MOVE WS-SF-MONTANT TO WS-COU-MONTANT
               CALL WS-NOM-PGMCOUT USING WS-COM-COUT
           END-IF
           .

      * Filtrage anti-fraude - memes criteres que                      *
      * 2600-FILTRER-SURVEILLANCE de CLMASSU                           *

       24600-FILTRER-SURVEILLANCE.
           MOVE SPACE TO SIN-REVUE-FRAUDE OF W-SINISTRE
           MOVE 0 TO WS-NB-SRV-CORRESP

           MOVE 'N'                  TO WS-SRV-FONCTION
           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-SRV-VALEUR
           MOVE 'ASSURE'             TO WS-SRV-CRITERE-COURANT
           PERFORM 24610-INTERROGER-SURVEILLANCE

           MOVE 'A'                  TO WS-SRV-FONCTION
           MOVE SPACES               TO WS-SRV-VALEUR
           MOVE RUE-A4 OF W-ASSURE   TO WS-SRV-VALEUR(1:18)
           MOVE CP-A4 OF W-ASSURE    TO WS-SRV-VALEUR(19:5)
           MOVE 'ADRESSE'            TO WS-SRV-CRITERE-COURANT
           PERFORM 24610-INTERROGER-SURVEILLANCE

           IF WS-SAISIE-REPARATEUR NOT = SPACES
               MOVE 'R'                  TO WS-SRV-FONCTION
               MOVE WS-SAISIE-REPARATEUR TO WS-SRV-VALEUR
               MOVE 'REPARATEUR'         TO WS-SRV-CRITERE-COURANT
               PERFORM 24610-INTERROGER-SURVEILLANCE
           END-IF

           IF WS-ST-NOM NOT = SPACES
               MOVE 'T'                  TO WS-SRV-FONCTION
               MOVE WS-ST-NOM            TO WS-SRV-VALEUR
               MOVE 'TIERS'              TO WS-SRV-CRITERE-COURANT
               PERFORM 24610-INTERROGER-SURVEILLANCE
           END-IF

           IF WS-NB-SRV-CORRESP > 0
               MOVE 'R' TO SIN-REVUE-FRAUDE OF W-SINISTRE
           END-IF
           .

       24610-INTERROGER-SURVEILLANCE.
           CALL WS-NOM-PGMSURV USING WS-COM-SURV
           IF WS-SRV-RETOUR = 01 AND WS-NB-SRV-CORRESP < 4
               ADD 1 TO WS-NB-SRV-CORRESP
               MOVE WS-SRV-CRITERE-COURANT
                   TO WS-SRVC-CRITERE(WS-NB-SRV-CORRESP)
               MOVE WS-SRV-ENTREE
                   TO WS-SRVC-LISTE(WS-NB-SRV-CORRESP)
           END-IF
           .

       24650-METTRE-EN-REVUE.
           OPEN EXTEND F-SURVATT
           IF FS-SURVATT NOT = '00'
               OPEN OUTPUT F-SURVATT
           END-IF
           IF FS-SURVATT = '00'
               PERFORM 24660-ECRIRE-REVUE
                   VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-NB-SRV-CORRESP
               CLOSE F-SURVATT
           END-IF
           .

       24660-ECRIRE-REVUE.
           MOVE SPACES                   TO FS-SVA-REC
           MOVE 'S'                      TO FS-SVA-ORIGINE
           MOVE DIF-DATE-SAISIE          TO FS-SVA-DATE
           MOVE WS-SRVC-CRITERE(WS-IDX-SRV) TO FS-SVA-CRITERE
           MOVE SIN-MAT OF W-SINISTRE    TO FS-SVA-SIN-MAT
           MOVE SIN-SEQ OF W-SINISTRE    TO FS-SVA-SIN-SEQ
           MOVE NOM-PRE-A4 OF W-ASSURE   TO FS-SVA-SIN-NOM
           MOVE WS-SRVC-LISTE(WS-IDX-SRV) TO FS-SVA-ENTREE
           WRITE FS-SVA-REC
           .

      *----------------------------------------------------------------*
      * COORDONNEES (CNTA) - meme traitement que CTAASSU               *
      *----------------------------------------------------------------*

       25000-APPLIQUER-CONTACT.
           MOVE DIF-SAISIE(1:60) TO WS-SAISIE-CONTACT

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-EXISTS TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET DIF-CONFLIT TO TRUE
               MOVE 'MATRICULE SUPPRIME DEPUIS LA SAISIE' TO WS-MOTIF
               GO TO FIN-25000-APPLIQUER-CONTACT
           END-IF

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           IF WS-SAI-CODE = 'M'
               PERFORM 25100-CREER-OU-MODIFIER
           ELSE
               PERFORM 25200-SUPPRIMER
           END-IF
           .
       FIN-25000-APPLIQUER-CONTACT.
           EXIT.

      * Code 'M' : fusion des zones non blanches de la saisie - meme   *
      * regle que 2100-CREER-OU-MODIFIER de CTAASSU                    *

       25100-CREER-OU-MODIFIER.
           MOVE 'N' TO WS-CONTACT-EXISTE
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-CONTACT-EXISTE
               MOVE WS-ENREG(1:80) TO W-CONTACT
           ELSE
               MOVE SPACES TO W-CONTACT
               MOVE WS-SAI-MAT TO CT-MAT OF W-CONTACT
               MOVE 'N' TO CT-CONS-COURRIER OF W-CONTACT
               MOVE 'N' TO CT-CONS-EMAIL OF W-CONTACT
               MOVE 'N' TO CT-CONS-TEL OF W-CONTACT
               MOVE 0 TO CT-DATE-REJET OF W-CONTACT
           END-IF

           IF WS-SAI-TEL NOT = SPACES
               MOVE WS-SAI-TEL TO CT-TEL OF W-CONTACT
           END-IF
           IF WS-SAI-MOBILE NOT = SPACES
               IF WS-SAI-MOBILE NOT = CT-MOBILE OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-MOBILE OF W-CONTACT
               END-IF
               MOVE WS-SAI-MOBILE TO CT-MOBILE OF W-CONTACT
           END-IF
           IF WS-SAI-EMAIL NOT = SPACES
               IF WS-SAI-EMAIL NOT = CT-EMAIL OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-EMAIL OF W-CONTACT
               END-IF
               MOVE WS-SAI-EMAIL TO CT-EMAIL OF W-CONTACT
           END-IF
           IF WS-SAI-CONS-COURRIER = 'O' OR WS-SAI-CONS-COURRIER = 'N'
               MOVE WS-SAI-CONS-COURRIER
                   TO CT-CONS-COURRIER OF W-CONTACT
           END-IF
           IF WS-SAI-CONS-EMAIL = 'O' OR WS-SAI-CONS-EMAIL = 'N'
               MOVE WS-SAI-CONS-EMAIL TO CT-CONS-EMAIL OF W-CONTACT
           END-IF
           IF WS-SAI-CONS-TEL = 'O' OR WS-SAI-CONS-TEL = 'N'
               MOVE WS-SAI-CONS-TEL TO CT-CONS-TEL OF W-CONTACT
           END-IF
           MOVE DIF-DATE-SAISIE TO CT-DATE-MAJ OF W-CONTACT

           MOVE SPACES TO WS-ENREG
           MOVE W-CONTACT TO WS-ENREG(1:80)
           IF CONTACT-EXISTE
               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           ELSE
               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           END-IF
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET DIF-APPLIQUEE TO TRUE
               MOVE 'COORDONNEES ENREGISTREES' TO WS-MOTIF
           ELSE
               SET DIF-CONFLIT TO TRUE
               MOVE 'ERREUR D ECRITURE SUR CONTACTS' TO WS-MOTIF
           END-IF
           .

      * Code 'S' : suppression des coordonnees                         *

       25200-SUPPRIMER.
           MOVE WS-FUNC-DELETE TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET DIF-APPLIQUEE TO TRUE
               MOVE 'COORDONNEES SUPPRIMEES' TO WS-MOTIF
           ELSE
               SET DIF-CONFLIT TO TRUE
               MOVE 'AUCUN CONTACT A SUPPRIMER' TO WS-MOTIF
           END-IF
           .

      * Sortie du tri : rapport par utilisateur, saisies appliquees,   *
      * en conflit puis restees en attente                             *

       30000-EDITER-RAPPORT.
           PERFORM 31000-RETOURNER-RESULTAT
           PERFORM 32000-EDITER-RESULTAT UNTIL FIN-TRI
           IF NOT PREMIER-USER
               PERFORM 33000-TOTAL-UTILISATEUR
           END-IF
           .

       31000-RETOURNER-RESULTAT.
           RETURN F-TRI-WORK
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-RESULTAT.
           IF PREMIER-USER OR SD-DIF-USER NOT = WS-USER-PREC
               IF NOT PREMIER-USER
                   PERFORM 33000-TOTAL-UTILISATEUR
               END-IF
               MOVE 'N' TO WS-PREMIER-USER
               MOVE SD-DIF-USER TO WS-USER-PREC
               MOVE SPACE TO WS-SECTION-PREC
               MOVE 0 TO WS-USER-APPLIQUEES
               MOVE 0 TO WS-USER-CONFLITS
               MOVE 0 TO WS-USER-ATTENTE
               PERFORM 34000-ENTETE-UTILISATEUR
           END-IF
           IF SD-DIF-SECTION NOT = WS-SECTION-PREC
               MOVE SD-DIF-SECTION TO WS-SECTION-PREC
               PERFORM 35000-ENTETE-SECTION
           END-IF

           EVALUATE SD-DIF-SECTION
               WHEN '1'
                   ADD 1 TO WS-USER-APPLIQUEES
               WHEN '2'
                   ADD 1 TO WS-USER-CONFLITS
               WHEN OTHER
                   ADD 1 TO WS-USER-ATTENTE
           END-EVALUATE
           MOVE SD-DIF-REFERENCE TO WS-LIGD-REFERENCE
           MOVE SD-DIF-TRANSID   TO WS-LIGD-TRANSID
           MOVE SD-DIF-MAT       TO WS-LIGD-MAT
           MOVE SD-DIF-HEURE(1:4) TO WS-LIG-HEURE-SAISIE
           MOVE WS-LIG-HEURE-SAISIE TO WS-LIGD-HEURE
           MOVE SD-DIF-MOTIF     TO WS-LIGD-MOTIF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 31000-RETOURNER-RESULTAT
           .

       33000-TOTAL-UTILISATEUR.
           MOVE WS-USER-APPLIQUEES TO WS-LIGT-APPLIQUEES
           MOVE WS-USER-CONFLITS   TO WS-LIGT-CONFLITS
           MOVE WS-USER-ATTENTE    TO WS-LIGT-ATTENTE
           MOVE WS-LIG-TOTAL-USER TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       34000-ENTETE-UTILISATEUR.
           MOVE SD-DIF-USER TO WS-LIGU-USER
           IF SD-DIF-USER = SPACES
               MOVE '(AUCUN)' TO WS-LIGU-USER
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-USER TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       35000-ENTETE-SECTION.
           EVALUATE SD-DIF-SECTION
               WHEN '1'
                   MOVE ' SAISIES APPLIQUEES' TO FS-RAPPORT-REC
               WHEN '2'
                   MOVE ' SAISIES EN CONFLIT - NON APPLIQUEES, A REVOIR'
                       TO FS-RAPPORT-REC
               WHEN OTHER
                   MOVE ' SAISIES RESTEES EN ATTENTE (CHAINE SUIVANTE)'
                       TO FS-RAPPORT-REC
           END-EVALUATE
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement - totaux, fermeture des fichiers             *

       40000-FIN.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SAISIES APPLIQUEES' TO WS-LIGX-LIBELLE
           MOVE WS-CPT-APPLIQUEES TO WS-LIGX-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SAISIES EN CONFLIT' TO WS-LIGX-LIBELLE
           MOVE WS-CPT-CONFLITS TO WS-LIGX-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SAISIES RESTEES EN ATTENTE' TO WS-LIGX-LIBELLE
           MOVE WS-CPT-RESTEES TO WS-LIGX-NOMBRE
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF CONTACTS-OUVERT
               MOVE 'CONTACTS' TO WS-NOM-FICHIER
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           END-IF
           IF SINISTRE-OUVERT
               MOVE 'SINISTRE' TO WS-NOM-FICHIER
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           END-IF
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           CLOSE F-DIFFERE
           CLOSE F-RAPPORT
           .
