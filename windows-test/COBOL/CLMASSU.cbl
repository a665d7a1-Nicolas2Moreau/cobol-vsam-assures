      * CLMA) - Pseudo-conversationnelle, construite comme INQASSU :   *
      * le premier passage (EIBCALEN = 0) affiche l'invite de saisie,  *
      * le second (donnees terminal recues) enregistre directement le  *
      * sinistre dans SINISTRE via l'accesseur courant (PGMACCES),     *
      * sans attendre le prochain extrait SINMVT/passage de SINASSU,   *
      * pour permettre a un gestionnaire sinistre au telephone avec un *
      * client de saisir l'accident immediatement. Le numero de        *
      *               l'assureur, meme regle que SINASSU               *
      *   2026-09-02  controle de session/habilitation (SGNA,          *
      *               WORK/SESSIONS.dat, niveau 2 requis)              *
      *   2026-10-15  controle hors garantie (PGMGARAN) : une nature   *
      *               non couverte sur le vehicule a la date saisie   *
      *               est refusee et ajoutee a WORK/SINHGAR.lst pour  *
      *               revue, meme liste que SINASSU                   *
      *   2026-10-15  responsabilite partagee : RESP saisi O (100 %), *
      *               P (50 %) ou N (0 %), toute autre valeur refusee *
      *   2026-10-15  lignes de cout (PGMCOUT, WORK/SINCOUT.dat) : le  *
      *               montant saisi devient la ligne d'indemnite, une *
      *               ligne de frais facultative (composant,          *
      *               beneficiaire, montant) s'y ajoute et            *
      *               SIN-MONTANT porte la somme des deux             *
      *   2026-10-15  gestionnaire du sinistre : le sinistre saisi    *
      *               est affecte (PGMGEST) et date d'ouverture, le   *
      *               gestionnaire retenu est rappele en reponse      *
      *   2026-10-15  liste de surveillance anti-fraude (PGMSURV) :   *
      *               nom et adresse de l'assure, reparateur et       *
      *               partie adverse saisis sont filtres ; une        *
      *               correspondance enregistre le sinistre marque    *
      *               SIN-REVUE-FRAUDE 'R', depose dans               *
      *               WORK/SURVATT.dat (meme file que SINASSU) et     *
      *               signale REVUE FRAUDE en reponse                 *
      *   2026-10-15  accesseur choisi au run par PGMACCES            *
      *               (WORK/ACCMODE.dat : VSAM, DB2 ou transition)    *
      *               au lieu de PGMVSAM en dur                       *
      *   2026-10-15  indicateur contentieux SIN-CONTENTIEUX a blanc  *
      *               a la creation (positionne par CTXA)             *
      *   2026-10-15  ASSURES3 verrouille par la chaine batch : le    *
      *               vehicule et les zones saisies sont controles    *
      *               sur la copie de consultation (SNPASSU) et le    *
      *               sinistre est mis en attente (PGMDIFF,           *
      *               WORK/DIFFERE.dat) avec une reference, repris    *
      *               en fin de chaine par DIFASSU                    *
      *   2026-10-15  cloture des periodes comptables (PGMPERIO) : un *
      *               sinistre date dans un mois ferme par la finance *
      *               est enregistre au premier jour de la premiere   *
      *               periode ouverte (garantie controlee sur la date *
      *               saisie), signale REDATE en reponse et trace     *
      *               avec sa date saisie dans WORK/TARDIFS.dat       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-NAT-CODE
               FILE STATUS IS FS-NATURES.

      * Liste de revue des sinistres hors garantie, cumulee avec le
      * passage batch SINASSU (ajout en fin de fichier)
           SELECT F-HORSGAR ASSIGN TO "WORK/SINHGAR.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HORSGAR.

      * File de revue anti-fraude, cumulee avec SINASSU et MAJASSV2
      * (ajout en fin de fichier, decision SURASSU)
           SELECT F-SURVATT ASSIGN TO "WORK/SURVATT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVATT.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       01  WS-MONTANT-NET-CALCULE   PIC S9(7)V99 VALUE 0.
       01  FS-NATURES               PIC XX.
       01  FS-REPARAT               PIC XX.
       01  FS-HORSGAR               PIC XX.
       01  FS-SURVATT               PIC XX.

      * Garantie couvrant la nature saisie (NATURES) - a blanc, pas de
      * controle hors garantie
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
           05 WS-ENREG-SIN-SEQ      PIC 9(4).
           05 FILLER                PIC X(138).

      * Accesseur ASSURES3/SINISTRE/CONTACTS/TIERS : aiguillage
      * PGMACCES, qui retient PGMVSAM ou PGMDB2 d'apres le mode
      * d'acces courant (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.
       01  WS-NOM-PGMGARAN          PIC X(8) VALUE 'PGMGARAN'.
       01  WS-NOM-PGMCOUT           PIC X(8) VALUE 'PGMCOUT'.
       01  WS-NOM-PGMGEST           PIC X(8) VALUE 'PGMGEST'.
       01  WS-NOM-PGMSURV           PIC X(8) VALUE 'PGMSURV'.
       01  WS-NOM-PGMDIFF           PIC X(8) VALUE 'PGMDIFF'.
       01  WS-NOM-PGMPERIO          PIC X(8) VALUE 'PGMPERIO'.

      * Cloture des periodes comptables (PGMPERIO) - controle de la
      * date saisie et trace de la saisie tardive
           COPY WCOMPER.
       01  WS-SIN-REDATE            PIC X VALUE 'N'.
           88 SIN-REDATE                VALUE 'O'.

      * Zone d'appel PGMDIFF - lecture de la copie de consultation et
      * mise en attente du sinistre quand ASSURES3 est verrouille par
      * la chaine batch
       01  WS-COM-DIFFERE.
           05 WS-DIF-FONCTION       PIC X(1).
           05 WS-DIF-TRANSID        PIC X(4).
           05 WS-DIF-USER           PIC X(8).
           05 WS-DIF-TERMINAL       PIC X(4).
           05 WS-DIF-MAT            PIC X(6).
           05 WS-DIF-SEQ            PIC 9(2).
           05 WS-DIF-SAISIE         PIC X(130).
           05 WS-DIF-IMAGE          PIC X(120).
           05 WS-DIF-REFERENCE      PIC 9(12).
           05 WS-DIF-ASOF-DATE      PIC 9(8).
           05 WS-DIF-ASOF-HEURE     PIC 9(6).
           05 WS-DIF-RETOUR         PIC 99.
           05 FILLER                PIC X(10).

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

      * Correspondances relevees sur le sinistre saisi
       01  WS-SRV-CRITERE-COURANT   PIC X(10).
       01  WS-TAB-SRV-CORRESP.
           05 WS-SRVC-ENTREE OCCURS 4 TIMES.
               10 WS-SRVC-CRITERE   PIC X(10).
               10 WS-SRVC-LISTE     PIC X(69).
       01  WS-NB-SRV-CORRESP        PIC 9 VALUE 0.
       01  WS-IDX-SRV               PIC 9.

      * Zone d'appel PGMGEST - affectation 'A' du gestionnaire du
      * sinistre saisi / liberation 'L' si l'ecriture echoue
       01  WS-COM-GESTION.
           05 WS-GES-FONCTION       PIC X(1).
           05 WS-GES-CP             PIC 9(5).
           05 WS-GES-EXCLU          PIC X(8).
           05 WS-GES-USER           PIC X(8).
           05 WS-GES-REGION         PIC X(3).
           05 WS-GES-NB             PIC 9(5).
           05 WS-GES-RETOUR         PIC 99.
           05 FILLER                PIC X(8).

      * Zone d'appel PGMCOUT - ajout 'A' des lignes de cout du
      * sinistre saisi
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

      * Controle de la ligne de frais saisie (table CCOMPOS) et
      * montant total du sinistre (indemnite + frais)
           COPY CCOMPOS.
       01  WS-IDX-CMP               PIC 9.
       01  WS-IDX-CHERCHE           PIC 9.
       01  WS-FRAIS-VALIDE          PIC X VALUE 'N'.
           88 FRAIS-VALIDE              VALUE 'O'.
       01  WS-BENEF-VALIDE          PIC X VALUE 'N'.
           88 BENEF-VALIDE              VALUE 'O'.
       01  WS-MONTANT-TOTAL         PIC 9(7)V99 VALUE 0.

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

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 FILLER PIC X(40) VALUE
               'MAT(6) VEHIC(2) DATE-AAAAMMJJ(8)        '.
           05 FILLER PIC X(40) VALUE
               'NATURE(20) MONTANT(8) RESP(O/P/N)      '.
           05 FILLER PIC X(40) VALUE
               'NATCODE(3) (table natures)              '.
           05 FILLER PIC X(40) VALUE
               '+TIERS OPT: NOM(20) ASSUREUR(20) REF(12)'.
           05 FILLER PIC X(40) VALUE
               '+EVT OPT: EVENEMENT(3) REPARATEUR(4)    '.
           05 FILLER PIC X(40) VALUE
               '+FRAIS OPT: COMPOS(3) BENEF(1) MONT(8)  '.

      * Zone de reception du second passage - zones sinistre (memes
      * positions que W-SINMVT(1:43)), code nature, puis la partie
      * Reparateur agree (WORK/REPARAT.dat), facultatif - id inconnu
      * au reseau = rejet de la saisie
           05 WS-SAISIE-REPARATEUR  PIC X(4).
      * Ligne de frais facultative (composant CCOMPOS hors indemnite,
      * beneficiaire - blanc = celui du composant -, montant 6+2) ;
      * le montant sinistre saisi plus haut reste l'indemnite
           05 WS-SAISIE-FRAIS.
               10 WS-SF-COMPOSANT   PIC X(3).
               10 WS-SF-BENEF       PIC X(1).
               10 WS-SF-MONTANT     PIC 9(6)V99.

      * Date du jour (AAAAMMJJ), pour la date de saisie du tiers
       01  WS-DATE-JOUR             PIC 9(8).
               PERFORM 0500-CONTROLER-HABILITATION
               IF ACCES-AUTORISE
                   PERFORM 2000-RECEVOIR-ET-ENREGISTRER
                       THRU FIN-2000-ENVOYER-REPONSE
               ELSE
                   MOVE 'REFUS' TO WS-ACT-FONCTION
                   EXEC CICS SEND TEXT

       2000-RECEVOIR-ET-ENREGISTRER.
           MOVE SPACES TO WS-SAISIE-CLMA
           MOVE 119 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-CLMA)
               LENGTH(WS-LONGUEUR-RECUE)

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               PERFORM 2700-DIFFERER-SINISTRE
                   THRU FIN-2700-DIFFERER-SINISTRE
               GO TO FIN-2000-ENVOYER-REPONSE
           END-IF

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           PERFORM 2100-DETERMINER-SEQ-SUIVANT
           PERFORM 2200-CREER-SINISTRE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .
       FIN-2000-ENVOYER-REPONSE.
           EXEC CICS SEND TEXT
               FROM(WS-ECRAN-REPONSE)
               LENGTH(LENGTH OF WS-ECRAN-REPONSE)
           END-EXEC
           .

      * ASSURES3 verrouille par la chaine batch : le vehicule vise est *
      * cherche sur la copie de consultation (PGMDIFF 'L'), les zones  *
      * saisies passent les memes controles que 2200 (responsabilite,  *
      * nature, reparateur, ligne de frais), puis le sinistre est mis  *
      * en attente avec l'image du vehicule - DIFASSU l'enregistrera   *
      * en fin de chaine (doublon et garantie controles a ce moment)   *

       2700-DIFFERER-SINISTRE.
           MOVE 'DIFFERE' TO WS-ACT-FONCTION
           IF SM-SEQ-VEHICULE OF W-SINMVT = ZERO
               MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-SEQ-VEHICULE-EFF
           ELSE
               MOVE SM-SEQ-VEHICULE OF W-SINMVT
                   TO WS-SEQ-VEHICULE-EFF
           END-IF
           MOVE SPACES TO WS-COM-DIFFERE
           MOVE 'L' TO WS-DIF-FONCTION
           MOVE SM-MAT OF W-SINMVT TO WS-DIF-MAT
           MOVE WS-SEQ-VEHICULE-EFF TO WS-DIF-SEQ
           CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
           IF WS-DIF-RETOUR = 99
               MOVE 'ASSURES3 INDISPONIBLE (BATCH) - RESSAISIR'
                   TO WS-ECRAN-REPONSE
               GO TO FIN-2700-DIFFERER-SINISTRE
           END-IF
           IF WS-DIF-RETOUR NOT = 00
               MOVE 'REJET - VEHICULE INEXISTANT SUR ASSURES3 MAT ' TO
                   WS-ECRAN-REPONSE
               MOVE SM-MAT OF W-SINMVT TO WS-ECRAN-REPONSE(47:6)
               GO TO FIN-2700-DIFFERER-SINISTRE
           END-IF
           MOVE WS-DIF-IMAGE TO W-ASSURE

           IF SM-RESP OF W-SINMVT NOT = 'O' AND NOT = 'P'
                   AND NOT = 'N'
               MOVE 'REJET - RESPONSABILITE INVALIDE (O/P/N) : '
                   TO WS-ECRAN-REPONSE
               MOVE SM-RESP OF W-SINMVT TO WS-ECRAN-REPONSE(43:1)
               GO TO FIN-2700-DIFFERER-SINISTRE
           END-IF

           IF WS-SAISIE-NATCODE NOT = SPACES
               PERFORM 2270-VALIDER-NATURE
               IF NOT NATURE-VALIDE
                   MOVE 'REJET - CODE NATURE INCONNU : '
                       TO WS-ECRAN-REPONSE
                   MOVE WS-SAISIE-NATCODE TO WS-ECRAN-REPONSE(31:3)
                   GO TO FIN-2700-DIFFERER-SINISTRE
               END-IF
           END-IF

           IF WS-SAISIE-REPARATEUR NOT = SPACES
               PERFORM 2280-VALIDER-REPARATEUR
               IF NOT REPARATEUR-VALIDE
                   MOVE 'REJET - REPARATEUR INCONNU : '
                       TO WS-ECRAN-REPONSE
                   MOVE WS-SAISIE-REPARATEUR
                       TO WS-ECRAN-REPONSE(32:4)
                   GO TO FIN-2700-DIFFERER-SINISTRE
               END-IF
           END-IF

           MOVE SM-MONTANT OF W-SINMVT TO WS-MONTANT-TOTAL
           IF WS-SF-COMPOSANT NOT = SPACES
               PERFORM 2295-VALIDER-FRAIS
               IF NOT FRAIS-VALIDE
                   MOVE 'REJET - LIGNE DE FRAIS INVALIDE : '
                       TO WS-ECRAN-REPONSE
                   MOVE WS-SAISIE-FRAIS TO WS-ECRAN-REPONSE(35:12)
                   GO TO FIN-2700-DIFFERER-SINISTRE
               END-IF
           END-IF

           MOVE 'D' TO WS-DIF-FONCTION
           MOVE 'CLMA' TO WS-DIF-TRANSID
           MOVE WS-SES-USER TO WS-DIF-USER
           MOVE EIBTRMID TO WS-DIF-TERMINAL
           MOVE WS-SAISIE-CLMA TO WS-DIF-SAISIE
           CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
           IF WS-DIF-RETOUR = 00
               MOVE 'SINISTRE MIS EN ATTENTE - REF ' TO WS-ECRAN-REPONSE
               MOVE WS-DIF-REFERENCE TO WS-ECRAN-REPONSE(31:12)
           ELSE
               MOVE 'ASSURES3 INDISPONIBLE (BATCH) - RESSAISIR'
                   TO WS-ECRAN-REPONSE
           END-IF
           .
       FIN-2700-DIFFERER-SINISTRE.
           EXIT.

      * Determiner le prochain numero de sinistre pour ce matricule :  *
      * START sur le matricule puis READNEXT tant que le matricule     *
      * correspond, en retenant le plus grand SIN-SEQ rencontre - meme *
           MOVE SM-MAT OF W-SINMVT TO WS-ENREG(1:6)
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'N' TO WS-FIN-SINISTRE
           PERFORM 2110-BALAYER-SINISTRES-ASSURE
       2110-BALAYER-SINISTRES-ASSURE.
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-SINISTRE TO TRUE
           ELSE
               GO TO FIN-2200-CREER-SINISTRE
           END-IF

      * Part de responsabilite obligatoire a la saisie : O (100 %),
      * P (partagee, 50 %) ou N (0 %)
           IF SM-RESP OF W-SINMVT NOT = 'O' AND NOT = 'P'
                   AND NOT = 'N'
               MOVE 'REJET - RESPONSABILITE INVALIDE (O/P/N) : '
                   TO WS-ECRAN-REPONSE
               MOVE SM-RESP OF W-SINMVT TO WS-ECRAN-REPONSE(43:1)
               GO TO FIN-2200-CREER-SINISTRE
           END-IF

      * Validation du code nature saisi contre la table de reference
      * (meme regle que SINASSU : code inconnu = rejet, table absente
      * = pas de controle)
           MOVE SPACES TO WS-NATURE-GARANTIE
           IF WS-SAISIE-NATCODE NOT = SPACES
               PERFORM 2270-VALIDER-NATURE
               IF NOT NATURE-VALIDE
               END-IF
           END-IF

      * Ligne de frais facultative : composant et beneficiaire connus
      * de la table CCOMPOS, montant numerique, total du sinistre dans
      * la capacite de SIN-MONTANT
           MOVE SM-MONTANT OF W-SINMVT TO WS-MONTANT-TOTAL
           IF WS-SF-COMPOSANT NOT = SPACES
               PERFORM 2295-VALIDER-FRAIS
               IF NOT FRAIS-VALIDE
                   MOVE 'REJET - LIGNE DE FRAIS INVALIDE : '
                       TO WS-ECRAN-REPONSE
                   MOVE WS-SAISIE-FRAIS TO WS-ECRAN-REPONSE(35:12)
                   GO TO FIN-2200-CREER-SINISTRE
               END-IF
           END-IF

      * Controle hors garantie (meme regle que SINASSU) : la garantie
      * couvrant la nature doit etre souscrite sur le vehicule a la
      * date du sinistre - sinon refus et liste de revue SINHGAR
           IF WS-NATURE-GARANTIE NOT = SPACES
               MOVE 'V'                      TO WS-GAR-FONCTION
               MOVE SM-MAT OF W-SINMVT       TO WS-GAR-MAT
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-GAR-SEQ
               MOVE SM-DATE OF W-SINMVT      TO WS-GAR-DATE
               MOVE WS-NATURE-GARANTIE       TO WS-GAR-CODE
               CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
               IF WS-GAR-RETOUR = 01
                   PERFORM 2290-LISTER-HORS-GARANTIE
                   MOVE 'REJET - HORS GARANTIE ' TO WS-ECRAN-REPONSE
                   MOVE WS-NATURE-GARANTIE TO WS-ECRAN-REPONSE(23:3)
                   MOVE ' - MIS EN REVUE MAT '
                       TO WS-ECRAN-REPONSE(26:20)
                   MOVE SM-MAT OF W-SINMVT TO WS-ECRAN-REPONSE(46:6)
                   GO TO FIN-2200-CREER-SINISTRE
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
               TO SIN-REPARATEUR OF W-SINISTRE
           PERFORM 2260-APPLIQUER-FRANCHISE

      * Gestionnaire du sinistre : region du CP du vehicule (W-ASSURE
      * lu en 2250), le moins charge - a blanc si aucun disponible
           MOVE WS-DATE-JOUR TO SIN-DATE-OUVERTURE OF W-SINISTRE
           MOVE SPACES TO SIN-GESTIONNAIRE OF W-SINISTRE
           MOVE 'A'                  TO WS-GES-FONCTION
           MOVE CP-A4 OF W-ASSURE    TO WS-GES-CP
           MOVE SPACES               TO WS-GES-EXCLU
           CALL WS-NOM-PGMGEST USING WS-COM-GESTION
           IF WS-GES-RETOUR = 00
               MOVE WS-GES-USER TO SIN-GESTIONNAIRE OF W-SINISTRE
           END-IF

      * Liste de surveillance : le sinistre est enregistre, mais
      * marque en revue si l'assure, le reparateur ou le tiers y figure
           PERFORM 2600-FILTRER-SURVEILLANCE

           MOVE 'SINISTRE' TO WS-NOM-FICHIER
           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           MOVE W-SINISTRE TO WS-ENREG
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               SET SINISTRE-CREE TO TRUE
               PERFORM 2300-INCREMENTER-NB-SINISTRE
               PERFORM 2500-ENREGISTRER-LIGNES-COUT
               MOVE 'SINISTRE ENREGISTRE MATRICULE ' TO
                   WS-ECRAN-REPONSE
               MOVE SM-MAT OF W-SINMVT TO WS-ECRAN-REPONSE(31:6)
               MOVE ' NO ' TO WS-ECRAN-REPONSE(37:4)
               MOVE SIN-SEQ OF W-SINISTRE TO WS-ECRAN-REPONSE(41:4)
               IF SIN-GESTIONNAIRE OF W-SINISTRE = SPACES
                   MOVE ' NON AFFECTE' TO WS-ECRAN-REPONSE(45:12)
               ELSE
                   MOVE ' GEST ' TO WS-ECRAN-REPONSE(45:6)
                   MOVE SIN-GESTIONNAIRE OF W-SINISTRE
                       TO WS-ECRAN-REPONSE(51:8)
               END-IF
               IF SIN-REDATE
                   PERFORM 2800-JOURNALISER-REDATE
                   MOVE ' REDATE ' TO WS-ECRAN-REPONSE(45:8)
                   MOVE SIN-DATE OF W-SINISTRE
                       TO WS-ECRAN-REPONSE(53:8)
               END-IF
               IF WS-NB-SRV-CORRESP > 0
                   PERFORM 2650-METTRE-EN-REVUE
                   MOVE ' REVUE FRAUDE  ' TO WS-ECRAN-REPONSE(45:15)
               END-IF
           ELSE
               MOVE 'ECHEC ENREGISTREMENT SINISTRE MATRICULE ' TO
                   WS-ECRAN-REPONSE
               MOVE SM-MAT OF W-SINMVT TO WS-ECRAN-REPONSE(42:6)
               IF SIN-GESTIONNAIRE OF W-SINISTRE NOT = SPACES
                   MOVE 'L' TO WS-GES-FONCTION
                   MOVE SIN-GESTIONNAIRE OF W-SINISTRE TO WS-GES-USER
                   CALL WS-NOM-PGMGEST USING WS-COM-GESTION
               END-IF
           END-IF
           .
       FIN-2200-CREER-SINISTRE.
           EXIT.

      * Tracer le sinistre redate dans WORK/TARDIFS.dat (PGMPERIO 'J') *
      * avec la date saisie et l'utilisateur signe                     *

       2800-JOURNALISER-REDATE.
           MOVE 'CLMASSU'                 TO WS-PER-PROGRAMME
           MOVE WS-SES-USER               TO WS-PER-ORIGINE
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

      * Controle de la ligne de frais saisie : composant connu de la   *
      * table CCOMPOS (hors indemnite, deja portee par le montant du   *
      * sinistre), beneficiaire connu ou a blanc, montant numerique et *
      * non nul, total indemnite + frais dans la capacite du sinistre  *

       2295-VALIDER-FRAIS.
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

      * Lignes de cout du sinistre cree (PGMCOUT) : le montant saisi   *
      * en indemnite, puis la ligne de frais facultative - leur somme  *
      * est celle portee dans SIN-MONTANT                              *

       2500-ENREGISTRER-LIGNES-COUT.
           MOVE 'A' TO WS-COU-FONCTION
           MOVE SIN-MAT OF W-SINISTRE TO WS-COU-MAT
           MOVE SIN-SEQ OF W-SINISTRE TO WS-COU-SIN-SEQ
           MOVE WS-DATE-JOUR TO WS-COU-DATE
           MOVE SPACES TO WS-COU-LIBELLE
           MOVE 'C' TO WS-COU-ORIGINE
           MOVE WS-SES-USER TO WS-COU-USER
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

      * Verifier que le vehicule MAT+SEQ vise existe sur ASSURES3      *

       2250-VERIFIER-VEHICULE-ASSURES.
           MOVE SIN-SEQ-VEHICULE OF W-SINISTRE TO WS-ENREG(7:2)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-VEHICULE-VALIDE
               MOVE WS-ENREG TO W-ASSURE
       2400-ENREGISTRER-TIERS.
           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE SIN-MAT OF W-SINISTRE  TO TRS-MAT OF W-TIERS
           MOVE SIN-SEQ OF W-SINISTRE  TO TRS-SIN-SEQ OF W-TIERS

           MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           MOVE W-TIERS TO WS-ENREG
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE ' TIERS KO' TO WS-ECRAN-REPONSE(46:9)
           END-IF

           MOVE 'TIERS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .

      * Validation du code nature contre WORK/NATURES.dat (lecture     *
                       CONTINUE
                   NOT INVALID KEY
                       SET NATURE-VALIDE TO TRUE
                       MOVE FS-NAT-GARANTIE TO WS-NATURE-GARANTIE
               END-READ
               CLOSE F-NATURES
           END-IF
           END-IF
           .

      * Ajouter le sinistre refuse a la liste hors garantie SINHGAR    *
      * (fichier cree s'il n'existe pas encore)                        *

       2290-LISTER-HORS-GARANTIE.
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

      * Filtrage du sinistre saisi contre la liste de surveillance     *
      * (PGMSURV, memes criteres que SINASSU/21800) : nom et adresse   *
      * de l'assure (W-ASSURE lu en 2250), reparateur et partie        *
      * adverse saisis                                                 *

       2600-FILTRER-SURVEILLANCE.
           MOVE SPACE TO SIN-REVUE-FRAUDE OF W-SINISTRE
           MOVE 0 TO WS-NB-SRV-CORRESP

           MOVE 'N'                  TO WS-SRV-FONCTION
           MOVE NOM-PRE-A4 OF W-ASSURE TO WS-SRV-VALEUR
           MOVE 'ASSURE'             TO WS-SRV-CRITERE-COURANT
           PERFORM 2610-INTERROGER-SURVEILLANCE

           MOVE 'A'                  TO WS-SRV-FONCTION
           MOVE SPACES               TO WS-SRV-VALEUR
           MOVE RUE-A4 OF W-ASSURE   TO WS-SRV-VALEUR(1:18)
           MOVE CP-A4 OF W-ASSURE    TO WS-SRV-VALEUR(19:5)
           MOVE 'ADRESSE'            TO WS-SRV-CRITERE-COURANT
           PERFORM 2610-INTERROGER-SURVEILLANCE

           IF WS-SAISIE-REPARATEUR NOT = SPACES
               MOVE 'R'                  TO WS-SRV-FONCTION
               MOVE WS-SAISIE-REPARATEUR TO WS-SRV-VALEUR
               MOVE 'REPARATEUR'         TO WS-SRV-CRITERE-COURANT
               PERFORM 2610-INTERROGER-SURVEILLANCE
           END-IF

           IF WS-ST-NOM NOT = SPACES
               MOVE 'T'                  TO WS-SRV-FONCTION
               MOVE WS-ST-NOM            TO WS-SRV-VALEUR
               MOVE 'TIERS'              TO WS-SRV-CRITERE-COURANT
               PERFORM 2610-INTERROGER-SURVEILLANCE
           END-IF

           IF WS-NB-SRV-CORRESP > 0
               MOVE 'R' TO SIN-REVUE-FRAUDE OF W-SINISTRE
           END-IF
           .

       2610-INTERROGER-SURVEILLANCE.
           CALL WS-NOM-PGMSURV USING WS-COM-SURV
           IF WS-SRV-RETOUR = 01 AND WS-NB-SRV-CORRESP < 4
               ADD 1 TO WS-NB-SRV-CORRESP
               MOVE WS-SRV-CRITERE-COURANT
                   TO WS-SRVC-CRITERE(WS-NB-SRV-CORRESP)
               MOVE WS-SRV-ENTREE
                   TO WS-SRVC-LISTE(WS-NB-SRV-CORRESP)
           END-IF
           .

      * Depot du sinistre enregistre dans la file de revue, une entree *
      * par correspondance relevee                                     *

       2650-METTRE-EN-REVUE.
           OPEN EXTEND F-SURVATT
           IF FS-SURVATT NOT = '00'
               OPEN OUTPUT F-SURVATT
           END-IF
           IF FS-SURVATT = '00'
               PERFORM 2660-ECRIRE-REVUE
                   VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-NB-SRV-CORRESP
               CLOSE F-SURVATT
           END-IF
           .

       2660-ECRIRE-REVUE.
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

      * Incrementer NB-SINISTRE-A4 sur le vehicule concerne - meme     *
      * logique que SINASSU/23000-INCREMENTER-NB-SINISTRE              *

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
