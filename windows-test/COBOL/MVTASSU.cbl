      * MVTA) - Pseudo-conversationnelle, construite comme INQASSU :  *
      * le premier passage (EIBCALEN = 0) affiche l'invite de saisie, *
      * le second (donnees terminal recues) applique directement le   *
      * mouvement sur ASSURES3 via l'accesseur courant                 *
      * (PGMACCES), sans attendre le prochain passage de MAJASSV2, pour*
      * permettre a un agent du centre d'appel de corriger une police *
      * sur le champ (erreur de prime, resiliation immediate, etc).   *
      * Le mouvement est journalise dans JOURNAL exactement comme le  *
      * HISTOASS, comme le fait MAJASSV2, pour que le reinstatement    *
      * (mouvement 'R') reste possible sur une police close en ligne. *
      * Seuls les quatre codes mouvement de base sont couverts ici     *
      * (C/M/S/A), plus la substitution de vehicule ('E', nouveau type *
      * saisi en 75e position, prime re-tarifee par PGMTARIF) - ajout  *
      * de vehicule ('V') et reinstatement ('R') restent des           *
      * operations batch via MAJASSV2/FMVTSE.                          *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA, fichier WORK/SESSIONS.dat) de niveau 3     *
      * (mouvement police) ; l'identifiant de l'utilisateur signe est *
      *               commarea ; a l'application, l'image est relue   *
      *               et comparee - tout ecart (autre agent, batch)   *
      *               force l'agent a rafraichir au lieu d'ecraser    *
      *   2026-10-15  formule de garantie (T/I/R) saisie en 74e       *
      *               position pour une creation : les garanties du   *
      *               vehicule sont deposees dans WORK/GARANTIE.dat   *
      *               (PGMGARAN), comme le fait MAJASSV2              *
      *   2026-10-15  une modification qui porte une nouvelle adresse *
      *               leve l'etat NPAI de l'assure (PGMNPAI), comme   *
      *               le fait MAJASSV2                                *
      *   2026-10-15  mouvement 'E' - substitution de vehicule : type *
      *               du vehicule de remplacement saisi en 75e        *
      *               position, prime re-tarifee d'apres TARIFS       *
      *               (PGMTARIF) a la date du jour, BM/taux et        *
      *               anciennete conserves, ecart prorata depose dans *
      *               AJUSTPRM et ancien type journalise, comme le    *
      *               fait MAJASSV2                                   *
      *   2026-10-15  accesseur choisi au run par PGMACCES            *
      *               (WORK/ACCMODE.dat : VSAM, DB2 ou transition) ;  *
      *               JOURNAL/JRNAPRES et relecture avant             *
      *               application inchanges quel que soit le stock    *
      *   2026-10-15  ASSURES3 verrouille par la chaine batch : la    *
      *               confirmation s'appuie sur la copie de           *
      *               consultation (SNPASSU) et le mouvement confirme *
      *               est mis en attente (PGMDIFF, WORK/DIFFERE.dat)  *
      *               avec une reference, applique en fin de chaine   *
      *               par DIFASSU                                     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-APR.

      * Ajustements de facturation, meme fichier physique que
      * MAJASSV2 (AJUSTPRM) - alimente ici par la substitution 'E'
           SELECT F-AJUSTE ASSIGN TO AJUSTPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AJU.

       DATA DIVISION.
       FILE SECTION.

      * portent des zeros ici
           05 FS-JRN-DATE-MVT      PIC 9(8).
      * Apres-image prime/BM/taux, alimentee seulement pour un
      * amendement 'A' (2850-JOURNALISER-AMENDEMENT) ou une
      * substitution 'E' (2870), meme convention que FS-JRN-RESTE dans
      * MAJASSV2 - a blanc/zero pour les autres codes mouvement
           05 FS-JRN-RESTE.
               10 FS-JRN-PRIME-APRES  PIC 9(6)V99.
               10 FS-JRN-BM-APRES     PIC X.
      * decoupage portent des blancs ici
               10 FS-JRN-VEHICULE     PIC X(2).
               10 FS-JRN-UTILISATEUR  PIC X(8).
      * Ancien et nouveau type de vehicule d'une substitution 'E'
               10 FS-JRN-TYPE-AVANT   PIC X(1).
               10 FS-JRN-TYPE-APRES   PIC X(1).
               10 FS-JRN-RESTE2       PIC X(25).

      * Meme structure d'enregistrement que HISTOASS dans MAJASSV2
       FD  F-HISTO.
           05 FS-APR-HEURE         PIC 9(6).
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

       WORKING-STORAGE SECTION.

       01  FS-JRN                   PIC XX.
       01  FS-HST                   PIC XX.
       01  FS-SESSIONS              PIC XX.
       01  FS-APR                   PIC XX.
       01  FS-AJU                   PIC XX.

      * Apres-image du mouvement applique (code operation 'W'/'U'/'D',
      * memes codes que MAJASSV2/AFTIMG)
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

      * Accesseur ASSURES3/SINISTRE/CONTACTS/TIERS : aiguillage
      * PGMACCES, qui retient PGMVSAM ou PGMDB2 d'apres le mode
      * d'acces courant (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.
       01  WS-NOM-PGMGARAN          PIC X(8) VALUE 'PGMGARAN'.
       01  WS-NOM-PGMNPAI           PIC X(8) VALUE 'PGMNPAI'.
       01  WS-NOM-PGMTARIF          PIC X(8) VALUE 'PGMTARIF'.
       01  WS-NOM-PGMDIFF           PIC X(8) VALUE 'PGMDIFF'.

      * Zone d'appel PGMDIFF - lecture de la copie de consultation et
      * mise en attente du mouvement quand ASSURES3 est verrouille par
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

      * Zone d'appel PGMTARIF (meme zone que MAJASSV2) - prime du
      * vehicule de remplacement d'une substitution 'E'
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

      * Ajustement prorata d'une substitution : ancienne prime et
      * jours restants jusqu'a DATE-EXPIR-A4 (julien, meme fenetre de
      * siecle que 47150-CONVERTIR-JULIEN dans MAJASSV2)
       01  WS-PRIME-AVANT-SUB       PIC 9(6)V99 VALUE 0.
       01  WS-CONV-DATE             PIC 9(8).
       01  WS-CONV-SIECLE           PIC 99.
       01  WS-CONV-AAAAMMJJ         PIC 9(8).
       01  WS-CONV-JULIEN           PIC 9(7).
       01  WS-AUJOURDHUI-JUL        PIC 9(7).
       01  WS-JOURS-RESTANTS        PIC S9(5) VALUE 0.
       01  WS-DELTA-PRORATA         PIC S9(6)V99 VALUE 0.

      * Zone d'appel PGMNPAI (meme zone que MAJASSV2) - levee de l'etat
      * NPAI sur nouvelle adresse
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

      * Zone d'appel PGMGARAN (meme zone que MAJASSV2) - garanties du
      * vehicule cree, d'apres la formule saisie
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

      * Ecran d'invite (premier passage) - format de saisie fixe,
      * memes positions que W-FMVTSE (matricule, nom, rue, code
      * postal, ville, code mouvement, prime, bonus/malus, taux),
      * suivi de la formule de garantie d'une creation (F-FORMULE) ;
      * DATE-EFFET/BATCH-ID ne sont pas saisis (mouvement applique
      * immediatement, origine 'ONLINE')
       01  WS-ECRAN-PROMPT.
               'MAT(6) NOM-PRENOM(20) RUE(18) CP(5)    '.
           05 FILLER PIC X(40) VALUE
               'VILLE(12) CODE(1) PRIME(8) BM(1) TAUX(2)'.
           05 FILLER PIC X(40) VALUE
               'FORMULE(1) T/I/R - BLANC = T (CREATION) '.
           05 FILLER PIC X(40) VALUE
               'NOUVEAU TYPE(1) (SUBSTITUTION E)        '.

      * Saisie recue : les 73 premieres positions de W-FMVTSE puis la
      * formule de garantie (position 100 de W-FMVTSE) et le type du
      * vehicule de remplacement d'une substitution (F-TYPE-NOUVEAU)
       01  WS-SAISIE-MVTA.
           05 WS-SAI-MOUVEMENT      PIC X(73).
           05 WS-SAI-FORMULE        PIC X(1).
           05 WS-SAI-TYPE-NOUVEAU   PIC X(1).

       01  WS-LONGUEUR-RECUE        PIC S9(4) COMP.

       01  WS-ECRAN-REPONSE         PIC X(60).

      * Ecran de confirmation (passage intermediaire) - restitue
      * l'image courante de la police et demande O pour appliquer (ou
      * pour mettre en attente, l'image venant alors de la copie de
      * consultation)
       01  WS-ECRAN-CONFIRM.
           05 FILLER                PIC X(9) VALUE 'EN PLACE '.
           05 WS-CNF-NOM            PIC X(20).
           05 FILLER                PIC X(3) VALUE ' BM'.
           05 WS-CNF-BM             PIC X(1).
           05 WS-CNF-TAUX           PIC Z9.
           05 WS-CNF-SUITE          PIC X(33) VALUE
               ' - CONFIRMER PAR O POUR APPLIQUER'.
       01  WS-SAISIE-CONFIRM        PIC X(1).

      *        ' ' = attente d'un mouvement, 'C' = confirmation attendue
           05 WS-CA-SAISIE          PIC X(73).
           05 WS-CA-IMAGE           PIC X(120).
           05 WS-CA-FORMULE         PIC X(1).
           05 WS-CA-TYPE-NOUVEAU    PIC X(1).

       LINKAGE SECTION.

       01  DFHCOMMAREA              PIC X(196).

       PROCEDURE DIVISION.

      * pour le passage d'application                                  *

       2000-RECEVOIR-ET-PREPARER.
           MOVE SPACES TO WS-SAISIE-MVTA
           MOVE 75 TO WS-LONGUEUR-RECUE
           EXEC CICS RECEIVE
               INTO(WS-SAISIE-MVTA)
               LENGTH(WS-LONGUEUR-RECUE)
           END-EXEC
           MOVE WS-SAI-MOUVEMENT TO W-FMVTSE(1:73)
           MOVE WS-SAI-FORMULE TO F-FORMULE
           MOVE WS-SAI-TYPE-NOUVEAU TO F-TYPE-NOUVEAU

           MOVE 0 TO F-DATE-EFFET
           MOVE 'ONLINE' TO F-BATCH-ID

           IF F-CODE NOT = 'C' AND F-CODE NOT = 'M'
                   AND F-CODE NOT = 'S' AND F-CODE NOT = 'A'
                   AND F-CODE NOT = 'E'
               MOVE 'CODE MOUVEMENT INVALIDE (C/M/S/A/E ATTENDU)'
                   TO WS-ECRAN-REPONSE
               EXEC CICS SEND TEXT
                   FROM(WS-ECRAN-REPONSE)

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               PERFORM 2100-CHERCHER-ASSURE
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE ' - CONFIRMER PAR O POUR APPLIQUER'
                   TO WS-CNF-SUITE
           ELSE
      * ASSURES3 verrouille par la chaine batch : image lue sur la
      * copie de consultation, le mouvement confirme sera mis en
      * attente
               PERFORM 2150-CHERCHER-SUR-COPIE
               IF WS-DIF-RETOUR = 99
                   MOVE 'ASSURES3 INDISPONIBLE (BATCH) - RESSAISIR'
                       TO WS-ECRAN-REPONSE
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-REPONSE)
                       LENGTH(LENGTH OF WS-ECRAN-REPONSE)
                       ERASE
                   END-EXEC
                   GO TO FIN-2000-RECEVOIR-ET-PREPARER
               END-IF
               MOVE ' - BATCH EN COURS : O = DIFFERER'
                   TO WS-CNF-SUITE
           END-IF

      * Image affichee conservee pour la comparaison du passage
      * d'application (SPACES = la police n'existait pas encore)
           MOVE W-FMVTSE(1:73) TO WS-CA-SAISIE
           MOVE F-FORMULE TO WS-CA-FORMULE
           MOVE F-TYPE-NOUVEAU TO WS-CA-TYPE-NOUVEAU
           IF WS-ASSURE-TROUVE = 'O'
               MOVE W-ASSURE TO WS-CA-IMAGE
               MOVE NOM-PRE-A4 OF W-ASSURE TO WS-CNF-NOM
           END-IF

           MOVE WS-CA-SAISIE TO W-FMVTSE(1:73)
           MOVE WS-CA-FORMULE TO F-FORMULE
           MOVE WS-CA-TYPE-NOUVEAU TO F-TYPE-NOUVEAU
           MOVE 'APPLIQUE' TO WS-ACT-FONCTION
           MOVE F-MAT TO WS-ACT-MATRICULE
           MOVE 0 TO F-DATE-EFFET

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               PERFORM 3500-DIFFERER-MOUVEMENT
               GO TO FIN-3000-ENVOYER-REPONSE
           END-IF

           PERFORM 2100-CHERCHER-ASSURE

                   PERFORM 2500-TRAITER-SUPPRESSION
               WHEN 'A'
                   PERFORM 2600-TRAITER-AMENDEMENT
               WHEN 'E'
                   PERFORM 2700-TRAITER-SUBSTITUTION
               WHEN OTHER
                   MOVE 'CODE MOUVEMENT INVALIDE (C/M/S/A/E ATTENDU)'
                       TO WS-ECRAN-REPONSE
           END-EVALUATE
           .
       FIN-3000-FERMER-ET-REPONDRE.
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .
       FIN-3000-ENVOYER-REPONSE.
           EXEC CICS SEND TEXT
           END-EXEC
           .

      * ASSURES3 verrouille par la chaine batch : le mouvement est     *
      * controle sur l'image de la copie de consultation conservee     *
      * dans la commarea (creation sur une police absente, autres      *
      * codes sur une police presente) puis mis en attente (PGMDIFF)   *
      * avec cette image - DIFASSU l'appliquera en fin de chaine apres *
      * l'avoir comparee a la police en place                          *

       3500-DIFFERER-MOUVEMENT.
           MOVE 'DIFFERE' TO WS-ACT-FONCTION
           EVALUATE TRUE
               WHEN F-CODE = 'C' AND WS-CA-IMAGE NOT = SPACES
                   MOVE 'MATRICULE DEJA EXISTANT - CREATION REFUSEE'
                       TO WS-ECRAN-REPONSE
                   MOVE 'REJET' TO WS-ACT-FONCTION
               WHEN F-CODE NOT = 'C' AND WS-CA-IMAGE = SPACES
                   MOVE 'MATRICULE INCONNU - MOUVEMENT REFUSE'
                       TO WS-ECRAN-REPONSE
                   MOVE 'REJET' TO WS-ACT-FONCTION
               WHEN OTHER
                   MOVE WS-CA-SAISIE TO WS-SAI-MOUVEMENT
                   MOVE WS-CA-FORMULE TO WS-SAI-FORMULE
                   MOVE WS-CA-TYPE-NOUVEAU TO WS-SAI-TYPE-NOUVEAU
                   MOVE SPACES TO WS-COM-DIFFERE
                   MOVE 'D' TO WS-DIF-FONCTION
                   MOVE 'MVTA' TO WS-DIF-TRANSID
                   MOVE WS-SES-USER TO WS-DIF-USER
                   MOVE EIBTRMID TO WS-DIF-TERMINAL
                   MOVE F-MAT TO WS-DIF-MAT
                   MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-DIF-SEQ
                   MOVE WS-SAISIE-MVTA TO WS-DIF-SAISIE
                   MOVE WS-CA-IMAGE TO WS-DIF-IMAGE
                   CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
                   IF WS-DIF-RETOUR = 00
                       MOVE 'MOUVEMENT MIS EN ATTENTE - REF '
                           TO WS-ECRAN-REPONSE
                       MOVE WS-DIF-REFERENCE
                           TO WS-ECRAN-REPONSE(32:12)
                   ELSE
                       MOVE 'ASSURES3 INDISPONIBLE (BATCH) - RESSAISIR'
                           TO WS-ECRAN-REPONSE
                       MOVE 'ECHEC' TO WS-ACT-FONCTION
                   END-IF
           END-EVALUATE
           .

      * Controles de domaine sur les champs saisis, memes regles que   *
      * 22200-VALIDER-CHAMPS-MVT dans MAJASSV2 ; en cas de rejet, le   *
      * libelle du premier champ fautif est renvoye a l'ecran          *
                   TO WS-ECRAN-REPONSE
               MOVE 'N' TO WS-MVT-CHAMPS-OK
           END-IF
           IF F-CODE = 'C'
                   AND F-FORMULE NOT = SPACE AND F-FORMULE NOT = 'T'
                   AND F-FORMULE NOT = 'I' AND F-FORMULE NOT = 'R'
               MOVE 'REJET - FORMULE INVALIDE (T/I/R ATTENDU)'
                   TO WS-ECRAN-REPONSE
               MOVE 'N' TO WS-MVT-CHAMPS-OK
           END-IF
           IF F-CODE = 'E' AND F-TYPE-NOUVEAU = SPACE
               MOVE 'REJET - NOUVEAU TYPE DE VEHICULE OBLIGATOIRE (E)'
                   TO WS-ECRAN-REPONSE
               MOVE 'N' TO WS-MVT-CHAMPS-OK
           END-IF
           .

      * Rechercher l'assure existant (vehicule 01), comme              *
           MOVE F-MAT TO WS-ENREG(1:6)
           MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-ENREG(7:2)
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-ASSURE-TROUVE
               MOVE WS-ENREG TO W-ASSURE
           END-IF
           .

      * Rechercher l'assure (vehicule 01) sur la copie de consultation *
      * quand ASSURES3 est verrouille (PGMDIFF 'L')                    *

       2150-CHERCHER-SUR-COPIE.
           MOVE SPACES TO WS-COM-DIFFERE
           MOVE 'L' TO WS-DIF-FONCTION
           MOVE F-MAT TO WS-DIF-MAT
           MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-DIF-SEQ
           CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
           IF WS-DIF-RETOUR = 00
               MOVE 'O' TO WS-ASSURE-TROUVE
               MOVE WS-DIF-IMAGE TO W-ASSURE
           ELSE
               MOVE 'N' TO WS-ASSURE-TROUVE
           END-IF
           .

      * Creation - meme construction que 43500-CONSTRUIRE-ASSURE-      *
      * CREATION dans MAJASSV2 (vehicule 01, aucun historique sinistre/*
      * echeance)                                                      *

               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   PERFORM 2810-JOURNALISER-CREATION
                   MOVE 'W' TO WS-APR-OP-CODE
                   PERFORM 2860-JOURNALISER-APRES-IMAGE
                   PERFORM 2350-CREER-GARANTIES
                   MOVE 'CREATION APPLIQUEE MATRICULE '
                       TO WS-ECRAN-REPONSE
                   MOVE F-MAT TO WS-ECRAN-REPONSE(31:6)
           END-IF
           .

      * Garanties du vehicule cree d'apres la formule saisie, comme    *
      * 43800-CREER-GARANTIES dans MAJASSV2 (debut = date du jour) -   *
      * un echec est signale sans remettre en cause la creation        *

       2350-CREER-GARANTIES.
           MOVE SPACES TO WS-COM-GARANTIE
           MOVE 'C' TO WS-GAR-FONCTION
           MOVE F-MAT TO WS-GAR-MAT
           MOVE 01 TO WS-GAR-SEQ
           MOVE F-FORMULE TO WS-GAR-FORMULE
           MOVE F-PRIME TO WS-GAR-PRIME
           MOVE WS-DATE-JOUR TO WS-GAR-DATE
           MOVE 0 TO WS-GAR-MAT-NOUVEAU
           CALL WS-NOM-PGMGARAN USING WS-COM-GARANTIE
           IF WS-GAR-RETOUR NOT = 00
               DISPLAY 'ATTENTION - GARANTIES NON ENREGISTREES : '
                       F-MAT
           END-IF
           .

      * Modification - meme logique que 44000-TRAITER-MODIFICATION     *

       2400-TRAITER-MODIFICATION.

               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'U' TO WS-APR-OP-CODE
                   PERFORM 2860-JOURNALISER-APRES-IMAGE
                   PERFORM 2450-LEVER-NPAI
                   MOVE 'MODIFICATION APPLIQUEE MATRICULE '
                       TO WS-ECRAN-REPONSE
                   MOVE F-MAT TO WS-ECRAN-REPONSE(35:6)
           END-IF
           .

      * Levee de l'etat NPAI sur nouvelle adresse - meme logique que   *
      * 44700-LEVER-NPAI dans MAJASSV2                                 *

       2450-LEVER-NPAI.
           MOVE SPACES TO WS-COM-NPAI
           MOVE 'L' TO WS-NPA-FONCTION
           MOVE F-MAT TO WS-NPA-MAT
           MOVE RUE-A4 OF W-ASSURE TO WS-NPA-RUE
           MOVE CP-A4 OF W-ASSURE TO WS-NPA-CP
           MOVE VILLE-A4 OF W-ASSURE TO WS-NPA-VILLE
           MOVE 'MVTASSU' TO WS-NPA-PROGRAMME
           CALL WS-NOM-PGMNPAI USING WS-COM-NPAI
           .

      * Suppression - meme logique que 45000-TRAITER-SUPPRESSION,      *
      * avec archivage HISTOASS comme 46500-ARCHIVER-HISTORIQUE        *

               MOVE WS-FUNC-DELETE TO WS-CODE-FONCTION
               MOVE F-MAT TO WS-ENREG(1:6)
               MOVE '01' TO WS-ENREG(7:2)
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'D' TO WS-APR-OP-CODE

               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
               IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                   MOVE 'U' TO WS-APR-OP-CODE
           END-IF
           .

      * Substitution de vehicule - meme logique que 52000-TRAITER-     *
      * SUBSTITUTION dans MAJASSV2 : seul le type change, la prime est *
      * re-tarifee (PGMTARIF) a la date du jour sur la zone, le BM/    *
      * taux et la duree en place ; BM/taux/anciennete conserves       *

       2700-TRAITER-SUBSTITUTION.
           IF WS-ASSURE-TROUVE = 'N'
               MOVE 'MATRICULE INCONNU - SUBSTITUTION REFUSEE'
                   TO WS-ECRAN-REPONSE
           ELSE
               MOVE SPACES TO WS-COM-TARIF
               MOVE CP-A4 OF W-ASSURE     TO WS-TAR-CP
               MOVE F-TYPE-NOUVEAU        TO WS-TAR-TYPE-V
               MOVE BM-A4 OF W-ASSURE     TO WS-TAR-BM
               MOVE TAUX-A4 OF W-ASSURE   TO WS-TAR-TAUX
               MOVE DUREE-A4 OF W-ASSURE  TO WS-TAR-DUREE
               MOVE WS-DATE-JOUR          TO WS-TAR-DATE
               CALL WS-NOM-PGMTARIF USING WS-COM-TARIF
               IF WS-TAR-RETOUR NOT = 00
                   MOVE 'AUCUN TARIF ZONE/TYPE - SUBSTITUTION REFUSEE'
                       TO WS-ECRAN-REPONSE
               ELSE
                   PERFORM 2870-JOURNALISER-SUBSTITUTION
                   MOVE PRIME-A4 OF W-ASSURE TO WS-PRIME-AVANT-SUB
                   MOVE F-TYPE-NOUVEAU TO TYPE-V-A4 OF W-ASSURE
                   MOVE WS-TAR-PRIME   TO PRIME-A4 OF W-ASSURE

                   MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
                   MOVE W-ASSURE TO WS-ENREG
                   CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
                   MOVE WS-CODE-RETOUR TO WS-CODE-RETOUR-APPLI
                   IF WS-CODE-RETOUR-APPLI = WS-RET-OK
                       MOVE 'U' TO WS-APR-OP-CODE
                       PERFORM 2860-JOURNALISER-APRES-IMAGE
                       PERFORM 2750-ECRIRE-AJUSTEMENT
                       MOVE 'SUBSTITUTION APPLIQUEE MATRICULE '
                           TO WS-ECRAN-REPONSE
                       MOVE F-MAT TO WS-ECRAN-REPONSE(34:6)
                   ELSE
                       MOVE 'ECHEC SUBSTITUTION - VOIR CODE RETOUR'
                           TO WS-ECRAN-REPONSE
                   END-IF
               END-IF
           END-IF
           .

      * Ajustement de facturation prorata temporis de la substitution, *
      * meme calcul que 47100-ECRIRE-AJUSTEMENT dans MAJASSV2 (jours   *
      * restants de la date du jour a DATE-EXPIR-A4, base 365) - rien  *
      * n'est ecrit pour une police sans echeance ou deja echue ; un   *
      * fichier inaccessible est signale sans remettre en cause la     *
      * substitution deja appliquee                                    *

       2750-ECRIRE-AJUSTEMENT.
           IF DATE-EXPIR-A4 OF W-ASSURE NOT = ZERO
               MOVE WS-DATE-JOUR TO WS-CONV-DATE
               PERFORM 2760-CONVERTIR-JULIEN
               MOVE WS-CONV-JULIEN TO WS-AUJOURDHUI-JUL
               MOVE DATE-EXPIR-A4 OF W-ASSURE TO WS-CONV-DATE
               PERFORM 2760-CONVERTIR-JULIEN
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
                   MOVE WS-DATE-JOUR        TO FS-AJU-DATE
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

      * Conversion en julien - meme regle que 47150-CONVERTIR-JULIEN   *
      * dans MAJASSV2 (AAMMJJ residuel : AA < 50 -> 20AA)              *

       2760-CONVERTIR-JULIEN.
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

      * Journaliser l'avant-image de l'assure (avant REWRITE/DELETE),  *
      * meme format d'enregistrement que JOURNAL dans MAJASSV2         *

           PERFORM 2890-ECRIRE-JOURNAL
           .

      * Journaliser une substitution - avant/apres-image comme un      *
      * amendement (prime re-tarifee, BM/taux inchanges) plus l'ancien *
      * et le nouveau type, meme convention que 52100-JOURNALISER-     *
      * SUBSTITUTION dans MAJASSV2                                     *

       2870-JOURNALISER-SUBSTITUTION.
           MOVE F-MAT TO FS-JRN-MATRICULE
           MOVE F-CODE TO FS-JRN-CODE-MVT
           MOVE PRIME-A4 OF W-ASSURE TO FS-JRN-PRIME-AVANT
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-AVANT
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-AVANT
           MOVE F-BATCH-ID TO FS-JRN-BATCH-ID
           MOVE WS-DATE-JOUR TO FS-JRN-DATE-MVT
           MOVE SPACES TO FS-JRN-RESTE
           MOVE '01' TO FS-JRN-VEHICULE
           MOVE WS-SES-USER TO FS-JRN-UTILISATEUR
           MOVE WS-TAR-PRIME TO FS-JRN-PRIME-APRES
           MOVE BM-A4 OF W-ASSURE TO FS-JRN-BM-APRES
           MOVE TAUX-A4 OF W-ASSURE TO FS-JRN-TAUX-APRES
           MOVE TYPE-V-A4 OF W-ASSURE TO FS-JRN-TYPE-AVANT
           MOVE F-TYPE-NOUVEAU TO FS-JRN-TYPE-APRES
           PERFORM 2890-ECRIRE-JOURNAL
           .

      * Journaliser une creation - marqueur a zero, meme convention    *
      * que 46100-JOURNALISER-CREATION dans MAJASSV2                   *

