       PROGRAM-ID. CHAINRUN.

      * ENCHAINEMENT BATCH CONSOLIDE - Execute a la suite, dans le    *
      * meme run unit, les etapes de la chaine de nuit decrites dans  *
      * le fichier de definition DATA/CHAINDEF (cf CCHAINE.cpy) et    *
      * produit un seul rapport recapitulatif (WORK/CHAINRUN.lst) au  *
      * lieu de laisser l'exploitant ouvrir les listings separement.  *
      *                                                                *
      * DATA/CHAINDEF donne, pour chaque etape et dans l'ordre         *
      * d'execution : le programme, sa frequence (chaque nuit, jours   *
      * ouvres - tous, nieme ou dernier du mois, selon le calendrier   *
      * PGMCALEN / DATA/FERIES -, hebdomadaire, mensuelle), le code    *
      * retour qui arrete la chaine et le PARM a lui transmettre.      *
      * Le plan de la nuit est construit a partir de ce fichier pour   *
      * la date traitee et imprime en tete du rapport : ajouter une    *
      * etape ne demande plus de modifier le programme. Une ligne de   *
      * definition invalide est signalee au plan et ignoree (la        *
      * chaine se termine alors au mieux avec le code retour 8) ;      *
      * fichier absent = chaine non lancee (code retour 16).           *
      * PARM optionnel : DATE=aaaammjj, date traitee (defaut : date    *
      * du jour, ou date de l'essai interrompu en cas de reprise) ;    *
      * OUVERTURE=hhmm, heure d'ouverture du transactionnel que la     *
      * chaine ne doit pas depasser (defaut 0700)                      *
      *                                                                *
      * Chaque etape executee est historisee (WORK/CHAINHIS.dat, cf    *
      * CCHNHIS.cpy). Au lancement, la duree de chaque etape restante  *
      * est estimee d'apres les 30 nuits precedentes : volume de la    *
      * nuit (lignes de WORK/MVTS.dat ou WORK/SINMVT.dat, selon la     *
      * colonne VOL de CHAINDEF) divise par le debit historique, ou    *
      * duree moyenne pour une etape sans volume declare. La fin       *
      * prevue est imprimee au rapport et revue apres chaque etape ;   *
      * des qu'elle depasse l'ouverture, une alerte PGMALERT de        *
      * severite W est emise (une seule fois par lancement) pour que   *
      * l'exploitant puisse agir avant l'ouverture.                    *
      *                                                                *
      * Chaque etape reste un programme autonome, executable seul     *
      * (via JCL EXEC PGM=) exactement comme avant : CHAINRUN se       *
      * contente de les CALLer les uns a la suite des autres, ce que   *
      * permet leur bascule de STOP RUN vers GOBACK (le GOBACK d'un    *
      * programme initial d'un run unit equivaut a un STOP RUN,        *
      * l'execution autonome n'est donc pas affectee). Chaque etape    *
      * est liberee (CANCEL) apres son execution : un programme        *
      * present plusieurs fois dans la chaine repart de sa WORKING-    *
      * STORAGE initiale, comme un step JCL.                           *
      *                                                                *
      * Apres chaque etape, le special register RETURN-CODE qu'elle a  *
      * positionne est examine :                                       *
      *   >= code d'arret de l'etape (16 par defaut) -> echec - la     *
      *         chaine s'arrete immediatement, les etapes restantes    *
      *         sont marquees NON EXECUTEE dans le rapport             *
      *   8 ou plus (sous le code d'arret) -> etape terminee mais des  *
      *         anomalies ont ete relevees (la chaine continue)        *
      *   sinon -> etape terminee sans anomalie                        *
      * Un programme introuvable compte pour un code retour 16.        *
      *                                                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  SNPASSU en tete de chaine et en point de         *
      *               de l'etape en echec, les etapes deja terminees   *
      *               ne sont pas rejouees et le rapport consolide     *
      *               couvre l'essai initial et la reprise             *
      *   2026-10-15  FOYASSU avant PRIMCALC : composition des foyers  *
      *               (WORK/FOYERS.dat) a jour pour la remise foyer    *
      *               appliquee au renouvellement                      *
      *   2026-10-15  chaine decrite par DATA/CHAINDEF (programme,     *
      *               frequence/calendrier, code d'arret, PARM) au     *
      *               lieu de la table compilee ; plan de la nuit en   *
      *               tete du rapport ; PARM DATE= ; l'etat de reprise *
      *               porte la date traitee ; CANCEL apres chaque      *
      *               etape                                            *
      *   2026-10-15  historique des etapes (WORK/CHAINHIS.dat :       *
      *               debut, fin, duree, volume, code retour) ;        *
      *               prevision de fin de chaine en tete du rapport,   *
      *               d'apres les volumes FMVTSE/SINMVT de la nuit et  *
      *               les debits des 30 nuits precedentes, revue apres *
      *               chaque etape ; alerte PGMALERT (W) des que la    *
      *               fin prevue depasse l'ouverture en ligne          *
      *               (PARM OUVERTURE=hhmm, defaut 0700)               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS FS-RAPPORT.

      * Fichier d'etat de la chaine - une ligne par etape executee
      * (indice, nom, code retour, date traitee), reecrit apres chaque
      * etape ; une relance apres echec fatal s'en sert pour repartir
      * de l'etape en echec. 'TERMINE' en tete = chaine complete,
      * prochain lancement a neuf
           SELECT F-ETAT ASSIGN TO "WORK/CHAINETA.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETAT.

      * Definition de la chaine de nuit (une etape par ligne)
           SELECT F-CHAINDEF ASSIGN TO "DATA/CHAINDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAINDEF.

      * Historique des etapes executees (EXTEND, cree au premier
      * lancement) - base de la prevision de fin de chaine et du
      * suivi des durees (DURASSU)
           SELECT F-HISTO ASSIGN TO "WORK/CHAINHIS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTO.

      * Fichiers d'entree de la nuit, comptes pour la prevision
           SELECT F-MVTS ASSIGN TO "WORK/MVTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MVTS.
           SELECT F-SINMVT ASSIGN TO "WORK/SINMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SINMVT.

       DATA DIVISION.
       FILE SECTION.


       FD  F-ETAT.
       01  FS-ETA-REC.
           05 FS-ETA-IDX             PIC 9(2).
           05 FILLER                 PIC X(1).
           05 FS-ETA-NOM             PIC X(8).
           05 FILLER                 PIC X(1).
           05 FS-ETA-RC              PIC 9(4).
           05 FILLER                 PIC X(1).
           05 FS-ETA-DATE            PIC 9(8).

       FD  F-CHAINDEF.
       01  FS-CHAINDEF-REC           PIC X(80).

       FD  F-HISTO.
       01  FS-HISTO-REC              PIC X(100).

       FD  F-MVTS.
       01  FS-MVTS-REC               PIC X(80).

       FD  F-SINMVT.
       01  FS-SINMVT-REC             PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-RAPPORT                PIC XX.
       01  FS-ETAT                   PIC XX.
       01  FS-CHAINDEF               PIC XX.
       01  FS-HISTO                  PIC XX.
       01  FS-MVTS                   PIC XX.
       01  FS-SINMVT                 PIC XX.

      * Ligne de definition en cours d'analyse
       01  WS-DEFINITION.
           COPY CCHAINE.

      * Etapes retenues au plan de la nuit, dans l'ordre d'execution
       01  WS-ETAPES-TABLE.
           05 WS-ETAPE-ENTREE OCCURS 30 TIMES.
               10 WS-ETAPE-NOM       PIC X(8).
               10 WS-ETAPE-ARRET     PIC 99.
               10 WS-ETAPE-AVEC-PARM PIC X.
               10 WS-ETAPE-PARM      PIC X(40).
               10 WS-ETAPE-VOLUME    PIC X(8).
      * Historique des 30 nuits precedentes (etapes sous le code 16) :
      * toutes executions, puis celles dont le volume est connu
               10 WS-ETAPE-NB-HISTO  PIC 9(3).
               10 WS-ETAPE-DUREE-HISTO
                                     PIC 9(9).
               10 WS-ETAPE-DUREE-VOL PIC 9(9).
               10 WS-ETAPE-VOL-HISTO PIC 9(11).
      * Duree estimee pour cette nuit (secondes)
               10 WS-ETAPE-ESTIME    PIC 9(6).

       01  WS-NB-ETAPES              PIC 99 VALUE 0.
       01  WS-IDX-ETAPE              PIC 99 VALUE 0.
       01  WS-RC-ETAPE               PIC S9(4) VALUE 0.
       01  WS-LONG-PARM              PIC 99.

       01  WS-ARRET-CHAINE           PIC X VALUE 'N'.
           88 CHAINE-ARRETEE             VALUE 'O'.
       01  WS-APPEL-IMPOSSIBLE       PIC X VALUE 'N'.
           88 APPEL-IMPOSSIBLE           VALUE 'O'.

      * Etat par etape : 'A' a executer, 'R' deja terminee lors de
      * l'essai precedent (reprise - non rejouee)
       01  WS-ETATS.
           05 WS-ETA-ENTREE OCCURS 30 TIMES.
               10 WS-ETA-STATUT      PIC X.
               10 WS-ETA-RC          PIC S9(4).
       01  WS-IDX-ETAT               PIC 99.
       01  WS-MODE-REPRISE           PIC X VALUE 'N'.
           88 MODE-REPRISE               VALUE 'O'.
       01  WS-ETAT-ECHEC-VU          PIC X VALUE 'N'.

      * Lignes d'etat laissees par l'essai precedent, rapprochees du
      * plan une fois celui-ci construit
       01  WS-ETATS-PRECEDENTS.
           05 WS-ANT-ENTREE OCCURS 30 TIMES.
               10 WS-ANT-IDX         PIC 99.
               10 WS-ANT-NOM         PIC X(8).
               10 WS-ANT-RC          PIC 9(4).
       01  WS-NB-ANT                 PIC 99 VALUE 0.
       01  WS-DATE-ETAT              PIC 9(8) VALUE 0.

      * Date traitee (PARM DATE=, defaut date du jour ou date de
      * l'essai interrompu) et sa situation dans le calendrier
       01  WS-DATE-PARM              PIC 9(8) VALUE 0.
       01  WS-DATE-PLAN              PIC 9(8) VALUE 0.
       01  WS-DATE-PLAN-R REDEFINES WS-DATE-PLAN.
           05 WS-PLAN-AAAA           PIC 9(4).
           05 WS-PLAN-MM             PIC 99.
           05 WS-PLAN-JJ             PIC 99.
       01  WS-DATE-TRAVAIL           PIC 9(8).
       01  WS-DATE-TRAVAIL-R REDEFINES WS-DATE-TRAVAIL.
           05 WS-TRAV-AAAA           PIC 9(4).
           05 WS-TRAV-MM             PIC 99.
           05 WS-TRAV-JJ             PIC 99.
       01  WS-FIN-MOIS               PIC 9(8).
       01  WS-FIN-MOIS-R REDEFINES WS-FIN-MOIS.
           05 FILLER                 PIC 9(6).
           05 WS-FIN-MOIS-JJ         PIC 99.
       01  WS-JOUR-SEMAINE           PIC 9.
       01  WS-RANG-OUVRE             PIC 99 VALUE 0.
       01  WS-JOUR-OUVRE             PIC X VALUE 'N'.
           88 JOUR-OUVRE                 VALUE 'O'.
       01  WS-DERNIER-OUVRE          PIC X VALUE 'N'.
           88 DERNIER-OUVRE              VALUE 'O'.

       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Historique des etapes et prevision de fin de chaine
       01  WS-HISTORIQUE.
           COPY CCHNHIS.
       01  WS-DATE-HISTO-MIN         PIC 9(8).
       01  WS-IDX-HISTO              PIC 99.
       01  WS-NB-SANS-HISTO          PIC 99 VALUE 0.
       01  WS-VOL-FMVTSE             PIC 9(8) VALUE 0.
       01  WS-VOL-SINMVT             PIC 9(8) VALUE 0.
       01  WS-VOL-ETAPE              PIC 9(8) VALUE 0.

      * Horloge systeme et sa valeur en secondes (jour * 86400 +
      * heure), qui permet de calculer des durees a cheval sur minuit
       01  WS-HORLOGE.
           05 WS-HOR-DATE            PIC 9(8).
           05 WS-HOR-HEURE           PIC 9(8).
           05 WS-HOR-HEURE-R REDEFINES WS-HOR-HEURE.
               10 WS-HOR-HH          PIC 99.
               10 WS-HOR-MM          PIC 99.
               10 WS-HOR-SS          PIC 99.
               10 WS-HOR-CC          PIC 99.
           05 WS-HOR-SECONDES        PIC 9(11).
       01  WS-DEB-DATE               PIC 9(8).
       01  WS-DEB-HEURE              PIC 9(6).
       01  WS-DEB-SECONDES           PIC 9(11).
       01  WS-DUREE-ETAPE            PIC 9(6).

       01  WS-OUVERTURE              PIC 9(4) VALUE 0700.
       01  WS-OUVERTURE-R REDEFINES WS-OUVERTURE.
           05 WS-OUV-HH              PIC 99.
           05 WS-OUV-MM              PIC 99.
       01  WS-LANCEMENT-DATE         PIC 9(8).
       01  WS-LANCEMENT-HEURE        PIC 9(6).
       01  WS-LIMITE-DATE            PIC 9(8).
       01  WS-LIMITE-SECONDES        PIC 9(11).
       01  WS-RESTE-ESTIME           PIC 9(9).
       01  WS-FIN-PREVUE-SECONDES    PIC 9(11).
       01  WS-PREVISION-IMPRIMEE     PIC X VALUE 'N'.
           88 PREVISION-IMPRIMEE         VALUE 'O'.
       01  WS-RETARD-SIGNALE         PIC X VALUE 'N'.
           88 RETARD-SIGNALE             VALUE 'O'.

      * Conversion secondes -> date et heure
       01  WS-CONV-SECONDES          PIC 9(11).
       01  WS-CONV-JOURS             PIC 9(7).
       01  WS-CONV-RESTE             PIC 9(5).
       01  WS-CONV-MINUTES           PIC 9(5).
       01  WS-CONV-DATE              PIC 9(8).
       01  WS-CONV-HEURE             PIC 9(6).
       01  WS-CONV-HEURE-R REDEFINES WS-CONV-HEURE.
           05 WS-CONV-HH             PIC 99.
           05 WS-CONV-MM             PIC 99.
           05 WS-CONV-SS             PIC 99.
       01  WS-FIN-PREVUE-DATE        PIC 9(8).
       01  WS-FIN-PREVUE-HHMM        PIC X(5).
       01  WS-LIMITE-HHMM            PIC X(5).
       01  WS-LANCEMENT-HHMM         PIC X(5).
       01  WS-MINUTES-EDIT           PIC ZZZZ9.
       01  WS-VOLUME-EDIT            PIC ZZZZZZZ9.
       01  WS-VOLUME-EDIT2           PIC ZZZZZZZ9.

      * Calendrier des jours ouvres
       01  WS-NOM-PGMCALEN           PIC X(8) VALUE 'PGMCALEN'.
       01  WS-COM-CALENDRIER.
           05 WS-CAL-FONCTION        PIC X(1).
           05 WS-CAL-DATE            PIC 9(8).
           05 WS-CAL-DATE2           PIC 9(8).
           05 WS-CAL-NB              PIC 9(5).
           05 WS-CAL-RESULTAT        PIC 9(8).
           05 WS-CAL-OUVRE           PIC X(1).
           05 WS-CAL-RETOUR          PIC 99.
           05 FILLER                 PIC X(7).

      * Decision prise pour la ligne de definition courante
       01  WS-DECISION               PIC X VALUE SPACE.
           88 DEF-RETENUE                VALUE 'R'.
           88 DEF-NON-PREVUE             VALUE 'N'.
           88 DEF-INVALIDE               VALUE 'I'.
           88 DEF-HORS-TABLE             VALUE 'T'.
       01  WS-ARRET-DEF              PIC 99.

      * PARM transmis aux etapes qui en attendent un (zone longueur +
      * texte, comme le PARM JCL)
       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP VALUE 0.
           05 LS-PARM-DATA           PIC X(40) VALUE SPACES.

      * Compteurs de synthese
       01  WS-COMPTEURS.
           05 WS-CPT-ETAPES-OK       PIC 99 VALUE 0.
           05 WS-CPT-ETAPES-ANO      PIC 99 VALUE 0.
           05 WS-CPT-ETAPES-NONEXEC  PIC 99 VALUE 0.
           05 WS-CPT-DEF-INVALIDES   PIC 99 VALUE 0.

      * Alerte exploitation en cas d'arret de la chaine (PGMALERT)
       01  WS-ALERTE-PROGRAMME       PIC X(8) VALUE 'CHAINRUN'.

      * Ligne de detail du rapport consolide
       01  WS-RC-EDIT                PIC ---9.
       01  WS-ARRET-EDIT             PIC Z9.

       01  WS-LIG-ETAPE.
           05 WS-LIGE-NOM            PIC X(10).
           05 FILLER                 PIC X(3) VALUE SPACES.
           05 WS-LIGE-STATUT         PIC X(40).

      * Lignes du plan de la nuit
       01  WS-LIG-PLAN-TITRE.
           05 FILLER                 PIC X(16) VALUE
               'PLAN DE LA NUIT '.
           05 WS-LIGT-DATE           PIC 9(8).
           05 FILLER                 PIC X(3) VALUE ' - '.
           05 WS-LIGT-OUVRE          PIC X(40).
       01  WS-LIG-PLAN.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGP-NOM            PIC X(8).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGP-FREQUENCE      PIC X(14).
           05 FILLER                 PIC X(6) VALUE 'ARRET '.
           05 WS-LIGP-ARRET          PIC X(2).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 WS-LIGP-DECISION       PIC X(11).
           05 WS-LIGP-PARM           PIC X(33).

       LINKAGE SECTION.

       01  LS-PARM-CHAINE.
           05 LS-PCH-LEN             PIC S9(4) COMP.
           05 LS-PCH-DATA            PIC X(40).

       PROCEDURE DIVISION USING LS-PARM-CHAINE.

      * Programme principal                                           *

               UNTIL WS-IDX-ETAPE > WS-NB-ETAPES OR CHAINE-ARRETEE
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'DATE TRAITEE          : ' WS-DATE-PLAN
           DISPLAY 'ETAPES AU PLAN        : ' WS-NB-ETAPES
           DISPLAY 'ETAPES TERMINEES OK   : ' WS-CPT-ETAPES-OK
           DISPLAY 'ETAPES AVEC ANOMALIES : ' WS-CPT-ETAPES-ANO
           DISPLAY 'ETAPES NON EXECUTEES  : ' WS-CPT-ETAPES-NONEXEC
           DISPLAY 'DEFINITIONS INVALIDES : ' WS-CPT-DEF-INVALIDES
           DISPLAY 'RAPPORT CONSOLIDE     : WORK/CHAINRUN.lst'
           DISPLAY '========================================'
           IF CHAINE-ARRETEE
               DISPLAY 'CHAINE INTERROMPUE SUITE A UN ECHEC FATAL'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CPT-ETAPES-ANO > 0 OR WS-CPT-DEF-INVALIDES > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - date traitee, etat de l'essai precedent,     *
      * plan de la nuit en tete du rapport consolide                   *

       10000-INIT.
           IF LS-PCH-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PCH-DATA(1:LS-PCH-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF

           PERFORM 11000-CHARGER-ETAT
               THRU FIN-11000-CHARGER-ETAT

      * Date traitee : PARM, sinon celle de l'essai interrompu, sinon
      * la date du jour. Un PARM qui designe une autre nuit que l'essai
      * interrompu repart a neuf
           EVALUATE TRUE
               WHEN WS-DATE-PARM NOT = 0
                   MOVE WS-DATE-PARM TO WS-DATE-PLAN
                   IF WS-NB-ANT > 0 AND WS-DATE-ETAT NOT = WS-DATE-PLAN
                       DISPLAY 'ETAT PRECEDENT DU ' WS-DATE-ETAT
                               ' IGNORE (DATE TRAITEE DIFFERENTE)'
                       MOVE 0 TO WS-NB-ANT
                   END-IF
               WHEN WS-NB-ANT > 0
                   MOVE WS-DATE-ETAT TO WS-DATE-PLAN
               WHEN OTHER
                   ACCEPT WS-DATE-PLAN FROM DATE YYYYMMDD
           END-EVALUATE
           DISPLAY 'DATE TRAITEE : ' WS-DATE-PLAN

           PERFORM 12000-SITUER-DATE

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
           MOVE 'ENCHAINEMENT BATCH - RAPPORT CONSOLIDE' TO
               FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 13000-CONSTRUIRE-PLAN
               THRU FIN-13000-CONSTRUIRE-PLAN
           PERFORM 14000-APPLIQUER-REPRISE

      * Prevision de fin de chaine : volumes de la nuit, historique,
      * duree estimee des etapes restantes
           IF NOT CHAINE-ARRETEE AND WS-NB-ETAPES > 0
               PERFORM 15000-COMPTER-VOLUMES
               PERFORM 16000-CHARGER-HISTORIQUE
                   THRU FIN-16000-CHARGER-HISTORIQUE
               PERFORM 17000-ESTIMER-ETAPE
                   VARYING WS-IDX-HISTO FROM 1 BY 1
                   UNTIL WS-IDX-HISTO > WS-NB-ETAPES
               PERFORM 18000-PREVOIR-FIN
               PERFORM 19000-IMPRIMER-PREVISION
           END-IF

           IF MODE-REPRISE
               MOVE 'REPRISE APRES ECHEC - LES ETAPES DEJA TERMINEES'
                   TO FS-RAPPORT-REC
               MOVE 'LORS DE L ESSAI PRECEDENT NE SONT PAS REJOUEES'
                   TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'DATE='
                   IF WS-PARM-TOK(WS-PARM-IDX)(6:8) IS NUMERIC
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                           TO WS-DATE-PARM
                   ELSE
                       DISPLAY 'PARM DATE= IGNORE (aaaammjj) : '
                               WS-PARM-TOK(WS-PARM-IDX)
                   END-IF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:10) = 'OUVERTURE='
                   IF WS-PARM-TOK(WS-PARM-IDX)(11:4) IS NUMERIC
                           AND WS-PARM-TOK(WS-PARM-IDX)(11:2) < '24'
                           AND WS-PARM-TOK(WS-PARM-IDX)(13:2) < '60'
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(11:4)
                           TO WS-OUVERTURE
                   ELSE
                       DISPLAY 'PARM OUVERTURE= IGNORE (hhmm) : '
                               WS-PARM-TOK(WS-PARM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

      * Charger l'etat laisse par l'essai precedent. Fichier absent   *
      * ou marque TERMINE = lancement a neuf ; les lignes sont         *
      * rapprochees du plan par 14000 une fois celui-ci construit      *

       11000-CHARGER-ETAT.
           MOVE 0 TO WS-NB-ANT
           MOVE 0 TO WS-DATE-ETAT

           OPEN INPUT F-ETAT
           IF FS-ETAT NOT = '00'
                   CONTINUE
               NOT AT END
                   IF FS-ETA-REC(1:7) = 'TERMINE'
                       MOVE 0 TO WS-NB-ANT
                       MOVE '10' TO FS-ETAT
                   ELSE
                       IF FS-ETA-IDX IS NUMERIC
                               AND FS-ETA-RC IS NUMERIC
                               AND FS-ETA-DATE IS NUMERIC
                               AND WS-NB-ANT < 30
                           ADD 1 TO WS-NB-ANT
                           MOVE FS-ETA-IDX TO WS-ANT-IDX(WS-NB-ANT)
                           MOVE FS-ETA-NOM TO WS-ANT-NOM(WS-NB-ANT)
                           MOVE FS-ETA-RC  TO WS-ANT-RC(WS-NB-ANT)
                           MOVE FS-ETA-DATE TO WS-DATE-ETAT
                       END-IF
                   END-IF
           END-READ
           .

      * Situer la date traitee : jour de la semaine, jour ouvre,       *
      * rang du jour ouvre dans le mois, dernier jour ouvre du mois,   *
      * dernier jour calendaire du mois                                *

       12000-SITUER-DATE.
           MOVE 'J'          TO WS-CAL-FONCTION
           MOVE WS-DATE-PLAN TO WS-CAL-DATE
           CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
           IF WS-CAL-RETOUR NOT = 00
               DISPLAY 'DATE TRAITEE INVALIDE : ' WS-DATE-PLAN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CAL-OUVRE TO WS-JOUR-OUVRE

      * 1 = lundi ... 7 = dimanche
           COMPUTE WS-JOUR-SEMAINE =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-DATE-PLAN)
                            - 1, 7) + 1

      * Dernier jour du mois = veille du premier du mois suivant
           MOVE WS-DATE-PLAN TO WS-DATE-TRAVAIL
           MOVE 01 TO WS-TRAV-JJ
           IF WS-TRAV-MM = 12
               ADD 1 TO WS-TRAV-AAAA
               MOVE 01 TO WS-TRAV-MM
           ELSE
               ADD 1 TO WS-TRAV-MM
           END-IF
           COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)

           MOVE 0 TO WS-RANG-OUVRE
           MOVE 'N' TO WS-DERNIER-OUVRE
           IF JOUR-OUVRE
      * Rang : jours ouvres depuis la veille du premier du mois
               MOVE WS-DATE-PLAN TO WS-DATE-TRAVAIL
               MOVE 01 TO WS-TRAV-JJ
               MOVE 'N' TO WS-CAL-FONCTION
               COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-TRAVAIL) - 1)
               MOVE WS-DATE-PLAN TO WS-CAL-DATE2
               CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
               MOVE WS-CAL-NB TO WS-RANG-OUVRE
      * Dernier : plus aucun jour ouvre d'ici la fin du mois
               MOVE 'N' TO WS-CAL-FONCTION
               MOVE WS-DATE-PLAN TO WS-CAL-DATE
               MOVE WS-FIN-MOIS TO WS-CAL-DATE2
               CALL WS-NOM-PGMCALEN USING WS-COM-CALENDRIER
               IF WS-CAL-NB = 0
                   SET DERNIER-OUVRE TO TRUE
               END-IF
           END-IF
           .

      * Construire le plan de la nuit depuis DATA/CHAINDEF et         *
      * l'imprimer en tete du rapport                                  *

       13000-CONSTRUIRE-PLAN.
           MOVE 0 TO WS-NB-ETAPES
           MOVE WS-DATE-PLAN TO WS-LIGT-DATE
           MOVE SPACES TO WS-LIGT-OUVRE
           EVALUATE TRUE
               WHEN DERNIER-OUVRE
                   STRING 'JOUR OUVRE NO ' WS-RANG-OUVRE
                          ' (DERNIER DU MOIS)' DELIMITED BY SIZE
                       INTO WS-LIGT-OUVRE
                   END-STRING
               WHEN JOUR-OUVRE
                   STRING 'JOUR OUVRE NO ' WS-RANG-OUVRE
                          ' DU MOIS' DELIMITED BY SIZE
                       INTO WS-LIGT-OUVRE
                   END-STRING
               WHEN OTHER
                   MOVE 'JOUR NON OUVRE' TO WS-LIGT-OUVRE
           END-EVALUATE
           MOVE WS-LIG-PLAN-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           OPEN INPUT F-CHAINDEF
           IF FS-CHAINDEF NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DATA/CHAINDEF : ' FS-CHAINDEF
               MOVE '  DEFINITION DATA/CHAINDEF ABSENTE - AUCUNE ETAPE'
                   TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               SET CHAINE-ARRETEE TO TRUE
               MOVE 'F' TO WS-ALERTE-SEVERITE
               MOVE 'CHAINE NON LANCEE - DATA/CHAINDEF ABSENT'
                   TO WS-ALERTE-MESSAGE
               CALL 'PGMALERT' USING WS-ALERTE-PROGRAMME
                    WS-ALERTE-SEVERITE WS-ALERTE-MESSAGE
               GO TO FIN-13000-CONSTRUIRE-PLAN
           END-IF
           PERFORM 13100-LIRE-DEFINITION UNTIL FS-CHAINDEF = '10'
           CLOSE F-CHAINDEF

           IF WS-NB-ETAPES = 0
               MOVE '  AUCUNE ETAPE PREVUE POUR CETTE DATE'
                   TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
       FIN-13000-CONSTRUIRE-PLAN.
           EXIT.

      * Une ligne de definition (commentaire '*' et lignes vides       *
      * ignores) : decision pour la date traitee, ligne au plan        *

       13100-LIRE-DEFINITION.
           READ F-CHAINDEF INTO WS-DEFINITION
               AT END
                   CONTINUE
               NOT AT END
                   IF FS-CHAINDEF-REC(1:1) NOT = '*'
                           AND FS-CHAINDEF-REC NOT = SPACES
                       PERFORM 13200-DECIDER-ETAPE
                           THRU FIN-13200-DECIDER-ETAPE
                       PERFORM 13300-IMPRIMER-LIGNE-PLAN
                   END-IF
           END-READ
           .

       13200-DECIDER-ETAPE.
           SET DEF-INVALIDE TO TRUE

      * Controles de forme
           IF CHD-PROGRAMME = SPACES
                   OR (CHD-AVEC-PARM NOT = 'O' AND NOT = 'N')
               GO TO FIN-13200-DECIDER-ETAPE
           END-IF
           IF NOT CHD-SANS-VOLUME AND NOT CHD-VOLUME-FMVTSE
                   AND NOT CHD-VOLUME-SINMVT
               GO TO FIN-13200-DECIDER-ETAPE
           END-IF
           EVALUATE TRUE
               WHEN CHD-RC-ARRET = SPACES
                   MOVE 16 TO WS-ARRET-DEF
               WHEN CHD-RC-ARRET IS NUMERIC
                   MOVE CHD-RC-ARRET-N TO WS-ARRET-DEF
                   IF WS-ARRET-DEF = 0
                       MOVE 16 TO WS-ARRET-DEF
                   END-IF
               WHEN OTHER
                   GO TO FIN-13200-DECIDER-ETAPE
           END-EVALUATE

      * Frequence et jour, confrontes a la date traitee
           SET DEF-NON-PREVUE TO TRUE
           EVALUATE TRUE
               WHEN CHD-QUOTIDIENNE
                   SET DEF-RETENUE TO TRUE
               WHEN CHD-JOURS-OUVRES
                   EVALUATE TRUE
                       WHEN CHD-JOUR = SPACES
                           IF JOUR-OUVRE
                               SET DEF-RETENUE TO TRUE
                           END-IF
                       WHEN CHD-DERNIER-OUVRE
                           IF DERNIER-OUVRE
                               SET DEF-RETENUE TO TRUE
                           END-IF
                       WHEN CHD-JOUR IS NUMERIC AND CHD-JOUR-N > 0
                           IF JOUR-OUVRE
                                   AND CHD-JOUR-N = WS-RANG-OUVRE
                               SET DEF-RETENUE TO TRUE
                           END-IF
                       WHEN OTHER
                           SET DEF-INVALIDE TO TRUE
                   END-EVALUATE
               WHEN CHD-HEBDOMADAIRE
                   IF CHD-JOUR IS NUMERIC
                           AND CHD-JOUR-N >= 1 AND CHD-JOUR-N <= 7
                       IF CHD-JOUR-N = WS-JOUR-SEMAINE
                           SET DEF-RETENUE TO TRUE
                       END-IF
                   ELSE
                       SET DEF-INVALIDE TO TRUE
                   END-IF
               WHEN CHD-MENSUELLE
                   IF CHD-JOUR IS NUMERIC
                           AND CHD-JOUR-N >= 1 AND CHD-JOUR-N <= 31
      * Jour au-dela de la fin d'un mois court : dernier jour du mois
                       IF CHD-JOUR-N = WS-PLAN-JJ
                               OR (CHD-JOUR-N > WS-FIN-MOIS-JJ
                                   AND WS-PLAN-JJ = WS-FIN-MOIS-JJ)
                           SET DEF-RETENUE TO TRUE
                       END-IF
                   ELSE
                       SET DEF-INVALIDE TO TRUE
                   END-IF
               WHEN OTHER
                   SET DEF-INVALIDE TO TRUE
           END-EVALUATE

           IF DEF-RETENUE
               IF WS-NB-ETAPES >= 30
                   SET DEF-HORS-TABLE TO TRUE
               ELSE
                   ADD 1 TO WS-NB-ETAPES
                   MOVE CHD-PROGRAMME TO WS-ETAPE-NOM(WS-NB-ETAPES)
                   MOVE WS-ARRET-DEF  TO WS-ETAPE-ARRET(WS-NB-ETAPES)
                   MOVE CHD-AVEC-PARM
                       TO WS-ETAPE-AVEC-PARM(WS-NB-ETAPES)
                   MOVE CHD-PARM      TO WS-ETAPE-PARM(WS-NB-ETAPES)
                   MOVE CHD-VOLUME    TO WS-ETAPE-VOLUME(WS-NB-ETAPES)
                   MOVE 0 TO WS-ETAPE-NB-HISTO(WS-NB-ETAPES)
                             WS-ETAPE-DUREE-HISTO(WS-NB-ETAPES)
                             WS-ETAPE-DUREE-VOL(WS-NB-ETAPES)
                             WS-ETAPE-VOL-HISTO(WS-NB-ETAPES)
                             WS-ETAPE-ESTIME(WS-NB-ETAPES)
                   MOVE 'A' TO WS-ETA-STATUT(WS-NB-ETAPES)
                   MOVE 0   TO WS-ETA-RC(WS-NB-ETAPES)
               END-IF
           END-IF
           .
       FIN-13200-DECIDER-ETAPE.
           EXIT.

       13300-IMPRIMER-LIGNE-PLAN.
           MOVE CHD-PROGRAMME TO WS-LIGP-NOM
           MOVE SPACES TO WS-LIGP-FREQUENCE
           EVALUATE TRUE
               WHEN CHD-QUOTIDIENNE
                   MOVE 'CHAQUE NUIT' TO WS-LIGP-FREQUENCE
               WHEN CHD-JOURS-OUVRES AND CHD-JOUR = SPACES
                   MOVE 'JOUR OUVRE' TO WS-LIGP-FREQUENCE
               WHEN CHD-JOURS-OUVRES AND CHD-DERNIER-OUVRE
                   MOVE 'DERN. OUVRE' TO WS-LIGP-FREQUENCE
               WHEN CHD-JOURS-OUVRES
                   STRING 'OUVRE NO ' CHD-JOUR DELIMITED BY SIZE
                       INTO WS-LIGP-FREQUENCE
                   END-STRING
               WHEN CHD-HEBDOMADAIRE
                   STRING 'HEBDO JOUR ' CHD-JOUR DELIMITED BY SIZE
                       INTO WS-LIGP-FREQUENCE
                   END-STRING
               WHEN CHD-MENSUELLE
                   STRING 'MENSUEL LE ' CHD-JOUR DELIMITED BY SIZE
                       INTO WS-LIGP-FREQUENCE
                   END-STRING
               WHEN OTHER
                   STRING 'FREQUENCE ' CHD-FREQUENCE DELIMITED BY SIZE
                       INTO WS-LIGP-FREQUENCE
                   END-STRING
           END-EVALUATE
           MOVE CHD-RC-ARRET TO WS-LIGP-ARRET
           IF CHD-RC-ARRET = SPACES
               MOVE '16' TO WS-LIGP-ARRET
           END-IF
           EVALUATE TRUE
               WHEN DEF-RETENUE
                   MOVE 'RETENUE' TO WS-LIGP-DECISION
               WHEN DEF-NON-PREVUE
                   MOVE 'NON PREVUE' TO WS-LIGP-DECISION
               WHEN DEF-HORS-TABLE
                   MOVE 'PLAN PLEIN' TO WS-LIGP-DECISION
                   ADD 1 TO WS-CPT-DEF-INVALIDES
               WHEN OTHER
                   MOVE 'INVALIDE' TO WS-LIGP-DECISION
                   ADD 1 TO WS-CPT-DEF-INVALIDES
                   DISPLAY 'DEFINITION INVALIDE IGNOREE : '
                           FS-CHAINDEF-REC(1:40)
           END-EVALUATE
           MOVE CHD-PARM TO WS-LIGP-PARM
           MOVE WS-LIG-PLAN TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Rapprocher l'etat de l'essai precedent du plan : les etapes    *
      * terminees sous leur code d'arret avant l'etape en echec sont   *
      * marquees 'R' (non rejouees). Une etape dont le nom ne          *
      * correspond plus (definition modifiee depuis) arrete le         *
      * rapprochement : la reprise repart de cette etape               *

       14000-APPLIQUER-REPRISE.
           MOVE 'N' TO WS-ETAT-ECHEC-VU
           PERFORM 14100-RAPPROCHER-LIGNE-ETAT
               VARYING WS-IDX-ETAT FROM 1 BY 1
               UNTIL WS-IDX-ETAT > WS-NB-ANT
                   OR WS-ETAT-ECHEC-VU = 'O'
           .

       14100-RAPPROCHER-LIGNE-ETAT.
           MOVE WS-ANT-IDX(WS-IDX-ETAT) TO WS-IDX-ETAPE
           IF WS-IDX-ETAPE < 1 OR WS-IDX-ETAPE > WS-NB-ETAPES
               MOVE 'O' TO WS-ETAT-ECHEC-VU
           ELSE
               IF WS-ANT-NOM(WS-IDX-ETAT) NOT =
                       WS-ETAPE-NOM(WS-IDX-ETAPE)
                   DISPLAY 'ETAPE ' WS-IDX-ETAPE ' MODIFIEE DEPUIS '
                           'L ESSAI PRECEDENT - REPRISE A CE POINT'
                   MOVE 'O' TO WS-ETAT-ECHEC-VU
               ELSE
                   IF WS-ANT-RC(WS-IDX-ETAT)
                           < WS-ETAPE-ARRET(WS-IDX-ETAPE)
                       MOVE 'R' TO WS-ETA-STATUT(WS-IDX-ETAPE)
                       MOVE WS-ANT-RC(WS-IDX-ETAT)
                           TO WS-ETA-RC(WS-IDX-ETAPE)
                       SET MODE-REPRISE TO TRUE
                   ELSE
                       MOVE 'O' TO WS-ETAT-ECHEC-VU
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO WS-IDX-ETAPE
           .

      * Compter les enregistrements des fichiers d'entree de la nuit  *
      * (fichier absent = volume nul)                                  *

       15000-COMPTER-VOLUMES.
           MOVE 0 TO WS-VOL-FMVTSE
           OPEN INPUT F-MVTS
           IF FS-MVTS = '00'
               PERFORM 15100-COMPTER-MVTS UNTIL FS-MVTS NOT = '00'
               CLOSE F-MVTS
           END-IF
           MOVE 0 TO WS-VOL-SINMVT
           OPEN INPUT F-SINMVT
           IF FS-SINMVT = '00'
               PERFORM 15200-COMPTER-SINMVT UNTIL FS-SINMVT NOT = '00'
               CLOSE F-SINMVT
           END-IF
           DISPLAY 'VOLUMES DE LA NUIT : FMVTSE ' WS-VOL-FMVTSE
                   ' SINMVT ' WS-VOL-SINMVT
           .

       15100-COMPTER-MVTS.
           READ F-MVTS
               NOT AT END
                   ADD 1 TO WS-VOL-FMVTSE
           END-READ
           .

       15200-COMPTER-SINMVT.
           READ F-SINMVT
               NOT AT END
                   ADD 1 TO WS-VOL-SINMVT
           END-READ
           .

      * Cumuler, par etape du plan, l'historique des 30 nuits          *
      * precedant la date traitee (etapes en echec fatal exclues)      *

       16000-CHARGER-HISTORIQUE.
           COMPUTE WS-DATE-HISTO-MIN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DATE-PLAN) - 30)
           OPEN INPUT F-HISTO
           IF FS-HISTO NOT = '00'
               DISPLAY 'PAS D HISTORIQUE DES ETAPES (WORK/CHAINHIS.dat)'
               GO TO FIN-16000-CHARGER-HISTORIQUE
           END-IF
           PERFORM 16100-LIRE-HISTORIQUE UNTIL FS-HISTO NOT = '00'
           CLOSE F-HISTO
           .
       FIN-16000-CHARGER-HISTORIQUE.
           EXIT.

       16100-LIRE-HISTORIQUE.
           READ F-HISTO INTO WS-HISTORIQUE
               NOT AT END
                   IF CHH-DATE-PLAN IS NUMERIC
                           AND CHH-DUREE IS NUMERIC
                           AND CHH-VOLUME IS NUMERIC
                           AND CHH-RC IS NUMERIC
                       IF CHH-DATE-PLAN >= WS-DATE-HISTO-MIN
                               AND CHH-DATE-PLAN < WS-DATE-PLAN
                               AND CHH-RC < 16
                           PERFORM 16200-CUMULER-HISTORIQUE
                               VARYING WS-IDX-HISTO FROM 1 BY 1
                               UNTIL WS-IDX-HISTO > WS-NB-ETAPES
                       END-IF
                   END-IF
           END-READ
           .

       16200-CUMULER-HISTORIQUE.
           IF WS-ETAPE-NOM(WS-IDX-HISTO) = CHH-PROGRAMME
               ADD 1 TO WS-ETAPE-NB-HISTO(WS-IDX-HISTO)
               ADD CHH-DUREE TO WS-ETAPE-DUREE-HISTO(WS-IDX-HISTO)
               IF WS-ETAPE-VOLUME(WS-IDX-HISTO) NOT = SPACES
                       AND CHH-VOLUME-FICHIER =
                           WS-ETAPE-VOLUME(WS-IDX-HISTO)
                       AND CHH-VOLUME > 0
                   ADD CHH-DUREE TO WS-ETAPE-DUREE-VOL(WS-IDX-HISTO)
                   ADD CHH-VOLUME TO WS-ETAPE-VOL-HISTO(WS-IDX-HISTO)
               END-IF
           END-IF
           .

      * Duree estimee d'une etape : volume de la nuit / debit          *
      * historique si son volume est connu, sinon duree moyenne ;      *
      * etape jamais executee : non estimee (comptee a part)           *

       17000-ESTIMER-ETAPE.
           MOVE 0 TO WS-ETAPE-ESTIME(WS-IDX-HISTO)
           EVALUATE TRUE
               WHEN WS-ETA-STATUT(WS-IDX-HISTO) NOT = 'A'
                   CONTINUE
               WHEN WS-ETAPE-VOL-HISTO(WS-IDX-HISTO) > 0
                   PERFORM 17100-VOLUME-ETAPE
                   COMPUTE WS-ETAPE-ESTIME(WS-IDX-HISTO) ROUNDED =
                       WS-VOL-ETAPE
                       * WS-ETAPE-DUREE-VOL(WS-IDX-HISTO)
                       / WS-ETAPE-VOL-HISTO(WS-IDX-HISTO)
                   END-COMPUTE
               WHEN WS-ETAPE-NB-HISTO(WS-IDX-HISTO) > 0
                   COMPUTE WS-ETAPE-ESTIME(WS-IDX-HISTO) ROUNDED =
                       WS-ETAPE-DUREE-HISTO(WS-IDX-HISTO)
                       / WS-ETAPE-NB-HISTO(WS-IDX-HISTO)
                   END-COMPUTE
               WHEN OTHER
                   ADD 1 TO WS-NB-SANS-HISTO
           END-EVALUATE
           .

       17100-VOLUME-ETAPE.
           EVALUATE WS-ETAPE-VOLUME(WS-IDX-HISTO)
               WHEN 'FMVTSE'
                   MOVE WS-VOL-FMVTSE TO WS-VOL-ETAPE
               WHEN 'SINMVT'
                   MOVE WS-VOL-SINMVT TO WS-VOL-ETAPE
               WHEN OTHER
                   MOVE 0 TO WS-VOL-ETAPE
           END-EVALUATE
           .

      * Fin prevue = maintenant + durees estimees des etapes restant   *
      * a executer apres l'etape courante. L'ouverture a ne pas        *
      * depasser est fixee au premier passage : le jour du lancement   *
      * s'il a lieu avant l'heure d'ouverture, sinon le lendemain.     *
      * Depassement prevu : une alerte W, une seule par lancement      *

       18000-PREVOIR-FIN.
           PERFORM 22000-LIRE-HORLOGE
           IF NOT PREVISION-IMPRIMEE
               MOVE WS-HOR-DATE TO WS-LANCEMENT-DATE
               MOVE WS-HOR-HEURE(1:6) TO WS-LANCEMENT-HEURE
               IF WS-HOR-HEURE(1:4) < WS-OUVERTURE
                   MOVE WS-HOR-DATE TO WS-LIMITE-DATE
               ELSE
                   COMPUTE WS-LIMITE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-HOR-DATE) + 1)
               END-IF
               COMPUTE WS-LIMITE-SECONDES =
                   FUNCTION INTEGER-OF-DATE(WS-LIMITE-DATE) * 86400
                   + WS-OUV-HH * 3600 + WS-OUV-MM * 60
               STRING WS-OUV-HH ':' WS-OUV-MM DELIMITED BY SIZE
                   INTO WS-LIMITE-HHMM
               END-STRING
               STRING WS-HOR-HH ':' WS-HOR-MM DELIMITED BY SIZE
                   INTO WS-LANCEMENT-HHMM
               END-STRING
           END-IF

           MOVE 0 TO WS-RESTE-ESTIME
           COMPUTE WS-IDX-HISTO = WS-IDX-ETAPE + 1
           PERFORM 18100-CUMULER-ESTIMATION
               VARYING WS-IDX-HISTO FROM WS-IDX-HISTO BY 1
               UNTIL WS-IDX-HISTO > WS-NB-ETAPES
           COMPUTE WS-FIN-PREVUE-SECONDES =
               WS-HOR-SECONDES + WS-RESTE-ESTIME

           MOVE WS-FIN-PREVUE-SECONDES TO WS-CONV-SECONDES
           PERFORM 23000-CONVERTIR-SECONDES
           MOVE WS-CONV-DATE TO WS-FIN-PREVUE-DATE
           STRING WS-CONV-HH ':' WS-CONV-MM DELIMITED BY SIZE
               INTO WS-FIN-PREVUE-HHMM
           END-STRING
           DISPLAY 'FIN DE CHAINE PREVUE : ' WS-FIN-PREVUE-DATE ' '
                   WS-FIN-PREVUE-HHMM ' (OUVERTURE ' WS-LIMITE-DATE
                   ' ' WS-LIMITE-HHMM ')'

           IF WS-FIN-PREVUE-SECONDES > WS-LIMITE-SECONDES
                   AND NOT RETARD-SIGNALE
               SET RETARD-SIGNALE TO TRUE
               MOVE 'W' TO WS-ALERTE-SEVERITE
               MOVE SPACES TO WS-ALERTE-MESSAGE
               STRING 'FIN DE CHAINE PREVUE ' WS-FIN-PREVUE-DATE ' '
                      WS-FIN-PREVUE-HHMM ' APRES OUVERTURE '
                      WS-LIMITE-HHMM DELIMITED BY SIZE
                   INTO WS-ALERTE-MESSAGE
               END-STRING
               DISPLAY 'DEPASSEMENT DE LA FENETRE BATCH PREVU'
               CALL 'PGMALERT' USING WS-ALERTE-PROGRAMME
                    WS-ALERTE-SEVERITE WS-ALERTE-MESSAGE
           END-IF
           .

       18100-CUMULER-ESTIMATION.
           IF WS-ETA-STATUT(WS-IDX-HISTO) = 'A'
               ADD WS-ETAPE-ESTIME(WS-IDX-HISTO) TO WS-RESTE-ESTIME
           END-IF
           .

      * Bloc prevision en tete du rapport consolide                    *

       19000-IMPRIMER-PREVISION.
           SET PREVISION-IMPRIMEE TO TRUE
           MOVE 'PREVISION DE FIN DE CHAINE' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-VOL-FMVTSE TO WS-VOLUME-EDIT
           MOVE WS-VOL-SINMVT TO WS-VOLUME-EDIT2
           MOVE SPACES TO FS-RAPPORT-REC
           STRING '  VOLUMES DE LA NUIT : FMVTSE ' WS-VOLUME-EDIT
                  '   SINMVT ' WS-VOLUME-EDIT2 DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           END-STRING
           WRITE FS-RAPPORT-REC
           COMPUTE WS-CONV-MINUTES ROUNDED = WS-RESTE-ESTIME / 60
           MOVE WS-CONV-MINUTES TO WS-MINUTES-EDIT
           MOVE SPACES TO FS-RAPPORT-REC
           STRING '  LANCEMENT ' WS-LANCEMENT-DATE ' '
                  WS-LANCEMENT-HHMM '   DUREE ESTIMEE '
                  WS-MINUTES-EDIT ' MIN' DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           END-STRING
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           STRING '  FIN PREVUE ' WS-FIN-PREVUE-DATE ' '
                  WS-FIN-PREVUE-HHMM '   OUVERTURE EN LIGNE '
                  WS-LIMITE-DATE ' ' WS-LIMITE-HHMM DELIMITED BY SIZE
               INTO FS-RAPPORT-REC
           END-STRING
           WRITE FS-RAPPORT-REC
           IF RETARD-SIGNALE
               MOVE '  DEPASSEMENT PREVU - ALERTE EMISE (PGMALERT)'
                   TO FS-RAPPORT-REC
           ELSE
               MOVE '  FIN PREVUE DANS LA FENETRE BATCH'
                   TO FS-RAPPORT-REC
           END-IF
           WRITE FS-RAPPORT-REC
           IF WS-NB-SANS-HISTO > 0
               MOVE SPACES TO FS-RAPPORT-REC
               STRING '  ' WS-NB-SANS-HISTO
                      ' ETAPE(S) SANS HISTORIQUE - DUREE NON ESTIMEE'
                      DELIMITED BY SIZE
                   INTO FS-RAPPORT-REC
               END-STRING
               WRITE FS-RAPPORT-REC
           END-IF
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Executer une etape de la chaine et enregistrer son resultat    *

       20000-EXECUTER-ETAPE.
               MOVE 'NON REJOUEE (TERMINEE A L ESSAI PRECEDENT)'
                   TO WS-LIGE-STATUT
               ADD 1 TO WS-CPT-ETAPES-OK
               IF WS-ETA-RC(WS-IDX-ETAPE) >= 8
                   SUBTRACT 1 FROM WS-CPT-ETAPES-OK
                   ADD 1 TO WS-CPT-ETAPES-ANO
               END-IF
               GO TO FIN-20000-EXECUTER-ETAPE
           END-IF

      * Appel avec ou sans PARM selon la definition ; la longueur du
      * PARM est celle du texte sans les blancs de fin
           PERFORM 22000-LIRE-HORLOGE
           MOVE WS-HOR-DATE TO WS-DEB-DATE
           MOVE WS-HOR-HEURE(1:6) TO WS-DEB-HEURE
           MOVE WS-HOR-SECONDES TO WS-DEB-SECONDES

           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WS-APPEL-IMPOSSIBLE
           IF WS-ETAPE-AVEC-PARM(WS-IDX-ETAPE) = 'O'
               MOVE WS-ETAPE-PARM(WS-IDX-ETAPE) TO LS-PARM-DATA
               PERFORM VARYING WS-LONG-PARM FROM 40 BY -1
                   UNTIL WS-LONG-PARM = 0
                       OR LS-PARM-DATA(WS-LONG-PARM:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE WS-LONG-PARM TO LS-PARM-LEN
               CALL WS-ETAPE-NOM(WS-IDX-ETAPE) USING LS-PARM
                   ON EXCEPTION
                       SET APPEL-IMPOSSIBLE TO TRUE
               END-CALL
           ELSE
               CALL WS-ETAPE-NOM(WS-IDX-ETAPE)
                   ON EXCEPTION
                       SET APPEL-IMPOSSIBLE TO TRUE
               END-CALL
           END-IF

           IF APPEL-IMPOSSIBLE
               DISPLAY 'PROGRAMME INTROUVABLE : '
                       WS-ETAPE-NOM(WS-IDX-ETAPE)
               MOVE 16 TO WS-RC-ETAPE
           ELSE
               MOVE RETURN-CODE TO WS-RC-ETAPE
               CANCEL WS-ETAPE-NOM(WS-IDX-ETAPE)
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WS-RC-ETAPE TO WS-ETA-RC(WS-IDX-ETAPE)
           MOVE 'E' TO WS-ETA-STATUT(WS-IDX-ETAPE)
           PERFORM 25000-SAUVER-ETAT
               THRU FIN-25000-SAUVER-ETAT
           PERFORM 26000-ECRIRE-HISTORIQUE
               THRU FIN-26000-ECRIRE-HISTORIQUE
           PERFORM 21000-ENREGISTRER-RESULTAT

           IF WS-RC-ETAPE >= WS-ETAPE-ARRET(WS-IDX-ETAPE)
               SET CHAINE-ARRETEE TO TRUE
      * Evenement critique : l'exploitation le voit dans le fichier
      * central des alertes (PGMALERT) sans attendre les listings
               END-STRING
               CALL 'PGMALERT' USING WS-ALERTE-PROGRAMME
                    WS-ALERTE-SEVERITE WS-ALERTE-MESSAGE
           ELSE
      * Prevision revue avec l'avance ou le retard pris
               IF WS-IDX-ETAPE < WS-NB-ETAPES
                   PERFORM 18000-PREVOIR-FIN
               END-IF
           END-IF
           .
       FIN-20000-EXECUTER-ETAPE.
               MOVE WS-IDX-ETAT TO FS-ETA-IDX
               MOVE WS-ETAPE-NOM(WS-IDX-ETAT) TO FS-ETA-NOM
               MOVE WS-ETA-RC(WS-IDX-ETAT) TO FS-ETA-RC
               MOVE WS-DATE-PLAN TO FS-ETA-DATE
               WRITE FS-ETA-REC
           END-IF
           .

      * Historiser l'etape executee : debut, fin, duree, volume       *
      * traite, code retour (fichier cree au premier lancement)        *

       26000-ECRIRE-HISTORIQUE.
           PERFORM 22000-LIRE-HORLOGE
           MOVE SPACES TO WS-HISTORIQUE
           MOVE WS-DATE-PLAN TO CHH-DATE-PLAN
           MOVE WS-IDX-ETAPE TO CHH-IDX
           MOVE WS-ETAPE-NOM(WS-IDX-ETAPE) TO CHH-PROGRAMME
           MOVE WS-DEB-DATE TO CHH-DEBUT-DATE
           MOVE WS-DEB-HEURE TO CHH-DEBUT-HEURE
           MOVE WS-HOR-DATE TO CHH-FIN-DATE
           MOVE WS-HOR-HEURE(1:6) TO CHH-FIN-HEURE
           IF WS-HOR-SECONDES > WS-DEB-SECONDES
               COMPUTE WS-DUREE-ETAPE =
                   WS-HOR-SECONDES - WS-DEB-SECONDES
           ELSE
               MOVE 0 TO WS-DUREE-ETAPE
           END-IF
           MOVE WS-DUREE-ETAPE TO CHH-DUREE
           PERFORM 17100-VOLUME-ETAPE
           MOVE WS-ETAPE-VOLUME(WS-IDX-ETAPE) TO CHH-VOLUME-FICHIER
           MOVE WS-VOL-ETAPE TO CHH-VOLUME
           IF WS-RC-ETAPE < 0
               MOVE 16 TO CHH-RC
           ELSE
               MOVE WS-RC-ETAPE TO CHH-RC
           END-IF

           OPEN EXTEND F-HISTO
           IF FS-HISTO NOT = '00'
               OPEN OUTPUT F-HISTO
           END-IF
           IF FS-HISTO NOT = '00'
               DISPLAY 'ERREUR ECRITURE HISTORIQUE CHAINE : ' FS-HISTO
               GO TO FIN-26000-ECRIRE-HISTORIQUE
           END-IF
           WRITE FS-HISTO-REC FROM WS-HISTORIQUE
           CLOSE F-HISTO
           .
       FIN-26000-ECRIRE-HISTORIQUE.
           EXIT.

      * Horloge systeme : date, heure et secondes depuis l'origine     *
      * du calendrier                                                  *

       22000-LIRE-HORLOGE.
           ACCEPT WS-HOR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-HOR-HEURE FROM TIME
           COMPUTE WS-HOR-SECONDES =
               FUNCTION INTEGER-OF-DATE(WS-HOR-DATE) * 86400
               + WS-HOR-HH * 3600 + WS-HOR-MM * 60 + WS-HOR-SS
           .

       23000-CONVERTIR-SECONDES.
           DIVIDE WS-CONV-SECONDES BY 86400 GIVING WS-CONV-JOURS
               REMAINDER WS-CONV-RESTE
           COMPUTE WS-CONV-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JOURS)
           DIVIDE WS-CONV-RESTE BY 3600 GIVING WS-CONV-HH
               REMAINDER WS-CONV-RESTE
           DIVIDE WS-CONV-RESTE BY 60 GIVING WS-CONV-MM
               REMAINDER WS-CONV-SS
           .

      * Ecrire la ligne de resultat de l'etape dans le rapport         *

       21000-ENREGISTRER-RESULTAT.
           MOVE WS-RC-EDIT TO WS-LIGE-RC

           EVALUATE TRUE
               WHEN APPEL-IMPOSSIBLE
                   MOVE 'PROGRAMME INTROUVABLE - CHAINE ARRETEE'
                       TO WS-LIGE-STATUT
               WHEN WS-RC-ETAPE >= WS-ETAPE-ARRET(WS-IDX-ETAPE)
                   IF WS-ETAPE-ARRET(WS-IDX-ETAPE) = 16
                       MOVE 'ECHEC FATAL - CHAINE ARRETEE'
                           TO WS-LIGE-STATUT
                   ELSE
                       MOVE WS-ETAPE-ARRET(WS-IDX-ETAPE)
                           TO WS-ARRET-EDIT
                       MOVE SPACES TO WS-LIGE-STATUT
                       STRING 'CODE D ARRET ' WS-ARRET-EDIT
                              ' ATTEINT - CHAINE ARRETEE'
                              DELIMITED BY SIZE
                           INTO WS-LIGE-STATUT
                       END-STRING
                   END-IF
               WHEN WS-RC-ETAPE >= 8
                   MOVE 'TERMINEE AVEC ANOMALIES' TO WS-LIGE-STATUT
                   ADD 1 TO WS-CPT-ETAPES-ANO
               WHEN OTHER
      * en a, puis fermer le rapport                                   *

       30000-FIN.
      * (indice nul : chaine arretee avant la premiere etape)
           IF CHAINE-ARRETEE AND WS-IDX-ETAPE > 0
               PERFORM 31000-SIGNALER-NON-EXECUTEE
                   VARYING WS-IDX-ETAPE FROM WS-IDX-ETAPE BY 1
                   UNTIL WS-IDX-ETAPE > WS-NB-ETAPES
