       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERIO.

      * CLOTURE DES PERIODES COMPTABLES - Sous-programme partage de    *
      * controle des dates de mouvement contre le fichier des periodes *
      * WORK/PERIODES.dat (CPERIODE, tenu par la finance via la        *
      * transaction PERA), et de journalisation des saisies tardives   *
      * dans WORK/TARDIFS.dat (CTARDIF, edite par TARASSU).            *
      * Interface : WCOMPER.cpy                                        *
      * Fonctions (LS-PER-FONCTION) :                                  *
      *   'C' : la periode (AAAAMM) de LS-PER-DATE est-elle fermee     *
      *         pour la compagnie LS-PER-CIE ? Fermee : les mois       *
      *         suivants sont parcourus jusqu'au premier non ferme et  *
      *         LS-PER-DATE-RETENUE recoit son premier jour ; ouverte  *
      *         (ou date a zero) : LS-PER-DATE-RETENUE = LS-PER-DATE   *
      *   'J' : ecrit l'enregistrement de saisie tardive decrit par    *
      *         la zone (date d'origine LS-PER-DATE, date retenue,     *
      *         traitement R/A/V/F, montant...)                        *
      * Codes retour (LS-PER-RETOUR) :                                 *
      *   00 : 'C' periode ouverte / 'J' saisie journalisee            *
      *   01 : 'C' periode fermee - date retenue renseignee            *
      *   90 : fichier indisponible - 'C' : aucun controle, la date    *
      *        reste telle quelle (fichier des periodes absent tant    *
      *        que la finance n'a rien ferme)                          *
      *   99 : fonction inconnue                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PERIODES ASSIGN TO "WORK/PERIODES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PER-CLE
               FILE STATUS IS FS-PERIODES.

      * Saisies tardives - EXTEND, OUTPUT a la toute premiere ecriture
           SELECT F-TARDIFS ASSIGN TO "WORK/TARDIFS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARDIFS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PERIODES.
       01  FS-PER-REC.
           05 FS-PER-CLE.
               10 FS-PER-CIE       PIC X(1).
               10 FS-PER-PERIODE   PIC 9(6).
           05 FS-PER-DATA          PIC X(53).

       FD  F-TARDIFS.
       01  FS-TAR-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-PERIODES             PIC XX.
       01  FS-TARDIFS              PIC XX.

           COPY WPERIODE.
           COPY WTARDIF.

      * Parcours des mois a partir de celui de la date controlee -
      * borne a deux ans de periodes fermees consecutives
       01  WS-PERIODE-COURANTE     PIC 9(6).
       01  WS-PERIODE-R REDEFINES WS-PERIODE-COURANTE.
           05 WS-PERIODE-ANNEE     PIC 9(4).
           05 WS-PERIODE-MOIS      PIC 9(2).
       01  WS-NB-MOIS              PIC 99.
       01  WS-NB-MOIS-MAX          PIC 99 VALUE 24.
       01  WS-FIN-PARCOURS         PIC X VALUE 'N'.
           88 FIN-PARCOURS             VALUE 'O'.

       LINKAGE SECTION.

       01  LS-COM-PERIODE.
           05 LS-PER-FONCTION      PIC X(1).
           05 LS-PER-CIE           PIC X(1).
           05 LS-PER-DATE          PIC 9(8).
           05 LS-PER-DATE-RETENUE  PIC 9(8).
           05 LS-PER-PERIODE-FERMEE PIC 9(6).
           05 LS-PER-PROGRAMME     PIC X(8).
           05 LS-PER-ORIGINE       PIC X(8).
           05 LS-PER-NATURE        PIC X(1).
           05 LS-PER-CODE          PIC X(1).
           05 LS-PER-MAT           PIC X(6).
           05 LS-PER-VEHICULE      PIC 9(2).
           05 LS-PER-SIN-SEQ       PIC 9(4).
           05 LS-PER-TRAITEMENT    PIC X(1).
           05 LS-PER-MONTANT       PIC S9(7)V99.
           05 LS-PER-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-COM-PERIODE.

      * Programme principal                                           *

       MAIN-PGMPERIO.
           MOVE 00 TO LS-PER-RETOUR
           EVALUATE LS-PER-FONCTION
               WHEN 'C'
                   PERFORM CONTROLER-DATE THRU FIN-CONTROLER-DATE
               WHEN 'J'
                   PERFORM JOURNALISER-TARDIF
               WHEN OTHER
                   MOVE 99 TO LS-PER-RETOUR
           END-EVALUATE
           GOBACK.

      * Controle de la date : periode fermee -> premier jour de la     *
      * premiere periode suivante non fermee                           *

       CONTROLER-DATE.
           MOVE LS-PER-DATE TO LS-PER-DATE-RETENUE
           MOVE 0 TO LS-PER-PERIODE-FERMEE
           IF LS-PER-CIE = SPACE
               MOVE '1' TO LS-PER-CIE
           END-IF
           IF LS-PER-DATE = 0
               GO TO FIN-CONTROLER-DATE
           END-IF

           OPEN INPUT F-PERIODES
           IF FS-PERIODES NOT = '00'
               MOVE 90 TO LS-PER-RETOUR
               GO TO FIN-CONTROLER-DATE
           END-IF

           MOVE LS-PER-DATE(1:6) TO WS-PERIODE-COURANTE
           MOVE 0 TO WS-NB-MOIS
           MOVE 'N' TO WS-FIN-PARCOURS
           PERFORM LIRE-PERIODE UNTIL FIN-PARCOURS
           CLOSE F-PERIODES

           IF WS-NB-MOIS > 0
               MOVE LS-PER-DATE(1:6) TO LS-PER-PERIODE-FERMEE
               COMPUTE LS-PER-DATE-RETENUE =
                   WS-PERIODE-COURANTE * 100 + 1
               MOVE 01 TO LS-PER-RETOUR
           END-IF
           .
       FIN-CONTROLER-DATE.
           EXIT.

      * Periode WS-PERIODE-COURANTE : fermee, on passe au mois suivant *

       LIRE-PERIODE.
           MOVE LS-PER-CIE          TO FS-PER-CIE
           MOVE WS-PERIODE-COURANTE TO FS-PER-PERIODE
           READ F-PERIODES
               INVALID KEY
                   SET FIN-PARCOURS TO TRUE
               NOT INVALID KEY
                   MOVE FS-PER-REC TO W-PERIODE
                   IF NOT PER-FERMEE OR WS-NB-MOIS >= WS-NB-MOIS-MAX
                       SET FIN-PARCOURS TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-MOIS
                       IF WS-PERIODE-MOIS = 12
                           ADD 1 TO WS-PERIODE-ANNEE
                           MOVE 01 TO WS-PERIODE-MOIS
                       ELSE
                           ADD 1 TO WS-PERIODE-MOIS
                       END-IF
                   END-IF
           END-READ
           .

      * Journal des saisies tardives - un echec est signale sans       *
      * interrompre l'appelant                                         *

       JOURNALISER-TARDIF.
           OPEN EXTEND F-TARDIFS
           IF FS-TARDIFS NOT = '00'
               OPEN OUTPUT F-TARDIFS
           END-IF
           IF FS-TARDIFS NOT = '00'
               DISPLAY 'PGMPERIO - ERREUR OUVERTURE TARDIFS : '
                       FS-TARDIFS
               MOVE 90 TO LS-PER-RETOUR
           ELSE
               MOVE SPACES              TO W-TARDIF
               ACCEPT TAR-DATE-TRAIT FROM DATE YYYYMMDD
               ACCEPT TAR-HEURE-TRAIT FROM TIME
               MOVE LS-PER-PROGRAMME    TO TAR-PROGRAMME
               MOVE LS-PER-ORIGINE      TO TAR-ORIGINE
               MOVE LS-PER-NATURE       TO TAR-NATURE
               MOVE LS-PER-CODE         TO TAR-CODE
               MOVE LS-PER-CIE          TO TAR-CIE
               IF TAR-CIE = SPACE
                   MOVE '1' TO TAR-CIE
               END-IF
               MOVE LS-PER-MAT          TO TAR-MAT
               MOVE LS-PER-VEHICULE     TO TAR-VEHICULE
               MOVE LS-PER-SIN-SEQ      TO TAR-SIN-SEQ
               MOVE LS-PER-DATE         TO TAR-DATE-ORIGINE
               MOVE LS-PER-DATE-RETENUE TO TAR-DATE-RETENUE
               MOVE LS-PER-TRAITEMENT   TO TAR-TRAITEMENT
               MOVE LS-PER-MONTANT      TO TAR-MONTANT
               MOVE W-TARDIF TO FS-TAR-REC
               WRITE FS-TAR-REC
               CLOSE F-TARDIFS
           END-IF
           .
