       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDIFF.

      * SAISIES EN LIGNE DIFFEREES - Sous-programme partage par les    *
      * transactions de mise a jour (MVTA, CLMA, CNTA) quand ASSURES3  *
      * est verrouille par la chaine batch (LOCK MODE EXCLUSIVE de     *
      * PGMVSAM) : au lieu d'echouer, la transaction controle la       *
      * saisie sur la copie de consultation WORK/ASSURES.snp deposee   *
      * par SNPASSU (meme copie que INQASSU) puis la depose dans le    *
      * fichier des saisies en attente WORK/DIFFERE.dat (cf            *
      * CDIFFER.cpy), avec un numero de reference rendu a              *
      * l'utilisateur. Les saisies sont appliquees en fin de chaine    *
      * par DIFASSU. Le fichier est ouvert et referme a chaque appel : *
      * les transactions ne conservent pas de fichier ouvert entre     *
      * deux passages, et DIFASSU le reprend en mise a jour.           *
      * Fonctions (LS-DIF-FONCTION) :                                  *
      *   'L' : lire le vehicule LS-DIF-MAT/LS-DIF-SEQ dans la copie   *
      *         de consultation - image rendue dans LS-DIF-IMAGE,      *
      *         horodatage de la copie dans LS-DIF-ASOF-DATE/HEURE     *
      *   'D' : deposer la saisie (transaction, utilisateur,           *
      *         terminal, matricule, zone saisie, image lue par 'L')   *
      *         - la reference attribuee est rendue dans               *
      *         LS-DIF-REFERENCE (AAAAMMJJ + numero dans la journee)   *
      * Codes retour (LS-DIF-RETOUR) :                                 *
      *   00 : 'L' vehicule present dans la copie / 'D' saisie deposee *
      *   01 : 'L' vehicule absent de la copie                         *
      *   02 : fonction inconnue                                       *
      *   99 : copie de consultation ou fichier des saisies en attente *
      *        inaccessible - la saisie ne peut pas etre acceptee      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DIFFERE ASSIGN TO "WORK/DIFFERE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DIF-REFERENCE
               FILE STATUS IS FS-DIFFERE.

      * Copie de consultation d'ASSURES3 (SNPASSU)
           SELECT F-SNAPSHOT ASSIGN TO "WORK/ASSURES.snp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SNP-KEY
               FILE STATUS IS FS-SNAPSHOT.

      * Horodatage de la copie de consultation (depose par SNPASSU)
           SELECT F-SNAPINFO ASSIGN TO "WORK/SNAPINFO.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SNAPINFO.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DIFFERE.
       01  FS-DIF-REC.
           05 FS-DIF-REFERENCE     PIC 9(12).
           05 FS-DIF-REF-R REDEFINES FS-DIF-REFERENCE.
               10 FS-DIF-REF-DATE  PIC 9(8).
               10 FS-DIF-REF-NUM   PIC 9(4).
           05 FS-DIF-DATA          PIC X(338).

       FD  F-SNAPSHOT.
       01  FS-SNP-REC.
           05 FS-SNP-KEY.
               10 FS-SNP-MAT       PIC 9(6).
               10 FS-SNP-SEQ       PIC 9(2).
           05 FS-SNP-DATA          PIC X(112).

       FD  F-SNAPINFO.
       01  FS-SNI-REC.
           05 FS-SNI-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-SNI-HEURE         PIC 9(6).

       WORKING-STORAGE SECTION.

       01  FS-DIFFERE              PIC XX.
       01  FS-SNAPSHOT             PIC XX.
       01  FS-SNAPINFO             PIC XX.

           COPY WDIFFER.

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(6).

      * Attribution de la reference : plus grand numero deja attribue
      * dans la journee, puis nouvel essai si un autre terminal a
      * depose la meme reference entre-temps
       01  WS-DERNIER-NUM          PIC 9(4).
       01  WS-FIN-JOUR             PIC X VALUE 'N'.
           88 FIN-JOUR                 VALUE 'O'.
       01  WS-DEPOSE               PIC X VALUE 'N'.
           88 DEPOSE                   VALUE 'O'.
       01  WS-NB-ESSAIS            PIC 9(2).

       LINKAGE SECTION.

       01  LS-DIFFERE.
           05 LS-DIF-FONCTION      PIC X(1).
           05 LS-DIF-TRANSID       PIC X(4).
           05 LS-DIF-USER          PIC X(8).
           05 LS-DIF-TERMINAL      PIC X(4).
           05 LS-DIF-MAT           PIC X(6).
           05 LS-DIF-SEQ           PIC 9(2).
           05 LS-DIF-SAISIE        PIC X(130).
           05 LS-DIF-IMAGE         PIC X(120).
           05 LS-DIF-REFERENCE     PIC 9(12).
           05 LS-DIF-ASOF-DATE     PIC 9(8).
           05 LS-DIF-ASOF-HEURE    PIC 9(6).
           05 LS-DIF-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-DIFFERE.

      * Programme principal                                           *

       MAIN-PGMDIFF.
           MOVE 00 TO LS-DIF-RETOUR
           EVALUATE LS-DIF-FONCTION
               WHEN 'L'
                   PERFORM LIRE-COPIE
               WHEN 'D'
                   PERFORM DEPOSER-SAISIE
               WHEN OTHER
                   MOVE 02 TO LS-DIF-RETOUR
           END-EVALUATE
           GOBACK.

      * Vehicule dans la copie de consultation, avec son horodatage    *

       LIRE-COPIE.
           MOVE SPACES TO LS-DIF-IMAGE
           MOVE 0 TO LS-DIF-ASOF-DATE
           MOVE 0 TO LS-DIF-ASOF-HEURE
           OPEN INPUT F-SNAPSHOT
           IF FS-SNAPSHOT NOT = '00'
               DISPLAY 'PGMDIFF - COPIE ASSURES.snp INACCESSIBLE '
                       FS-SNAPSHOT
               MOVE 99 TO LS-DIF-RETOUR
           ELSE
               MOVE LS-DIF-MAT TO FS-SNP-MAT
               MOVE LS-DIF-SEQ TO FS-SNP-SEQ
               READ F-SNAPSHOT
                   INVALID KEY
                       MOVE 01 TO LS-DIF-RETOUR
                   NOT INVALID KEY
                       MOVE FS-SNP-REC TO LS-DIF-IMAGE
               END-READ
               CLOSE F-SNAPSHOT
               PERFORM LIRE-HORODATAGE
           END-IF
           .

       LIRE-HORODATAGE.
           OPEN INPUT F-SNAPINFO
           IF FS-SNAPINFO = '00'
               READ F-SNAPINFO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FS-SNI-DATE  TO LS-DIF-ASOF-DATE
                       MOVE FS-SNI-HEURE TO LS-DIF-ASOF-HEURE
               END-READ
               CLOSE F-SNAPINFO
           END-IF
           .

      * Depot de la saisie, fichier cree s'il n'existe pas             *

       DEPOSER-SAISIE.
           MOVE 0 TO LS-DIF-REFERENCE
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           OPEN I-O F-DIFFERE
           IF FS-DIFFERE NOT = '00'
               OPEN OUTPUT F-DIFFERE
               IF FS-DIFFERE = '00'
                   CLOSE F-DIFFERE
                   OPEN I-O F-DIFFERE
               END-IF
           END-IF
           IF FS-DIFFERE NOT = '00'
               DISPLAY 'PGMDIFF - FICHIER DIFFERE INACCESSIBLE '
                       FS-DIFFERE
               MOVE 99 TO LS-DIF-RETOUR
           ELSE
               MOVE SPACES TO W-DIFFER
               MOVE LS-DIF-TRANSID   TO DIF-TRANSID
               MOVE LS-DIF-USER      TO DIF-USER
               MOVE LS-DIF-TERMINAL  TO DIF-TERMINAL
               MOVE WS-DATE-JOUR     TO DIF-DATE-SAISIE
               MOVE WS-HEURE-JOUR    TO DIF-HEURE-SAISIE
               MOVE LS-DIF-MAT       TO DIF-MAT
               MOVE SPACE            TO DIF-ETAT
               MOVE 0                TO DIF-DATE-TRAIT
               MOVE LS-DIF-SAISIE    TO DIF-SAISIE
               MOVE LS-DIF-IMAGE     TO DIF-IMAGE
               MOVE 'N' TO WS-DEPOSE
               MOVE 0 TO WS-NB-ESSAIS
               PERFORM ECRIRE-SAISIE
                   UNTIL DEPOSE OR WS-NB-ESSAIS > 10
               IF DEPOSE
                   MOVE DIF-REFERENCE TO LS-DIF-REFERENCE
               ELSE
                   MOVE 99 TO LS-DIF-RETOUR
               END-IF
               CLOSE F-DIFFERE
           END-IF
           .

      * Reference suivante de la journee, ecriture - un doublon de     *
      * cle (depot simultane d'un autre terminal) relance le calcul    *

       ECRIRE-SAISIE.
           ADD 1 TO WS-NB-ESSAIS
           PERFORM CHERCHER-DERNIER-NUMERO
           MOVE WS-DATE-JOUR TO DIF-REF-DATE
           COMPUTE DIF-REF-NUM = WS-DERNIER-NUM + 1
           MOVE W-DIFFER TO FS-DIF-REC
           WRITE FS-DIF-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPOSE TO TRUE
           END-WRITE
           .

       CHERCHER-DERNIER-NUMERO.
           MOVE 0 TO WS-DERNIER-NUM
           MOVE 'N' TO WS-FIN-JOUR
           COMPUTE FS-DIF-REFERENCE = WS-DATE-JOUR * 10000
           START F-DIFFERE KEY IS >= FS-DIF-REFERENCE
               INVALID KEY
                   SET FIN-JOUR TO TRUE
           END-START
           PERFORM LIRE-REFERENCE-SUIVANTE UNTIL FIN-JOUR
           .

       LIRE-REFERENCE-SUIVANTE.
           READ F-DIFFERE NEXT
               AT END
                   SET FIN-JOUR TO TRUE
               NOT AT END
                   IF FS-DIF-REF-DATE NOT = WS-DATE-JOUR
                       SET FIN-JOUR TO TRUE
                   ELSE
                       MOVE FS-DIF-REF-NUM TO WS-DERNIER-NUM
                   END-IF
           END-READ
           .
