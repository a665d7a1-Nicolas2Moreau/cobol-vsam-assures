       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTARIF.

      * TARIFICATION D'UN VEHICULE - Sous-programme partage calculant *
      * la prime d'un vehicule d'apres le fichier de reference        *
      * WORK/TARIFS.dat (cf CTARIF.cpy, cle prefixe CP + type de      *
      * vehicule + date d'effet), selon la regle du devis DEVASSU :   *
      *   - prefixe de zone = CP / 1000                               *
      *   - borne du type exact, a defaut l'entree par defaut du      *
      *     prefixe (type a blanc), version a la date d'effet la plus *
      *     recente non posterieure a LS-TRF-DATE                     *
      *   - prime de base annuelle = milieu de la borne (MIN+MAX)/2   *
      *   - ajustement bonus ('B', minore) / malus ('M', majore) de   *
      *     LS-TRF-TAUX pour cent                                     *
      *   - prime du terme : annuelle pour une duree ' '/'A', moitie  *
      *     pour 'S' (6 mois), quart pour 'T' (3 mois), PRIME-A4      *
      *     etant portee par terme (cf PRIMCALC)                      *
      * Appele par MAJASSV2 et MVTASSU (substitution de vehicule 'E'  *
      * re-tarifee a la date de substitution).                        *
      * Codes retour (LS-TRF-RETOUR) :                                *
      *   00 : OK - LS-TRF-PRIME-BASE et LS-TRF-PRIME renseignees     *
      *   01 : aucune borne pour la zone et le type a cette date      *
      *   99 : fichier inaccessible                                   *
      * Le fichier est ouvert et referme a chaque appel (pas de table *
      * en memoire a tenir a jour entre deux appels).                 *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-TARIFS ASSIGN TO "WORK/TARIFS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-TRF-CLE
               FILE STATUS IS FS-TARIFS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-TARIFS.
       01  FS-TRF-REC.
           05 FS-TRF-CLE.
               10 FS-TRF-PREFIXE   PIC X(2).
               10 FS-TRF-TYPE-V    PIC X(1).
               10 FS-TRF-DATE-EFFET PIC 9(8).
           05 FS-TRF-PRIME-MIN     PIC 9(4)V99.
           05 FS-TRF-PRIME-MAX     PIC 9(4)V99.

       WORKING-STORAGE SECTION.

       01  FS-TARIFS               PIC XX.

       01  WS-CP-PREFIXE-NUM       PIC 99.
       01  WS-CP-PREFIXE           PIC X(2).
       01  WS-TYPE-RECHERCHE       PIC X(1).
       01  WS-TRF-TROUVE           PIC X VALUE 'N'.
           88 TRF-TROUVE               VALUE 'O'.
       01  WS-FIN-TYPE             PIC X VALUE 'N'.
           88 FIN-TYPE                 VALUE 'O'.
       01  WS-BORNE-MIN            PIC 9(4)V99 VALUE 0.
       01  WS-BORNE-MAX            PIC 9(4)V99 VALUE 0.
       01  WS-AJUSTEMENT           PIC 9(6)V99 VALUE 0.
       01  WS-PRIME-ANNUELLE       PIC 9(6)V99 VALUE 0.

       LINKAGE SECTION.

       01  LS-TARIF.
           05 LS-TRF-CP            PIC 9(5).
           05 LS-TRF-TYPE-V        PIC X(1).
           05 LS-TRF-BM            PIC X(1).
           05 LS-TRF-TAUX          PIC 99.
           05 LS-TRF-DUREE         PIC X(1).
           05 LS-TRF-DATE          PIC 9(8).
           05 LS-TRF-PRIME-BASE    PIC 9(6)V99.
           05 LS-TRF-PRIME         PIC 9(6)V99.
           05 LS-TRF-RETOUR        PIC 99.
           05 FILLER               PIC X(14).

       PROCEDURE DIVISION USING LS-TARIF.

      * Programme principal                                           *

       MAIN-PGMTARIF.
           MOVE 0 TO LS-TRF-PRIME-BASE
           MOVE 0 TO LS-TRF-PRIME
           OPEN INPUT F-TARIFS
           IF FS-TARIFS NOT = '00'
               DISPLAY 'PGMTARIF - TARIFS.dat INACCESSIBLE : '
                       FS-TARIFS
               MOVE 99 TO LS-TRF-RETOUR
           ELSE
               COMPUTE WS-CP-PREFIXE-NUM = LS-TRF-CP / 1000
               MOVE WS-CP-PREFIXE-NUM TO WS-CP-PREFIXE
               MOVE LS-TRF-TYPE-V TO WS-TYPE-RECHERCHE
               PERFORM CHERCHER-BORNE-TYPE
               IF NOT TRF-TROUVE
                   MOVE SPACE TO WS-TYPE-RECHERCHE
                   PERFORM CHERCHER-BORNE-TYPE
               END-IF
               CLOSE F-TARIFS
               IF NOT TRF-TROUVE
                   MOVE 01 TO LS-TRF-RETOUR
               ELSE
                   PERFORM CALCULER-PRIME
                   MOVE 00 TO LS-TRF-RETOUR
               END-IF
           END-IF
           GOBACK.

      * Versions datees de la borne (prefixe, type) lues dans l'ordre  *
      * croissant de date d'effet : la derniere lue non posterieure a  *
      * la date de reference est la version en vigueur                 *

       CHERCHER-BORNE-TYPE.
           MOVE 'N' TO WS-TRF-TROUVE
           MOVE 'N' TO WS-FIN-TYPE
           MOVE WS-CP-PREFIXE     TO FS-TRF-PREFIXE
           MOVE WS-TYPE-RECHERCHE TO FS-TRF-TYPE-V
           MOVE 0                 TO FS-TRF-DATE-EFFET
           START F-TARIFS KEY IS >= FS-TRF-CLE
               INVALID KEY
                   SET FIN-TYPE TO TRUE
           END-START
           PERFORM LIRE-VERSION-BORNE UNTIL FIN-TYPE
           .

       LIRE-VERSION-BORNE.
           READ F-TARIFS NEXT
               AT END
                   SET FIN-TYPE TO TRUE
               NOT AT END
                   IF FS-TRF-PREFIXE NOT = WS-CP-PREFIXE
                           OR FS-TRF-TYPE-V NOT = WS-TYPE-RECHERCHE
                           OR FS-TRF-DATE-EFFET > LS-TRF-DATE
                       SET FIN-TYPE TO TRUE
                   ELSE
                       SET TRF-TROUVE TO TRUE
                       MOVE FS-TRF-PRIME-MIN TO WS-BORNE-MIN
                       MOVE FS-TRF-PRIME-MAX TO WS-BORNE-MAX
                   END-IF
           END-READ
           .

      * Prime de base de la zone, ajustement bonus/malus (meme formule *
      * que DEVASSU/PRIMCALC) puis ramenee a la duree du terme         *

       CALCULER-PRIME.
           COMPUTE LS-TRF-PRIME-BASE ROUNDED =
               (WS-BORNE-MIN + WS-BORNE-MAX) / 2
           COMPUTE WS-AJUSTEMENT ROUNDED =
               LS-TRF-PRIME-BASE * LS-TRF-TAUX / 100
           EVALUATE LS-TRF-BM
               WHEN 'B'
                   COMPUTE WS-PRIME-ANNUELLE =
                       LS-TRF-PRIME-BASE - WS-AJUSTEMENT
               WHEN 'M'
                   COMPUTE WS-PRIME-ANNUELLE =
                       LS-TRF-PRIME-BASE + WS-AJUSTEMENT
               WHEN OTHER
                   MOVE LS-TRF-PRIME-BASE TO WS-PRIME-ANNUELLE
           END-EVALUATE
           EVALUATE LS-TRF-DUREE
               WHEN 'S'
                   COMPUTE LS-TRF-PRIME ROUNDED = WS-PRIME-ANNUELLE / 2
               WHEN 'T'
                   COMPUTE LS-TRF-PRIME ROUNDED = WS-PRIME-ANNUELLE / 4
               WHEN OTHER
                   MOVE WS-PRIME-ANNUELLE TO LS-TRF-PRIME
           END-EVALUATE
           .
