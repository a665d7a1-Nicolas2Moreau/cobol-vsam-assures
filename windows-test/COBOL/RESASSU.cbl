      * Les montants sont cumules NETS des recuperations de recours    *
      * encaissees (fichier RECOURS alimente par RECOASSU) - en        *
      * l'absence de WORK/RECOURS.dat, ils restent bruts comme avant   *
      * Les sinistres en procedure judiciaire (SIN-CONTENTIEUX 'C',    *
      * dossier CONTENTX tenu par CTXA) sont edites dans un bloc a     *
      * part, avec le montant reclame et la provision des dossiers     *
      *                                                                *
      * MODIFICATIONS :                                                *
      *   2026-09-02  montants nets des recuperations de recours       *
      *               (fichier RECOURS)                                *
      *   2026-10-15  sinistres en contentieux (SIN-CONTENTIEUX        *
      *               'C') edites a part avec reclame et provision     *
      *               (fichier CONTENTX optionnel)                     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-REC-CLE
               FILE STATUS IS FS-RECOURS.

      * Fichier KSDS des dossiers contentieux (transaction CTXA) -
      * montant reclame et provision des sinistres en procedure ;
      * fichier optionnel
           SELECT F-CONTENTX ASSIGN TO "WORK/CONTENTX.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-CLE
               FILE STATUS IS FS-CONTENTX.

       DATA DIVISION.
       FILE SECTION.

           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).
           05 FS-REC-CLE           PIC X(10).
           05 FS-REC-DATA          PIC X(36).

       FD  F-CONTENTX.
       01  FS-CTX-REC.
           05 FS-CTX-CLE           PIC X(10).
           05 FS-CTX-DATA          PIC X(150).

       WORKING-STORAGE SECTION.

       01  FS-SINISTRE               PIC XX.
       01  FS-RAPPORT                PIC XX.
       01  FS-RECOURS                PIC XX.
       01  FS-CONTENTX               PIC XX.

      * Recours disponibles ou non (fichier optionnel)
       01  WS-RECOURS-DISPONIBLE     PIC X VALUE 'N'.
       01  WS-SIN-MONTANT-NET        PIC S9(8)V99 VALUE 0.
       01  WS-TOTAL-RECUPERE         PIC 9(9)V99 VALUE 0.

      * Dossiers contentieux disponibles ou non (fichier optionnel)
       01  WS-CONTENTX-DISPONIBLE    PIC X VALUE 'N'.
           88 CONTENTX-DISPONIBLE        VALUE 'O'.
           COPY WCONTENT.

      * Decomposition enregistrement sinistre lu sur le KSDS
       01  W-SINISTRE.
           COPY CSINISTR.
       01  WS-LIBELLES-TRANCHES-R REDEFINES WS-LIBELLES-TRANCHES.
           05 WS-LIB-TRANCHE        PIC X(16) OCCURS 4 TIMES.

      * Memes tranches pour les sinistres en procedure judiciaire
      * (SIN-CONTENTIEUX 'C'), edites a part : leur cout final depend
      * de l'issue et non de leur anciennete
       01  WS-TRANCHES-CONTENTIEUX.
           05 WS-TRANCHE-CTX-ENTRY   OCCURS 4 TIMES.
               10 WS-TRANCHE-CTX-NB      PIC 9(5)     VALUE 0.
               10 WS-TRANCHE-CTX-MONTANT PIC 9(8)V99  VALUE 0.

      * Totaux generaux
       01  WS-TOTAL-NB                PIC 9(6)     VALUE 0.
       01  WS-TOTAL-MONTANT           PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-CTX-NB            PIC 9(6)     VALUE 0.
       01  WS-TOTAL-CTX-MONTANT       PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-CTX-DOSSIERS      PIC 9(6)     VALUE 0.
       01  WS-TOTAL-CTX-RECLAME       PIC 9(9)V99  VALUE 0.
       01  WS-TOTAL-CTX-PROVISION     PIC 9(9)V99  VALUE 0.

      * Lignes de rapport
       01  WS-LIG-ENTETE.
           IF RECOURS-DISPONIBLE
               DISPLAY 'RECOURS DEDUITS    : ' WS-TOTAL-RECUPERE
           END-IF
           DISPLAY 'DONT CONTENTIEUX   : ' WS-TOTAL-CTX-NB
           DISPLAY '========================================'
           STOP RUN.

           ELSE
               DISPLAY 'RECOURS.dat ABSENT - MONTANTS BRUTS'
           END-IF

      * Dossiers contentieux optionnels - en leur absence le bloc
      * contentieux est edite sans montant reclame ni provision
           OPEN INPUT F-CONTENTX
           IF FS-CONTENTX = '00'
               MOVE 'O' TO WS-CONTENTX-DISPONIBLE
           ELSE
               DISPLAY 'CONTENTX.dat ABSENT - PROVISIONS NON EDITEES'
           END-IF
           .

      * Conversion AAMMJJ (WS-CONV-DATE) en jour julien absolu via     *
                   MOVE 4 TO WS-TRANCHE-IDX
           END-EVALUATE

      * Sinistre en procedure : cumule a part
           IF SIN-CONTENTIEUX IN W-SINISTRE = 'C'
               ADD 1 TO WS-TRANCHE-CTX-NB(WS-TRANCHE-IDX)
               ADD WS-SIN-MONTANT-NET
                   TO WS-TRANCHE-CTX-MONTANT(WS-TRANCHE-IDX)
               ADD 1 TO WS-TOTAL-CTX-NB
               ADD WS-SIN-MONTANT-NET TO WS-TOTAL-CTX-MONTANT
               PERFORM 22000-CUMULER-CONTENTIEUX
               GO TO FIN-21000-CLASSER-SINISTRE
           END-IF

           ADD 1 TO WS-TRANCHE-NB(WS-TRANCHE-IDX)
           ADD WS-SIN-MONTANT-NET
               TO WS-TRANCHE-MONTANT(WS-TRANCHE-IDX)
           END-IF
           .

      * Montant reclame par l'adversaire et provision du dossier       *
      * contentieux du sinistre                                        *

       22000-CUMULER-CONTENTIEUX.
           IF CONTENTX-DISPONIBLE
               MOVE SIN-MAT IN W-SINISTRE TO FS-CTX-CLE(1:6)
               MOVE SIN-SEQ IN W-SINISTRE TO FS-CTX-CLE(7:4)
               READ F-CONTENTX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CTX-REC TO W-CONTENT
                       ADD 1 TO WS-TOTAL-CTX-DOSSIERS
                       ADD CTX-MONTANT-RECLAME TO WS-TOTAL-CTX-RECLAME
                       ADD CTX-PROVISION TO WS-TOTAL-CTX-PROVISION
               END-READ
           END-IF
           .

      * Edition du rapport                                             *

       30000-EDITER-RAPPORT.
           PERFORM 31000-EDITER-TRANCHE
               UNTIL WS-TRANCHE-IDX > 4

           MOVE 'HORS CONTENTIEUX' TO WS-LIGX-LIBELLE
           MOVE WS-TOTAL-NB TO WS-LIGX-NB
           MOVE WS-TOTAL-MONTANT TO WS-LIGX-MONTANT
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

      * Bloc des sinistres en procedure judiciaire
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SINISTRES EN CONTENTIEUX (PROCEDURE EN COURS)'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 1 TO WS-TRANCHE-IDX
           PERFORM 32000-EDITER-TRANCHE-CTX
               UNTIL WS-TRANCHE-IDX > 4

           MOVE 'TOTAL CONTENT.' TO WS-LIGX-LIBELLE
           MOVE WS-TOTAL-CTX-NB TO WS-LIGX-NB
           MOVE WS-TOTAL-CTX-MONTANT TO WS-LIGX-MONTANT
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           IF CONTENTX-DISPONIBLE
               MOVE 'RECLAME ADVERSE' TO WS-LIGD-LIBELLE
               MOVE WS-TOTAL-CTX-DOSSIERS TO WS-LIGD-NB
               MOVE WS-TOTAL-CTX-RECLAME TO WS-LIGD-MONTANT
               MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE 'PROVISION' TO WS-LIGD-LIBELLE
               MOVE WS-TOTAL-CTX-DOSSIERS TO WS-LIGD-NB
               MOVE WS-TOTAL-CTX-PROVISION TO WS-LIGD-MONTANT
               MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'TOTAL GENERAL' TO WS-LIGX-LIBELLE
           COMPUTE WS-LIGX-NB = WS-TOTAL-NB + WS-TOTAL-CTX-NB
           COMPUTE WS-LIGX-MONTANT =
               WS-TOTAL-MONTANT + WS-TOTAL-CTX-MONTANT
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Une ligne de tranche d'anciennete                              *
           ADD 1 TO WS-TRANCHE-IDX
           .

      * Une ligne de tranche du bloc contentieux                       *

       32000-EDITER-TRANCHE-CTX.
           MOVE WS-LIB-TRANCHE(WS-TRANCHE-IDX)   TO WS-LIGD-LIBELLE
           MOVE WS-TRANCHE-CTX-NB(WS-TRANCHE-IDX) TO WS-LIGD-NB
           MOVE WS-TRANCHE-CTX-MONTANT(WS-TRANCHE-IDX)
               TO WS-LIGD-MONTANT
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD 1 TO WS-TRANCHE-IDX
           .

      * Fin de traitement                                              *

       40000-FIN.
           IF RECOURS-DISPONIBLE
               CLOSE F-RECOURS
           END-IF
           IF CONTENTX-DISPONIBLE
               CLOSE F-CONTENTX
           END-IF
           .
