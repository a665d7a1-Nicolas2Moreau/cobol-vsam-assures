      * dans WORK/TRIASSU.lst - la derive d'un trimestre d'une        *
      * evaluation a l'autre mesure les sinistres declares            *
      * tardivement. Les sinistres annules (SIN-ETAT 'X') sont exclus.*
      * Les sinistres en contentieux (SIN-CONTENTIEUX 'C' ou 'T',     *
      * dossier CONTENTX) forment un segment distinct (FS-TRG-SEGMENT *
      * 'L') edite a part pour chaque region/type : leur developpement*
      * suit le calendrier judiciaire. Les lignes d'historique        *
      * anterieures a ce segment sont relues avec un segment a blanc. *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-SINARCH.
       01  FS-SINARCH-REC          PIC X(110).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-TRG-DATE-EVAL     PIC 9(8).
           05 FS-TRG-NB            PIC 9(5).
           05 FS-TRG-MONTANT       PIC 9(9)V99.
           05 FS-TRG-SEGMENT       PIC X(1).

       SD  F-TRI-WORK.
       01  SD-TRG-REC.
           05 SD-TRG-DATE-EVAL     PIC 9(8).
           05 SD-TRG-NB            PIC 9(5).
           05 SD-TRG-MONTANT       PIC 9(9)V99.
           05 SD-TRG-SEGMENT       PIC X(1).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).
               10 WS-CUM-TRIMESTRE   PIC X(5).
               10 WS-CUM-NB          PIC 9(5).
               10 WS-CUM-MONTANT     PIC 9(9)V99.
               10 WS-CUM-SEGMENT     PIC X(1).
       01  WS-NB-CUMULS              PIC 9(3) VALUE 0.
       01  WS-IDX-CUMUL              PIC 9(3).
       01  WS-CUM-POS                PIC 9(3).
      * Cle de cumul du sinistre courant
       01  WS-CLE-REGION             PIC X(3).
       01  WS-CLE-TYPE-V             PIC X(1).
      * Segment : 'L' sinistre en contentieux, blanc sinon
       01  WS-CLE-SEGMENT            PIC X(1).
       01  WS-CLE-TRIMESTRE.
           05 WS-TRIM-AAAA           PIC 9(4).
           05 WS-TRIM-Q              PIC 9(1).
      * Rupture d'edition region/type
       01  WS-EDIT-REGION-PREC       PIC X(3) VALUE SPACES.
       01  WS-EDIT-TYPE-PREC         PIC X(1) VALUE SPACE.
       01  WS-EDIT-SEGMENT-PREC      PIC X(1) VALUE SPACE.
       01  WS-PREMIER-GROUPE         PIC X VALUE 'O'.
           88 PREMIER-GROUPE             VALUE 'O'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           05 FILLER                PIC X(15) VALUE '  TYPE VEHICULE'.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGG-TYPE          PIC X(1).
           05 WS-LIGG-SEGMENT       PIC X(14).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(12) VALUE '  SURVENANCE'.
           05 FILLER                PIC X(12) VALUE '  EVALUATION'.
       22000-CUMULER-UN-SINISTRE.
           PERFORM 22100-DETERMINER-TRIMESTRE
           PERFORM 22200-DETERMINER-REGION-TYPE
           IF SIN-CONTENTIEUX IN W-SINISTRE = 'C' OR 'T'
               MOVE 'L' TO WS-CLE-SEGMENT
           ELSE
               MOVE SPACE TO WS-CLE-SEGMENT
           END-IF
           PERFORM 22300-CHERCHER-OU-CREER-CELLULE
           IF WS-CUM-POS > 0
               ADD 1 TO WS-CUM-NB(WS-CUM-POS)
               MOVE WS-CLE-REGION    TO WS-CUM-REGION(WS-CUM-POS)
               MOVE WS-CLE-TYPE-V    TO WS-CUM-TYPE-V(WS-CUM-POS)
               MOVE WS-CLE-TRIMESTRE TO WS-CUM-TRIMESTRE(WS-CUM-POS)
               MOVE WS-CLE-SEGMENT   TO WS-CUM-SEGMENT(WS-CUM-POS)
               MOVE 0 TO WS-CUM-NB(WS-CUM-POS)
               MOVE 0 TO WS-CUM-MONTANT(WS-CUM-POS)
           END-IF
                   AND WS-CUM-TYPE-V(WS-IDX-CUMUL) = WS-CLE-TYPE-V
                   AND WS-CUM-TRIMESTRE(WS-IDX-CUMUL)
                       = WS-CLE-TRIMESTRE
                   AND WS-CUM-SEGMENT(WS-IDX-CUMUL) = WS-CLE-SEGMENT
               MOVE WS-IDX-CUMUL TO WS-CUM-POS
           END-IF
           .
           MOVE WS-DATE-EVAL                   TO FS-TRG-DATE-EVAL
           MOVE WS-CUM-NB(WS-IDX-CUMUL)        TO FS-TRG-NB
           MOVE WS-CUM-MONTANT(WS-IDX-CUMUL)   TO FS-TRG-MONTANT
           MOVE WS-CUM-SEGMENT(WS-IDX-CUMUL)   TO FS-TRG-SEGMENT
           WRITE FS-TRG-REC
           .

      * Edition du triangle complet : historique trie par region/type/ *
      * segment/trimestre de survenance/date d'evaluation, avec        *
      * rupture sur region+type+segment                                *

       40000-EDITER-TRIANGLE.
           MOVE 'TRIANGLE DE DEVELOPPEMENT PAR REGION ET TYPE'

           SORT F-TRI-WORK
               ASCENDING KEY SD-TRG-REGION SD-TRG-TYPE-V
                             SD-TRG-SEGMENT
                             SD-TRG-TRIMESTRE SD-TRG-DATE-EVAL
               INPUT PROCEDURE IS 41000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 42000-RESTITUER-TRI
                   CONTINUE
               NOT AT END
                   MOVE FS-TRG-REC TO SD-TRG-REC
                   IF SD-TRG-SEGMENT NOT = 'L'
                       MOVE SPACE TO SD-TRG-SEGMENT
                   END-IF
                   RELEASE SD-TRG-REC
           END-READ
           .
           IF PREMIER-GROUPE
                   OR SD-TRG-REGION NOT = WS-EDIT-REGION-PREC
                   OR SD-TRG-TYPE-V NOT = WS-EDIT-TYPE-PREC
                   OR SD-TRG-SEGMENT NOT = WS-EDIT-SEGMENT-PREC
               MOVE SD-TRG-REGION TO WS-EDIT-REGION-PREC
               MOVE SD-TRG-TYPE-V TO WS-EDIT-TYPE-PREC
               MOVE SD-TRG-SEGMENT TO WS-EDIT-SEGMENT-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE SD-TRG-REGION TO WS-LIGG-REGION
               MOVE SD-TRG-TYPE-V TO WS-LIGG-TYPE
               IF SD-TRG-SEGMENT = 'L'
                   MOVE '  CONTENTIEUX' TO WS-LIGG-SEGMENT
               ELSE
                   MOVE SPACES TO WS-LIGG-SEGMENT
               END-IF
               MOVE WS-LIG-GROUPE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
