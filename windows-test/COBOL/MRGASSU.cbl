      *     vehicule, leurs parties adverses TIERS, leurs recours     *
      *     RECOURS et leurs notes SINNOTES re-cles de                *
      *     meme                                                      *
      *   - l'extension ASSEXT de chaque vehicule (segments           *
      *     d'attributs, cf CASSEXT) suit le vehicule sous sa         *
      *     nouvelle cle                                              *
      *   - chaque enregistrement perdant est archive dans HISTOASS   *
      *     avant suppression, comme une resiliation (meme chemin que *
      *     MAJASSV2/46500)                                           *
               RECORD KEY IS FS-TIERS-KEY
               FILE STATUS IS FS-TIERS.

           SELECT F-ASSEXT ASSIGN TO "WORK/ASSEXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSEXT-KEY
               FILE STATUS IS FS-ASSEXT.

           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-RECOURS.
       01  FS-REC-REC.
               10 FS-TIERS-PARTIE  PIC 9(2).
           05 FS-TIERS-DATA        PIC X(75).

       FD  F-ASSEXT.
       01  FS-ASSEXT-REC.
           05 FS-ASSEXT-KEY.
               10 FS-ASSEXT-MAT    PIC 9(6).
               10 FS-ASSEXT-SEQ    PIC 9(2).
           05 FS-ASSEXT-DATA       PIC X(392).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
           88 FIN-NOTES                  VALUE 'O'.
       01  FS-HST                    PIC XX.
       01  FS-ALIAS                  PIC XX.
       01  FS-ASSEXT                 PIC XX.
       01  WS-ASSEXT-OUVERT          PIC X VALUE 'N'.
           88 ASSEXT-OUVERT              VALUE 'O'.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
           COPY CSINISTR.
       01  W-TIERS.
           COPY CTIERS.
           COPY WASSEXT.

      * PARM
       01  WS-MAT-SURVIVANT          PIC X(6) VALUE SPACES.
           05 WS-ENR-PERDANT        PIC X(120) OCCURS 99 TIMES.
       01  WS-NB-ENR-PERDANT         PIC 9(2) VALUE 0.
       01  WS-TAB-SIN-PERDANT.
           05 WS-SIN-PERDANT        PIC X(110) OCCURS 500 TIMES.
       01  WS-NB-SIN-PERDANT         PIC 9(3) VALUE 0.
       01  WS-IDX-ENR                PIC 9(3).

       01  WS-NB-TIERS-FUSIONNES     PIC 9(3) VALUE 0.
       01  WS-NB-REC-FUSIONNES       PIC 9(3) VALUE 0.
       01  WS-NB-NOTES-FUSIONNEES    PIC 9(3) VALUE 0.
       01  WS-NB-EXT-FUSIONNEES      PIC 9(2) VALUE 0.
       01  WS-NB-ANOMALIES           PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           DISPLAY 'TIERS FUSIONNES      : ' WS-NB-TIERS-FUSIONNES
           DISPLAY 'RECOURS FUSIONNES    : ' WS-NB-REC-FUSIONNES
           DISPLAY 'NOTES FUSIONNEES     : ' WS-NB-NOTES-FUSIONNEES
           DISPLAY 'EXTENSIONS FUSIONNEES: ' WS-NB-EXT-FUSIONNEES
           DISPLAY 'ANOMALIES            : ' WS-NB-ANOMALIES
           DISPLAY '========================================'
           IF WS-NB-ANOMALIES > 0
           IF FS-TIERS NOT = '00'
               DISPLAY 'TIERS ABSENT - PARTIES ADVERSES NON FUSIONNEES'
           END-IF
           OPEN I-O F-ASSEXT
           IF FS-ASSEXT = '00'
               SET ASSEXT-OUVERT TO TRUE
           ELSE
               DISPLAY 'ASSEXT ABSENT - EXTENSIONS NON FUSIONNEES'
           END-IF

           OPEN EXTEND F-HISTO
           IF FS-HST NOT = '00'
               NOT INVALID KEY
                   ADD 1 TO WS-NB-VEHIC-FUSIONNES
           END-WRITE

           IF ASSEXT-OUVERT
               PERFORM 32000-FUSIONNER-EXTENSION
           END-IF
           .

      * Extension ASSEXT du vehicule fusionne (une au plus) : re-clee *
      * sous le matricule survivant et le nouveau numero de vehicule  *

       32000-FUSIONNER-EXTENSION.
           MOVE WS-MAT-PERDANT TO FS-ASSEXT-MAT
           MOVE WS-VEH-ANCIEN(WS-NB-VEHIC) TO FS-ASSEXT-SEQ
           READ F-ASSEXT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-ASSEXT-REC TO W-ASSEXT
                   DELETE F-ASSEXT
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE WS-MAT-SURVIVANT TO AX-MAT IN W-ASSEXT
                   MOVE WS-SEQ-VEHIC-MAX
                       TO AX-SEQ-VEHICULE IN W-ASSEXT
                   MOVE WS-DATE-JOUR TO AX-DATE-MAJ IN W-ASSEXT
                   MOVE W-ASSEXT TO FS-ASSEXT-REC
                   WRITE FS-ASSEXT-REC
                       INVALID KEY
                           DISPLAY 'ANOMALIE - RECREATION EXTENSION'
                           ADD 1 TO WS-NB-ANOMALIES
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-EXT-FUSIONNEES
                   END-WRITE
           END-READ
           .

      * Rattacher les sinistres du perdant : re-cles sous le          *
           IF FS-NOTES = '00'
               CLOSE F-NOTES
           END-IF
           IF ASSEXT-OUVERT
               CLOSE F-ASSEXT
           END-IF
           CLOSE F-HISTO
           .
