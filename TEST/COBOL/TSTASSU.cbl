      *---------------------------------------------------------------*
      * TSTASSU - Test harness accesseurs ASSURES                    *
      * Invocation : PARM='PGMVSAM' ou PARM='PGMDB2'                *
      * PARM='PGMACCES' : memes tests T01-T12 et T20-T26 via         *
      * l'aiguillage des transactions en ligne, dans le mode d'acces *
      * courant (WORK/ACCMODE.dat : V, D ou T)                       *
      *                                                               *
      * 12 tests couvrant les fonctions 01 a 08 :                   *
      *   T01 OPEN      T02 WRITE (creation)   T03 WRITE (duplicate) *
      * jamais exercee par T01-T16 qui ne portent que sur ASSURES3 : *
      *   T17 OPEN FMVTSE       T18 READNEXT FMVTSE   T19 CLOSE FMVTSE*
      *                                                               *
      * T20-T26 (les deux accesseurs) : nom 'ASSUREXT', ASSURES3 et   *
      * son extension (segments d'attributs, cf CASSEXT) en un appel :*
      *   T20 OPEN     T21 WRITE (1 segment)   T22 READ               *
      *   T23 nombre de segments relus (rendu dans le RC, attendu 01) *
      *   T24 DELETE   T25 READ (post-delete)  T26 CLOSE              *
      *                                                               *
      * Matricule test : 999999 (non existant en production)        *
      * Nettoyage : DELETE 999999 en T08 avant STARTBR               *
      *---------------------------------------------------------------*
           05 FILLER               PIC 99      VALUE 20.
           05 FILLER               PIC X(12)   VALUE SPACES.

      * Zone extension ASSURES3 (second parametre, nom 'ASSUREXT')
           COPY WASSEXT.

      * Zones de passage pour CHECK-RC
       01  WS-TST-NUM              PIC X(4).
       01  WS-TST-LABEL            PIC X(26).
           IF WS-NOM-ACCSR = 'PGMVSAM '
               PERFORM RUN-TESTS-FMVTSE
           END-IF

           PERFORM RUN-TESTS-ASSUREXT
           .

      *---------------------------------------------------------------*
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC.

      *---------------------------------------------------------------*
      * RUN-TESTS-ASSUREXT : ASSURES3 + extension en un seul appel    *
      *---------------------------------------------------------------*
       RUN-TESTS-ASSUREXT.

      * T20 : OPEN ASSUREXT (ASSURES3 + extension)
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 01          TO WS-FONCTION
           MOVE SPACES      TO WS-ENREG
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T20 '      TO WS-TST-NUM
           MOVE 'OPEN ASSUREXT             '
                            TO WS-TST-LABEL
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T21 : WRITE 999999 avec un segment d'attribut
           MOVE SPACES      TO W-ASSEXT
           MOVE 01          TO AX-VERSION-DESSIN
           MOVE 20261015    TO AX-DATE-MAJ
           MOVE 01          TO AX-NB-SEGMENTS
           MOVE 'TEST'      TO AX-SEG-TYPE(1)
           MOVE 01          TO AX-SEG-VERSION(1)
           MOVE 'A'         TO AX-SEG-FORMAT(1)
           MOVE 'N'         TO AX-SEG-NOMINATIF(1)
           MOVE 07          TO AX-SEG-LONGUEUR(1)
           MOVE 'TSTASSU'   TO AX-SEG-VALEUR(1)
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 06          TO WS-FONCTION
           MOVE WS-ENREG-T1 TO WS-ENREG
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T21 '      TO WS-TST-NUM
           MOVE 'WRITE ASSUREXT (1 segment)'
                            TO WS-TST-LABEL
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T22 : READ 999999 (image + extension)
           MOVE SPACES      TO W-ASSEXT
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 03          TO WS-FONCTION
           MOVE SPACES      TO WS-ENREG
           MOVE '99999901'  TO WS-ENREG(1:8)
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T22 '      TO WS-TST-NUM
           MOVE 'READ  ASSUREXT 999999     '
                            TO WS-TST-LABEL
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T23 : le segment ecrit en T21 est bien relu
           MOVE AX-NB-SEGMENTS TO WS-RETOUR
           MOVE 'T23 '      TO WS-TST-NUM
           MOVE 'NB SEGMENTS RELUS         '
                            TO WS-TST-LABEL
           MOVE 01          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T24 : DELETE 999999 (image + extension, nettoyage)
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 05          TO WS-FONCTION
           MOVE SPACES      TO WS-ENREG
           MOVE '99999901'  TO WS-ENREG(1:8)
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T24 '      TO WS-TST-NUM
           MOVE 'DELETE ASSUREXT 999999    '
                            TO WS-TST-LABEL
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T25 : READ 999999 (post-delete, not found)
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 03          TO WS-FONCTION
           MOVE SPACES      TO WS-ENREG
           MOVE '99999901'  TO WS-ENREG(1:8)
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T25 '      TO WS-TST-NUM
           MOVE 'READ  ASSUREXT post-delete'
                            TO WS-TST-LABEL
           MOVE 01          TO WS-RC-ATT
           PERFORM CHECK-RC

      * T26 : CLOSE ASSUREXT
           MOVE 'ASSUREXT'  TO WS-NOM-FICHIER
           MOVE 02          TO WS-FONCTION
           CALL WS-NOM-ACCSR USING WS-COM W-ASSEXT
           MOVE 'T26 '      TO WS-TST-NUM
           MOVE 'CLOSE ASSUREXT            '
                            TO WS-TST-LABEL
           MOVE 00          TO WS-RC-ATT
           PERFORM CHECK-RC.

      *---------------------------------------------------------------*
      * CHECK-RC : compare RC obtenu vs RC attendu, affiche resultat  *
      *---------------------------------------------------------------*
