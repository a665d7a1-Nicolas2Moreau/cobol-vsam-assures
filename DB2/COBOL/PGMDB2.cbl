      * PGMDB2 - Sous-programme accesseur DB2                        *
      * Interface identique a PGMVSAM (zone 160 octets, PDF p.16-17) *
      * Tables cibles : ASSURES (LS-NOM-FICHIER='ASSURES3', valeur    *
      * par defaut) et SINISTRES (LS-NOM-FICHIER='SINISTRE') ;        *
      * LS-NOM-FICHIER='ASSUREXT' traite en plus, dans le meme appel, *
      * les segments d'attributs du vehicule (table ASSUREXT, zone    *
      * extension CASSEXT en second parametre) comme PGMVSAM          *
      * DB2 Version 8 / Enterprise COBOL 3.1.1 / z/OS                *
      *                                                               *
      * Rejeu automatique sur deadlock/timeout : un SQLCODE -911 ou   *
      * MODIFICATIONS :                                               *
      *   2026-09-02  rejeu automatique -911/-913 avec attente        *
      *               (config DB2RETRY), cumul affiche au CLOSE       *
      *   2026-10-15  nom 'ASSUREXT' : segments d'attributs (table    *
      *               ASSUREXT) lus/ecrits avec la ligne ASSURES      *
      *   2026-10-15  rejeu sur les segments ASSUREXT : seuls les     *
      *               segments sont rejoues, la ligne ASSURES deja    *
      *               traitee n'est pas rejouee                       *
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  WS-RETRY-TOTAL-RUN      PIC 9(5) VALUE 0.
       01  WS-RETRY-ATTENTE        PIC S9(8) COMP VALUE 0.

      * Ligne ASSURES traitee avec succes pour un appel 'ASSUREXT' :
      * un deadlock/timeout sur les segments ne rejoue que ceux-ci
       01  WS-ASSURES-FAIT         PIC X VALUE 'N'.
           88 ASSURES-FAIT             VALUE 'O'.

      * Zone communication SQL
           EXEC SQL
               INCLUDE SQLCA
               INCLUDE DCLSINIS
           END-EXEC.

      * DCLGEN table ASSUREXT (segments d'attributs par vehicule)
           EXEC SQL
               INCLUDE DCLASSEX
           END-EXEC.

      * Curseur lecture sequentielle (STARTBR/READNEXT), positionne a
      * partir du matricule fourni par l'appelant, meme principe que
      * le START KEY >= de PGMVSAM sur FS-ASSURES-KEY (matricule seul,
               ORDER BY SINMAT, SINSEQ
           END-EXEC.

      * Curseur des segments d'attributs d'un vehicule (ASSUREXT),
      * ouvert et referme a chaque lecture - n'interfere pas avec le
      * curseur sequentiel ASSURES en cours d'un READNEXT
           EXEC SQL
               DECLARE CSR-ASSEXT CURSOR FOR
               SELECT SEGTYP, SEGVER, SEGFMT, SEGNOM, SEGLNG,
                      SEGVAL, DATEMAJ
               FROM ASSUREXT
               WHERE MATASS = :XT-MATASS AND SEQVEH = :XT-SEQVEH
               ORDER BY SEGTYP
           END-EXEC.

      * Copie locale SQLCODE (PIC S9(9) COMP pour comparaisons)
       01  WS-SQLCODE              PIC S9(9) COMP.
      * Deadlock (-911) ou timeout (-913) : rejouable apres attente
      * 'C'=ASSURES code postal, 'V'=ASSURES ville, 'S'=SINISTRES
       01  WS-MODE-CURSEUR         PIC X VALUE SPACE.

      * Segments d'attributs ASSUREXT (nom 'ASSUREXT')
       01  WS-IDX-SEG              PIC 99.
       01  WS-FIN-SEG              PIC X VALUE 'N'.
           88 FIN-SEG                  VALUE 'O'.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RETOUR-OK         PIC 99 VALUE 00.
           05 LS-FILTRE-VILLE      PIC X(12).
           05 LS-FILLER            PIC X(9).

      * Zone extension ASSURES3 (400 octets, cf CASSEXT) - second
      * parametre, transmis et reference pour le seul nom 'ASSUREXT'
       01  LS-EXT.
           COPY CASSEXT.

       PROCEDURE DIVISION USING LS-COM LS-EXT.

      *---------------------------------------------------------------*
      * POINT D ENTREE PRINCIPAL                                      *
           END-IF

           MOVE 0 TO WS-RETRY-COURANT
           MOVE 'N' TO WS-ASSURES-FAIT
           PERFORM EXECUTER-FONCTION

      * Deadlock/timeout : attendre puis rejouer la meme fonction,
      * jusqu'a WS-RETRY-MAX essais, avant de rendre l'erreur - sur
      * les seuls segments ASSUREXT si la ligne ASSURES est passee
      * (un WRITE la reinsererait en doublon, un READNEXT sauterait
      * la ligne suivante)
           PERFORM UNTIL NOT SQLCODE-REJOUABLE
                   OR WS-RETRY-COURANT >= WS-RETRY-MAX
               ADD 1 TO WS-RETRY-COURANT
               ADD 1 TO WS-RETRY-TOTAL-RUN
               PERFORM ATTENDRE-AVANT-REJEU
               IF ASSURES-FAIT
                   MOVE 0 TO WS-SQLCODE
                   PERFORM TRAITER-ASSUREXT
               ELSE
                   PERFORM EXECUTER-FONCTION
               END-IF
           END-PERFORM

      * Rejeu reussi : LS-DIAG-CODE porte le nombre d'essais consommes
                   PERFORM FUNC-COUNT
               WHEN OTHER
                   MOVE WS-RETOUR-ERROR TO LS-CODE-RETOUR
           END-EVALUATE

      * 'ASSUREXT' : la ligne ASSURES vient d'etre traitee (branche
      * WHEN OTHER de chaque fonction) - report sur ses segments
           IF LS-NOM-FICHIER = 'ASSUREXT'
                   AND LS-CODE-RETOUR = WS-RETOUR-OK
               MOVE 'O' TO WS-ASSURES-FAIT
               PERFORM TRAITER-ASSUREXT
           END-IF.

      *---------------------------------------------------------------*
      * TRAITER-ASSUREXT : segments d'attributs du vehicule, sous la  *
      * cle de l'image ASSURES (LS-ENREG), memes regles que PGMVSAM : *
      *   READ/READNEXT : segments lus (zone vide si aucun)           *
      *   WRITE/REWRITE : segments remplaces par ceux de LS-EXT       *
      *   DELETE        : segments supprimes avec le vehicule         *
      *   autres        : ligne ASSURES seule                         *
      *---------------------------------------------------------------*
       TRAITER-ASSUREXT.
           MOVE LS-ENREG(1:6) TO XT-MATASS
           MOVE LS-ENREG(7:2) TO SEQ-VEHICULE-A4
           MOVE SEQ-VEHICULE-A4 TO XT-SEQVEH
           EVALUATE LS-CODE-FONCTION
               WHEN WS-FUNC-READ
                   PERFORM LIRE-ASSEXT
               WHEN WS-FUNC-READNEXT
                   PERFORM LIRE-ASSEXT
               WHEN WS-FUNC-WRITE
                   PERFORM ECRIRE-ASSEXT
               WHEN WS-FUNC-REWRITE
                   PERFORM ECRIRE-ASSEXT
               WHEN WS-FUNC-DELETE
                   PERFORM SUPPRIMER-ASSEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *---------------------------------------------------------------*
      * LIRE-ASSEXT : segments du vehicule ranges dans LS-EXT, par    *
      * type (10 au plus) ; aucun segment = zone vide                  *
      *---------------------------------------------------------------*
       LIRE-ASSEXT.
           MOVE SPACES TO LS-EXT
           MOVE LS-ENREG(1:8) TO AX-CLE
           MOVE 01 TO AX-VERSION-DESSIN
           MOVE 0 TO AX-DATE-MAJ
           MOVE 0 TO AX-NB-SEGMENTS
           EXEC SQL
               OPEN CSR-ASSEXT
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0
               PERFORM MAPPER-OPEN
           ELSE
               MOVE 'N' TO WS-FIN-SEG
               PERFORM LIRE-SEGMENT-ASSEXT UNTIL FIN-SEG
               EXEC SQL
                   CLOSE CSR-ASSEXT
               END-EXEC
               IF WS-SQLCODE = +100
                   MOVE 0 TO WS-SQLCODE
               END-IF
               PERFORM MAPPER-FETCH
           END-IF.

       LIRE-SEGMENT-ASSEXT.
           EXEC SQL
               FETCH CSR-ASSEXT
               INTO :XT-SEGTYP, :XT-SEGVER, :XT-SEGFMT, :XT-SEGNOM,
                    :XT-SEGLNG, :XT-SEGVAL, :XT-DATEMAJ
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE NOT = 0 OR AX-NB-SEGMENTS >= 10
               SET FIN-SEG TO TRUE
           ELSE
               ADD 1 TO AX-NB-SEGMENTS
               MOVE AX-NB-SEGMENTS TO WS-IDX-SEG
               MOVE XT-SEGTYP TO AX-SEG-TYPE(WS-IDX-SEG)
               MOVE XT-SEGVER TO AX-SEG-VERSION(WS-IDX-SEG)
               MOVE XT-SEGFMT TO AX-SEG-FORMAT(WS-IDX-SEG)
               MOVE XT-SEGNOM TO AX-SEG-NOMINATIF(WS-IDX-SEG)
               MOVE XT-SEGLNG TO AX-SEG-LONGUEUR(WS-IDX-SEG)
               MOVE XT-SEGVAL TO AX-SEG-VALEUR(WS-IDX-SEG)
               IF XT-DATEMAJ > AX-DATE-MAJ
                   MOVE XT-DATEMAJ TO AX-DATE-MAJ
               END-IF
           END-IF.

      *---------------------------------------------------------------*
      * ECRIRE-ASSEXT : segments du vehicule remplaces par ceux de     *
      * LS-EXT (suppression puis insertion, une ligne par segment)     *
      *---------------------------------------------------------------*
       ECRIRE-ASSEXT.
           IF AX-NB-SEGMENTS NOT NUMERIC
               MOVE 0 TO AX-NB-SEGMENTS
           END-IF
           IF AX-NB-SEGMENTS > 10
               MOVE 10 TO AX-NB-SEGMENTS
           END-IF
           IF AX-DATE-MAJ NOT NUMERIC
               MOVE 0 TO AX-DATE-MAJ
           END-IF
           PERFORM SUPPRIMER-ASSEXT
           IF LS-CODE-RETOUR = WS-RETOUR-OK
               MOVE AX-DATE-MAJ TO XT-DATEMAJ
               PERFORM INSERER-SEGMENT-ASSEXT
                   VARYING WS-IDX-SEG FROM 1 BY 1
                   UNTIL WS-IDX-SEG > AX-NB-SEGMENTS
                      OR LS-CODE-RETOUR NOT = WS-RETOUR-OK
           END-IF.

       INSERER-SEGMENT-ASSEXT.
           MOVE AX-SEG-TYPE(WS-IDX-SEG)      TO XT-SEGTYP
           MOVE AX-SEG-VERSION(WS-IDX-SEG)   TO XT-SEGVER
           MOVE AX-SEG-FORMAT(WS-IDX-SEG)    TO XT-SEGFMT
           MOVE AX-SEG-NOMINATIF(WS-IDX-SEG) TO XT-SEGNOM
           MOVE AX-SEG-LONGUEUR(WS-IDX-SEG)  TO XT-SEGLNG
           MOVE AX-SEG-VALEUR(WS-IDX-SEG)    TO XT-SEGVAL
           EXEC SQL
               INSERT INTO ASSUREXT
                 (MATASS, SEQVEH, SEGTYP, SEGVER, SEGFMT,
                  SEGNOM, SEGLNG, SEGVAL, DATEMAJ)
               VALUES
                 (:XT-MATASS, :XT-SEQVEH, :XT-SEGTYP, :XT-SEGVER,
                  :XT-SEGFMT, :XT-SEGNOM, :XT-SEGLNG, :XT-SEGVAL,
                  :XT-DATEMAJ)
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           PERFORM MAPPER-WRITE.

      *---------------------------------------------------------------*
      * SUPPRIMER-ASSEXT : segments du vehicule supprimes - aucun     *
      * segment (+100) n'est pas une erreur                           *
      *---------------------------------------------------------------*
       SUPPRIMER-ASSEXT.
           EXEC SQL
               DELETE FROM ASSUREXT
               WHERE MATASS = :XT-MATASS AND SEQVEH = :XT-SEQVEH
           END-EXEC
           MOVE SQLCODE TO WS-SQLCODE
           IF WS-SQLCODE = +100
               MOVE 0 TO WS-SQLCODE
           END-IF
           PERFORM MAPPER-WRITE.

      *---------------------------------------------------------------*
      * LIRE-CONFIG-RETRY : configuration optionnelle DB2RETRY         *
      * ('nn ss' : nombre d'essais, delai en secondes) - fichier       *
