      * DUMPS GENERES ET VERIFIES DES KSDS - Sauvegarde nocturne de   *
      * ASSURES3 et SINISTRE en copies plates generationnelles        *
      * (WORK/ASSURES.Gnnnn.dmp / WORK/SINISTRE.Gnnnn.dmp), avec :    *
      *   - l'extension ASSEXT de ASSURES3 (segments d'attributs,     *
      *     cf CASSEXT) dumpee a la suite dans WORK/ASSEXT.Gnnnn.dmp  *
      *     (total = nombre de segments), si le fichier existe        *
      *   - index des generations WORK/DMPINDEX.dat (fichier,         *
      *     generation, date, nombre d'enregistrements, total de      *
      *     prime ou de montant, chemin)                              *
      *     et son compte/total compare a ceux captures a l'ecriture  *
      *     avant toute purge ; les compteurs du dernier AUDITLOG     *
      *     sont affiches en regard pour la reconciliation par        *
      *     l'exploitation (les traces de parametres 'PARAMETR'       *
      *     deposees par PGMPARAM et les traces REOASSU dans AUDITLOG *
      *     sont ignorees)                                            *
      *   - retention : au-dela de RETENTION generations par fichier  *
      *     (defaut 7), la plus ancienne est videe et retiree de      *
      *     l'index - uniquement si la verification du dump frais est *
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

      * Extension ASSURES3 (segments d'attributs par vehicule)
           SELECT F-ASSEXT ASSIGN TO "WORK/ASSEXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSEXT-KEY
               FILE STATUS IS FS-ASSEXT.

      * Dump en cours (ecriture puis relecture de verification) -
      * chemin construit dynamiquement
           SELECT F-DUMP ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUMP.

      * Dump de l'extension ASSEXT (enregistrements de 400 octets)
           SELECT F-DUMP-EXT ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUMP.

      * Index des generations
           SELECT F-INDEX ASSIGN TO "WORK/DMPINDEX.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-ASSEXT.
       01  FS-ASSEXT-REC.
           05 FS-ASSEXT-KEY        PIC 9(8).
           05 FS-ASSEXT-DATA       PIC X(392).

       FD  F-DUMP.
       01  FS-DUMP-REC             PIC X(120).

       FD  F-DUMP-EXT.
       01  FS-DUMP-EXT-REC         PIC X(400).

       FD  F-INDEX.
       01  FS-IDX-REC.
           05 FS-IDX-FICHIER       PIC X(8).

       01  FS-ASSURES                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-ASSEXT                 PIC XX.
       01  FS-DUMP                   PIC XX.
       01  FS-INDEX                  PIC XX.
       01  FS-AUD                    PIC XX.
      * Dernier enregistrement de run lu sur AUDITLOG
       01  WS-AUD-DERNIER-RUN        PIC X(80) VALUE SPACES.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.
           COPY WASSEXT.

      * Extension ASSEXT presente (creee au premier acces PGMVSAM)
       01  WS-ASSEXT-PRESENT         PIC X VALUE 'N'.
           88 ASSEXT-PRESENT             VALUE 'O'.

       01  WS-DUMP-PATH              PIC X(80) VALUE SPACES.

           MOVE 'SINISTRE' TO WS-FICHIER-COURANT
           PERFORM 20000-DUMPER-UN-FICHIER

           PERFORM 25000-CONTROLER-ASSEXT
           IF ASSEXT-PRESENT
               MOVE 'ASSEXT' TO WS-FICHIER-COURANT
               PERFORM 20000-DUMPER-UN-FICHIER
           END-IF

           PERFORM 60000-REECRIRE-INDEX
           PERFORM 70000-AFFICHER-AUDITLOG
           DISPLAY '========================================'
           MOVE WS-GEN-NOUVELLE TO WS-GEN-EDIT

           MOVE SPACES TO WS-DUMP-PATH
           EVALUATE WS-FICHIER-COURANT
               WHEN 'ASSURES3'
                   STRING 'WORK/ASSURES.G' DELIMITED BY SIZE
                          WS-GEN-EDIT      DELIMITED BY SIZE
                          '.dmp'           DELIMITED BY SIZE
                       INTO WS-DUMP-PATH
                   END-STRING
               WHEN 'ASSEXT'
                   STRING 'WORK/ASSEXT.G' DELIMITED BY SIZE
                          WS-GEN-EDIT     DELIMITED BY SIZE
                          '.dmp'          DELIMITED BY SIZE
                       INTO WS-DUMP-PATH
                   END-STRING
               WHEN OTHER
                   STRING 'WORK/SINISTRE.G' DELIMITED BY SIZE
                          WS-GEN-EDIT       DELIMITED BY SIZE
                          '.dmp'            DELIMITED BY SIZE
                       INTO WS-DUMP-PATH
                   END-STRING
           END-EVALUATE

           IF WS-FICHIER-COURANT = 'ASSEXT'
               PERFORM 33000-ECRIRE-DUMP-ASSEXT
           ELSE
               PERFORM 30000-ECRIRE-DUMP
           END-IF
           PERFORM 40000-VERIFIER-DUMP
               THRU FIN-40000-VERIFIER-DUMP

           END-IF
           .

      * L'extension ASSEXT n'existe qu'une fois creee par PGMVSAM -   *
      * absente, elle n'est simplement pas dumpee                     *

       25000-CONTROLER-ASSEXT.
           MOVE 'N' TO WS-ASSEXT-PRESENT
           OPEN INPUT F-ASSEXT
           IF FS-ASSEXT = '00'
               SET ASSEXT-PRESENT TO TRUE
               CLOSE F-ASSEXT
           ELSE
               DISPLAY 'ASSEXT ABSENT - PAS DE DUMP D''EXTENSION'
           END-IF
           .

      * Ecriture du dump (images plates), compte + total captures     *

       30000-ECRIRE-DUMP.
               NOT AT END
                   MOVE FS-SINISTRE-REC TO W-SINISTRE
                   MOVE SPACES TO FS-DUMP-REC
                   MOVE W-SINISTRE TO FS-DUMP-REC(1:110)
                   WRITE FS-DUMP-REC
                   ADD 1 TO WS-NB-ECRITS
                   ADD SIN-MONTANT IN W-SINISTRE TO WS-TOTAL-ECRIT
           END-READ
           .

      * Dump de l'extension ASSEXT (images de 400 octets), compte +   *
      * nombre total de segments captures                              *

       33000-ECRIRE-DUMP-ASSEXT.
           MOVE 0 TO WS-NB-ECRITS
           MOVE 0 TO WS-TOTAL-ECRIT

           OPEN OUTPUT F-DUMP-EXT
           IF FS-DUMP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE DUMP : ' WS-DUMP-PATH
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT F-ASSEXT
           IF FS-ASSEXT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSEXT : ' FS-ASSEXT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 33100-COPIER-UNE-EXTENSION
               UNTIL FS-ASSEXT = '10'
           CLOSE F-ASSEXT
           CLOSE F-DUMP-EXT
           .

       33100-COPIER-UNE-EXTENSION.
           READ F-ASSEXT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-ASSEXT-REC TO W-ASSEXT
                   MOVE W-ASSEXT TO FS-DUMP-EXT-REC
                   WRITE FS-DUMP-EXT-REC
                   ADD 1 TO WS-NB-ECRITS
                   IF AX-NB-SEGMENTS IN W-ASSEXT NUMERIC
                       ADD AX-NB-SEGMENTS IN W-ASSEXT
                           TO WS-TOTAL-ECRIT
                   END-IF
           END-READ
           .

      * Verification : relecture complete du dump frais, compte et    *
      * total compares a ceux captures a l'ecriture                    *

           MOVE 0 TO WS-NB-RELUS
           MOVE 0 TO WS-TOTAL-RELU

           IF WS-FICHIER-COURANT = 'ASSEXT'
               OPEN INPUT F-DUMP-EXT
           ELSE
               OPEN INPUT F-DUMP
           END-IF
           IF FS-DUMP NOT = '00'
               DISPLAY 'RELECTURE IMPOSSIBLE : ' WS-DUMP-PATH
               GO TO FIN-40000-VERIFIER-DUMP
           END-IF
           IF WS-FICHIER-COURANT = 'ASSEXT'
               PERFORM 42000-RELIRE-UNE-EXTENSION
                   UNTIL FS-DUMP = '10'
               CLOSE F-DUMP-EXT
           ELSE
               PERFORM 41000-RELIRE-UNE-LIGNE
                   UNTIL FS-DUMP = '10'
               CLOSE F-DUMP
           END-IF

           IF WS-NB-RELUS = WS-NB-ECRITS
                   AND WS-TOTAL-RELU = WS-TOTAL-ECRIT
                       ADD PRIME-A4 IN WS-ASSURE-CASSURES
                           TO WS-TOTAL-RELU
                   ELSE
                       MOVE FS-DUMP-REC(1:110) TO W-SINISTRE
                       ADD SIN-MONTANT IN W-SINISTRE
                           TO WS-TOTAL-RELU
                   END-IF
           END-READ
           .

       42000-RELIRE-UNE-EXTENSION.
           READ F-DUMP-EXT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-NB-RELUS
                   MOVE FS-DUMP-EXT-REC TO W-ASSEXT
                   IF AX-NB-SEGMENTS IN W-ASSEXT NUMERIC
                       ADD AX-NB-SEGMENTS IN W-ASSEXT TO WS-TOTAL-RELU
                   END-IF
           END-READ
           .

      * Indexation de la generation verifiee puis purge de la plus    *
      * ancienne au-dela de la retention                               *

               DISPLAY 'AUDITLOG ABSENT - PAS DE RECONCILIATION'
           ELSE
               PERFORM 71000-LIRE-AUDIT UNTIL FS-AUD = '10'
               IF WS-AUD-DERNIER-RUN = SPACES
                   DISPLAY 'AUCUN RUN DANS AUDITLOG - PAS DE '
                           'RECONCILIATION'
               ELSE
                   MOVE WS-AUD-DERNIER-RUN TO FS-AUD-REC
                   DISPLAY 'DERNIER RUN AUDITLOG - ' FS-AUD-JOB
                           ' DU ' FS-AUD-DATE
                   DISPLAY '  MVTS LUS ' FS-AUD-CPT-MVT-LUS
                           ' CREES ' FS-AUD-CPT-CREES
                           ' MODIFIES ' FS-AUD-CPT-MODIFIES
                           ' SUPPRIMES ' FS-AUD-CPT-SUPPRIMES
               END-IF
               CLOSE F-AUDIT
           END-IF
           .

               AT END
                   MOVE '10' TO FS-AUD
               NOT AT END
                   IF FS-AUD-ACCESSEUR NOT = 'PARAMETR'
                           AND FS-AUD-JOB NOT = 'REOASSU'
                       MOVE FS-AUD-REC TO WS-AUD-DERNIER-RUN
                   END-IF
           END-READ
           .
