      *   HSTARCH   - comme HISTOASS                                  *
      *   CONTACTS  - telephones, email (consentements remis a 'N')   *
      *   SINNOTES  - texte libre des notes de gestion                *
      *   ASSEXT    - valeur des segments d'attributs marques         *
      *               nominatifs (AX-SEG-NOMINATIF = 'O', cf CASSEXT) *
      * Les montants, dates, compteurs et cles restent intacts pour   *
      * ne pas fausser les statistiques et reconciliations.           *
      * Les fichiers sequentiels sont reecrits sur place (OPEN I-O +  *
               RECORD KEY IS FS-NOT-CLE
               FILE STATUS IS FS-NOTES.

      * Extension ASSURES3 (segments d'attributs par vehicule)
           SELECT F-ASSEXT ASSIGN TO "WORK/ASSEXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSEXT-KEY
               FILE STATUS IS FS-ASSEXT.

      * Certificats d'effacement
           SELECT F-RAPPORT ASSIGN TO "WORK/RGPDASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-AVANT    PIC X(36).
           05 FS-SINISTRE-COMMENT  PIC X(20).
           05 FS-SINISTRE-APRES    PIC X(44).

       FD  F-JOURNAL.
       01  FS-JRN-REC.
           05 FS-NOT-USER          PIC X(8).
           05 FS-NOT-TEXTE         PIC X(60).

       FD  F-ASSEXT.
       01  FS-ASSEXT-REC.
           05 FS-ASSEXT-KEY.
               10 FS-ASSEXT-MAT    PIC 9(6).
               10 FS-ASSEXT-SEQ    PIC 9(2).
           05 FS-ASSEXT-DATA       PIC X(392).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       01  FS-HSA                    PIC XX.
       01  FS-CONTACTS               PIC XX.
       01  FS-NOTES                  PIC XX.
       01  FS-ASSEXT                 PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Libelle de remplacement des zones effacees
       01  WS-LIB-EFFACE             PIC X(20) VALUE '*EFFACE RGPD*'.

      * Extension ASSURES3 en cours d'anonymisation
           COPY WASSEXT.
       01  WS-IDX-SEG                PIC 99.
       01  WS-SEG-EFFACE             PIC X VALUE 'N'.
           88 SEG-EFFACE                 VALUE 'O'.

      * Date du jour (AAAAMMJJ) pour le certificat
       01  WS-DATE-JOUR              PIC 9(8).

               10 WS-MAT-CPT-HSA     PIC 9(5).
               10 WS-MAT-CPT-CTC     PIC 9(5).
               10 WS-MAT-CPT-NOT     PIC 9(5).
               10 WS-MAT-CPT-EXT     PIC 9(5).
       01  WS-NB-MATRICULES          PIC 9(3) VALUE 0.
       01  WS-IDX-MAT                PIC 9(3).
       01  WS-MAT-POS                PIC 9(3) VALUE 0.
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-ANONYMISER-ASSURES
           PERFORM 25000-ANONYMISER-ASSEXT
           PERFORM 30000-ANONYMISER-SINISTRE
           PERFORM 40000-ANONYMISER-JOURNAL
           PERFORM 50000-ANONYMISER-HISTOASS
                           MOVE 0 TO WS-MAT-CPT-HSA(WS-NB-MATRICULES)
                           MOVE 0 TO WS-MAT-CPT-CTC(WS-NB-MATRICULES)
                           MOVE 0 TO WS-MAT-CPT-NOT(WS-NB-MATRICULES)
                           MOVE 0 TO WS-MAT-CPT-EXT(WS-NB-MATRICULES)
                       ELSE
                           ADD 1 TO WS-LISTE-PLEINE
                       END-IF
           END-READ
           .

      * ASSEXT - anonymisation de la valeur des segments d'attributs  *
      * nominatifs (type, version, format et longueur conserves)       *

       25000-ANONYMISER-ASSEXT.
           OPEN I-O F-ASSEXT
           IF FS-ASSEXT NOT = '00'
               DISPLAY 'ASSEXT ABSENT - IGNORE'
           ELSE
               PERFORM 26000-TRAITER-UNE-EXTENSION
                   UNTIL FS-ASSEXT = '10'
               CLOSE F-ASSEXT
           END-IF
           .

       26000-TRAITER-UNE-EXTENSION.
           READ F-ASSEXT NEXT
               AT END
                   MOVE '10' TO FS-ASSEXT
               NOT AT END
                   MOVE FS-ASSEXT-MAT TO WS-MAT-CHERCHE
                   PERFORM 15000-CHERCHER-MATRICULE
                   IF WS-MAT-POS > 0
                       MOVE FS-ASSEXT-REC TO W-ASSEXT
                       MOVE 'N' TO WS-SEG-EFFACE
                       IF AX-NB-SEGMENTS NUMERIC
                           PERFORM 26100-EFFACER-UN-SEGMENT
                               VARYING WS-IDX-SEG FROM 1 BY 1
                               UNTIL WS-IDX-SEG > AX-NB-SEGMENTS
                                  OR WS-IDX-SEG > 10
                       END-IF
                       IF SEG-EFFACE
                           MOVE W-ASSEXT TO FS-ASSEXT-REC
                           REWRITE FS-ASSEXT-REC
                           ADD 1 TO WS-MAT-CPT-EXT(WS-MAT-POS)
                           ADD 1 TO WS-NB-ANONYMISES
                       END-IF
                   END-IF
           END-READ
           .

       26100-EFFACER-UN-SEGMENT.
           IF AX-SEG-A-EFFACER(WS-IDX-SEG)
               MOVE WS-LIB-EFFACE TO AX-SEG-VALEUR(WS-IDX-SEG)
               SET SEG-EFFACE TO TRUE
           END-IF
           .

      * SINISTRE - anonymisation du commentaire libre                  *

       30000-ANONYMISER-SINISTRE.
           MOVE WS-LIG-CERT-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'ASSEXT    ' TO WS-LIGD-FICHIER
           MOVE WS-MAT-CPT-EXT(WS-IDX-MAT) TO WS-LIGD-NB
           MOVE WS-LIG-CERT-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
