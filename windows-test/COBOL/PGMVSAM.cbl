     
      * ACCESSEUR VSAM - GESTION KSDS (ASSURES3, SINISTRE, TIERS,    *
      * CONTACTS) ET ESDS (FMVTSE, SINMVT, TIERSMVT)                  *
      * Nom 'ASSUREXT' : ASSURES3 et son extension ASSEXT (segments   *
      * d'attributs, cf CASSEXT) traites dans le meme appel, la zone  *
      * extension etant passee en second parametre                    *
     

       ENVIRONMENT DIVISION.
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-CONTACTS.

      * Fichier KSDS - Extension ASSURES3 (segments d'attributs de
      * police, meme cle MAT-A4 + SEQ-VEHICULE-A4, cf CASSEXT). Cree
      * au premier lancement comme TIERS ; n'est accede qu'a travers
      * le nom 'ASSUREXT', jamais seul
           SELECT F-ASSEXT ASSIGN TO "WORK/ASSEXT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSEXT-KEY
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS FS-ASSEXT.

       DATA DIVISION.
       FILE SECTION.

           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-SINMVT.
       01  FS-SINMVT-REC            PIC X(80).
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

       FD  F-ASSEXT.
       01  FS-ASSEXT-REC.
           05 FS-ASSEXT-KEY.
               10 FS-ASSEXT-MAT    PIC 9(6).
               10 FS-ASSEXT-SEQ    PIC 9(2).
           05 FS-ASSEXT-DATA       PIC X(392).

       WORKING-STORAGE SECTION.

      * File status
       01  FS-TIERS                 PIC XX.
       01  FS-TIERMVT               PIC XX.
       01  FS-CONTACTS              PIC XX.
       01  FS-ASSEXT                PIC XX.

      * Chemin courant du fichier ESDS Mouvements (ASSIGN dynamique de
      * F-MVTS) - par defaut l'extrait FMVTSE habituel ; un appelant
           05 WS-TIERS-OPEN        PIC X VALUE 'N'.
           05 WS-TIERMVT-OPEN      PIC X VALUE 'N'.
           05 WS-CONTACTS-OPEN     PIC X VALUE 'N'.
           05 WS-ASSEXT-OPEN       PIC X VALUE 'N'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 LS-DIAG-CODE         PIC S9(4).
           05 LS-FILLER            PIC X(24).

      * Zone extension ASSURES3 (400 octets, cf CASSEXT) - second
      * parametre, transmis et reference pour le seul nom 'ASSUREXT'
       01  LS-EXT.
           COPY CASSEXT.

       PROCEDURE DIVISION USING LS-COM LS-EXT.

       MAIN-PGMVSAM.
           MOVE WS-RETOUR-OK TO LS-CODE-RETOUR

           IF LS-NOM-FICHIER = 'ASSUREXT'
               PERFORM TRAITER-ASSUREXT
           ELSE
               PERFORM EXECUTER-FONCTION
           END-IF

           GOBACK.

       EXECUTER-FONCTION.
           EVALUATE LS-CODE-FONCTION
               WHEN WS-CODE-OPEN
                   PERFORM OPEN-FILE
                   PERFORM COUNT-FILE
               WHEN OTHER
                   MOVE WS-RETOUR-ERROR TO LS-CODE-RETOUR
           END-EVALUATE.

      * ASSUREXT - ASSURES3 + extension ASSEXT en un seul appel.       *
      * La fonction est d'abord executee sur ASSURES3 (LS-ENREG), a    *
      * l'identique d'un appel 'ASSURES3' ; si elle aboutit, elle est  *
      * reportee sur l'extension (LS-EXT) sous la cle de l'image       *
      * ASSURES3 - l'appelant n'a pas a tenir la cle de l'extension :  *
      *   OPEN/CLOSE      : les deux fichiers (l'extension est de      *
      *                     toute facon ouverte au premier appel)      *
      *   READ/READNEXT   : extension lue, ou rendue vide (aucun       *
      *                     segment) si le vehicule n'en a pas         *
      *   WRITE/REWRITE   : extension ecrite ou remplacee, supprimee   *
      *                     si elle ne porte plus aucun segment        *
      *   DELETE          : extension supprimee avec le vehicule       *
      *   START/EXISTS/COUNT : ASSURES3 seul                           *

       TRAITER-ASSUREXT.
           MOVE 'ASSURES3' TO LS-NOM-FICHIER
           PERFORM EXECUTER-FONCTION
           MOVE 'ASSUREXT' TO LS-NOM-FICHIER

      * Extension ouverte d'office si l'appelant a ouvert ASSURES3
      * sous son seul nom
           IF LS-CODE-RETOUR = WS-RETOUR-OK
                   AND WS-ASSEXT-OPEN = 'N'
                   AND LS-CODE-FONCTION NOT = WS-CODE-CLOSE
               PERFORM OUVRIR-ASSEXT
           END-IF

           IF LS-CODE-RETOUR = WS-RETOUR-OK
               EVALUATE LS-CODE-FONCTION
                   WHEN WS-CODE-CLOSE
                       PERFORM FERMER-ASSEXT
                   WHEN WS-CODE-READ
                       PERFORM LIRE-ASSEXT
                   WHEN WS-CODE-READNEXT
                       PERFORM LIRE-ASSEXT
                   WHEN WS-CODE-WRITE
                       PERFORM ECRIRE-ASSEXT
                   WHEN WS-CODE-REWRITE
                       PERFORM ECRIRE-ASSEXT
                   WHEN WS-CODE-DELETE
                       PERFORM SUPPRIMER-ASSEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Ouverture de l'extension, creee au premier lancement (meme
      * technique d'auto-creation que TIERS) - marquee ouverte sur
      * succes seulement, un echec est rendu a l'appelant a chaque
      * appel plutot qu'une E/S sur fichier ferme
       OUVRIR-ASSEXT.
           OPEN I-O F-ASSEXT
           IF FS-ASSEXT NOT = '00'
               OPEN OUTPUT F-ASSEXT
               IF FS-ASSEXT = '00'
                   CLOSE F-ASSEXT
                   OPEN I-O F-ASSEXT
               END-IF
           END-IF
           MOVE FS-ASSEXT TO WS-FILE-STATUS
           IF FS-ASSEXT = '00'
               MOVE 'O' TO WS-ASSEXT-OPEN
           END-IF
           PERFORM MAPPER-FILE-STATUS.

       FERMER-ASSEXT.
           IF WS-ASSEXT-OPEN = 'O'
               CLOSE F-ASSEXT
               MOVE FS-ASSEXT TO WS-FILE-STATUS
               MOVE 'N' TO WS-ASSEXT-OPEN
           ELSE
               MOVE '00' TO WS-FILE-STATUS
           END-IF
           PERFORM MAPPER-FILE-STATUS.

      * Lecture de l'extension du vehicule rendu dans LS-ENREG ; pas
      * d'extension = zone vide (version courante, zero segment), le
      * code retour restant celui de la lecture ASSURES3
       LIRE-ASSEXT.
           MOVE LS-ENREG(1:8) TO FS-ASSEXT-KEY
           READ F-ASSEXT
               INVALID KEY
                   MOVE SPACES TO LS-EXT
                   MOVE LS-ENREG(1:8) TO AX-CLE
                   MOVE 01 TO AX-VERSION-DESSIN
                   MOVE 0 TO AX-DATE-MAJ
                   MOVE 0 TO AX-NB-SEGMENTS
               NOT INVALID KEY
                   MOVE FS-ASSEXT-REC TO LS-EXT
           END-READ.

      * Ecriture/remplacement de l'extension sous la cle de l'image
      * ASSURES3 ecrite (une extension orpheline laissee sous cette
      * cle est remplacee) ; sans segment, l'extension est supprimee
       ECRIRE-ASSEXT.
           IF AX-NB-SEGMENTS NOT NUMERIC
               MOVE 0 TO AX-NB-SEGMENTS
           END-IF
           IF AX-NB-SEGMENTS = 0
               PERFORM SUPPRIMER-ASSEXT
           ELSE
               MOVE LS-ENREG(1:8) TO AX-CLE
               MOVE LS-EXT TO FS-ASSEXT-REC
               WRITE FS-ASSEXT-REC
                   INVALID KEY
                       REWRITE FS-ASSEXT-REC
                           INVALID KEY
                               MOVE '23' TO WS-FILE-STATUS
                           NOT INVALID KEY
                               MOVE FS-ASSEXT TO WS-FILE-STATUS
                       END-REWRITE
                   NOT INVALID KEY
                       MOVE FS-ASSEXT TO WS-FILE-STATUS
               END-WRITE
               PERFORM MAPPER-FILE-STATUS
           END-IF.

      * Suppression de l'extension du vehicule - absente n'est pas une
      * erreur (vehicule sans attribut etendu)
       SUPPRIMER-ASSEXT.
           MOVE LS-ENREG(1:8) TO FS-ASSEXT-KEY
           DELETE F-ASSEXT
               INVALID KEY
                   MOVE '00' TO WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE FS-ASSEXT TO WS-FILE-STATUS
           END-DELETE
           PERFORM MAPPER-FILE-STATUS.

     
      * OPEN - Ouverture fichier                                      *
