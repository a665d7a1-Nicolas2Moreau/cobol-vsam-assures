      * TRANSACTION EN LIGNE - CONSULTATION ASSURES3 (TRANSID INQA)    *
      * Pseudo-conversationnelle : le premier passage (EIBCALEN = 0)  *
      * affiche l'invite de saisie, le second (donnees terminal       *
      * recues) appelle l'accesseur courant (PGMACCES, qui aiguille   *
      * sur PGMVSAM ou PGMDB2 d'apres WORK/ACCMODE.dat, meme zone de  *
      * communication 160 octets que les traitements batch) et        *
      * affiche le resultat, puis redemande une saisie pour l'appel   *
      * suivant du centre d'appel.                                    *
      * Deux modes de recherche : MODE 'M' - lecture directe par      *
      *               le fichier vivant est verrouille par la          *
      *               fenetre batch, avec affichage de la date/heure   *
      *               de situation des donnees                         *
      *   2026-10-15  accesseur choisi au run par PGMACCES             *
      *               (WORK/ACCMODE.dat : VSAM, DB2 ou transition)     *
      *               au lieu de PGMVSAM en dur                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FS-SNAPSHOT              PIC XX.
       01  FS-SNAPINFO              PIC XX.

      * Source des donnees affichees : fichier vivant (via PGMACCES)
      * ou copie de consultation quand le vivant est verrouille
       01  WS-SOURCE-SNAPSHOT       PIC X VALUE 'N'.
           88 SOURCE-SNAPSHOT           VALUE 'O'.
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

      * Accesseur ASSURES3/SINISTRE/CONTACTS/TIERS : aiguillage
      * PGMACCES, qui retient PGMVSAM ou PGMDB2 d'apres le mode
      * d'acces courant (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           END-PERFORM
           .

      * Lecture ASSURES3 (vehicule 01, mode matricule) via PGMACCES,   *
      * meme interface que les batchs                                  *

       2100-LIRE-ASSURE.

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

      * Vivant verrouille par la fenetre batch : bascule sur la copie
      * de consultation rafraichie par SNPASSU
           END-IF

           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .
       FIN-2100-LIRE-ASSURE.
           EXIT.
           MOVE WS-MAT-RECHERCHE TO WS-ENREG(1:6)
           MOVE WS-SEQ-VEHICULE-DEFAUT TO WS-ENREG(7:2)
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           MOVE WS-CODE-RETOUR TO WS-RETOUR-LECTURE
           IF WS-RETOUR-LECTURE = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
           .

      * Coordonnees de contact du matricule affiche (fichier CONTACTS *
      * via PGMACCES) - envoyees sans ERASE, a la suite de la ligne    *
      * police deja affichee                                           *

       2300-AFFICHER-CONTACT.
           MOVE 'N' TO WS-CONTACT-TROUVE
           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-FUNC-READ TO WS-CODE-FONCTION
               MOVE SPACES TO WS-ENREG
               MOVE WS-MAT-RECHERCHE TO WS-ENREG(1:6)
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                   MOVE 'O' TO WS-CONTACT-TROUVE
                   MOVE WS-ENREG(1:80) TO W-CONTACT
               END-IF
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           END-IF

           IF CONTACT-TROUVE

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

      * Vivant verrouille par la fenetre batch : meme balayage, sur
      * la copie de consultation

           MOVE SPACES TO WS-ENREG
           MOVE WS-FUNC-START TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'N' TO WS-FIN-BALAYAGE
           PERFORM 2510-LIRE-ET-COMPARER UNTIL FIN-BALAYAGE

           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .
       FIN-2500-RECHERCHER-PAR-CRITERE.
           IF WS-NB-CORRESPONDANCES > WS-NB-RESULTATS

       2510-LIRE-ET-COMPARER.
           MOVE WS-FUNC-READNEXT TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               SET FIN-BALAYAGE TO TRUE
           ELSE
