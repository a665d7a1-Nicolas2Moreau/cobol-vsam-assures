      * Pseudo-conversationnelle, meme squelette que INQASSU : le     *
      * premier passage (EIBCALEN = 0) affiche l'invite, le second    *
      * recoit la saisie et l'applique au fichier CONTACTS via        *
      * PGMACCES (meme zone de communication 160 octets que les       *
      * batchs). Saisie attendue (60 positions, meme decoupage que    *
      * l'extrait DATA/CONTMVT applique par CTCASSU) :                *
      *   matricule(6) code(1 : M=maj/creation, S=suppression)        *
      *   tel(10) mobile(10) email(30) consentements C/E/T (3 x O/N)  *
      * En mise a jour, une zone laissee a blanc conserve la valeur   *
      * en place. Le matricule doit exister dans ASSURES3. Un nouvel  *
      * email ou mobile leve le rejet pose par NTRASSU sur l'ancien.  *
      * Chaque passage exige une session ouverte sur le terminal      *
      * (transaction SGNA, WORK/SESSIONS.dat) de niveau 2 au moins    *
      * - les coordonnees ne se modifient pas depuis un poste de      *
      * consultation seule.                                           *
      * Pendant la fenetre batch (ASSURES3 verrouille par la chaine), *
      * le matricule est controle sur la copie de consultation        *
      * (SNPASSU) et la saisie est mise en attente (PGMDIFF,          *
      * WORK/DIFFERE.dat) avec une reference rendue a l'ecran ; elle  *
      * est appliquee en fin de chaine par DIFASSU.                   *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

      * Accesseur ASSURES3/SINISTRE/CONTACTS/TIERS : aiguillage
      * PGMACCES, qui retient PGMVSAM ou PGMDB2 d'apres le mode
      * d'acces courant (WORK/ACCMODE.dat)
       01  WS-NOM-ACCESSEUR         PIC X(8) VALUE 'PGMACCES'.
       01  WS-NOM-PGMDIFF           PIC X(8) VALUE 'PGMDIFF'.

      * Zone d'appel PGMDIFF - lecture de la copie de consultation et
      * mise en attente de la saisie quand ASSURES3 est verrouille par
      * la chaine batch
       01  WS-COM-DIFFERE.
           05 WS-DIF-FONCTION       PIC X(1).
           05 WS-DIF-TRANSID        PIC X(4).
           05 WS-DIF-USER           PIC X(8).
           05 WS-DIF-TERMINAL       PIC X(4).
           05 WS-DIF-MAT            PIC X(6).
           05 WS-DIF-SEQ            PIC 9(2).
           05 WS-DIF-SAISIE         PIC X(130).
           05 WS-DIF-IMAGE          PIC X(120).
           05 WS-DIF-REFERENCE      PIC 9(12).
           05 WS-DIF-ASOF-DATE      PIC 9(8).
           05 WS-DIF-ASOF-HEURE     PIC 9(6).
           05 WS-DIF-RETOUR         PIC 99.
           05 FILLER                PIC X(10).

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           'CODE INVALIDE (M/S ATTENDU)             '.
       01  WS-ECRAN-ERREUR-ECRITURE PIC X(40) VALUE
           'ERREUR D ECRITURE SUR CONTACTS          '.
       01  WS-ECRAN-INDISPONIBLE    PIC X(40) VALUE
           'FICHIER INDISPONIBLE (BATCH) - RESSAISIR'.
       01  WS-ECRAN-DIFFERE.
           05 FILLER                PIC X(28) VALUE
               'MISE EN ATTENTE (BATCH) REF '.
           05 WS-EDF-REFERENCE      PIC 9(12).

      * Zone de communication entre deux passages de la transaction
       01  WS-COMMAREA-VIDE         PIC X(1) VALUE SPACE.
      * Le matricule doit exister dans ASSURES3 (vehicule 01)
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               PERFORM 2300-DIFFERER-SAISIE
               GO TO FIN-2000-RECEVOIR-ET-APPLIQUER
           END-IF
           MOVE WS-FUNC-EXISTS TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           MOVE '01' TO WS-ENREG(7:2)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
               CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
               MOVE 'REJET' TO WS-ACT-FONCTION
               EXEC CICS SEND TEXT
                   FROM(WS-ECRAN-MAT-INCONNU)
               GO TO FIN-2000-RECEVOIR-ET-APPLIQUER
           END-IF
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM

           IF WS-SAI-CODE = 'M'
               PERFORM 2100-CREER-OU-MODIFIER

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           .
       FIN-2000-RECEVOIR-ET-APPLIQUER.
           EXIT.
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE 'O' TO WS-CONTACT-EXISTE
               MOVE WS-ENREG(1:80) TO W-CONTACT
               MOVE 'N' TO CT-CONS-COURRIER OF W-CONTACT
               MOVE 'N' TO CT-CONS-EMAIL OF W-CONTACT
               MOVE 'N' TO CT-CONS-TEL OF W-CONTACT
               MOVE 0 TO CT-DATE-REJET OF W-CONTACT
           END-IF

           IF WS-SAI-TEL NOT = SPACES
               MOVE WS-SAI-TEL TO CT-TEL OF W-CONTACT
           END-IF
           IF WS-SAI-MOBILE NOT = SPACES
               IF WS-SAI-MOBILE NOT = CT-MOBILE OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-MOBILE OF W-CONTACT
               END-IF
               MOVE WS-SAI-MOBILE TO CT-MOBILE OF W-CONTACT
           END-IF
           IF WS-SAI-EMAIL NOT = SPACES
               IF WS-SAI-EMAIL NOT = CT-EMAIL OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-EMAIL OF W-CONTACT
               END-IF
               MOVE WS-SAI-EMAIL TO CT-EMAIL OF W-CONTACT
           END-IF
           IF WS-SAI-CONS-COURRIER = 'O' OR WS-SAI-CONS-COURRIER = 'N'
           ELSE
               MOVE WS-FUNC-WRITE TO WS-CODE-FONCTION
           END-IF
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               EXEC CICS SEND TEXT
                   FROM(WS-ECRAN-OK-MAJ)
           END-IF
           .

      * ASSURES3 verrouille par la chaine batch : matricule controle   *
      * sur la copie de consultation (PGMDIFF 'L'), puis saisie mise   *
      * en attente pour DIFASSU (PGMDIFF 'D')                          *

       2300-DIFFERER-SAISIE.
           MOVE 'DIFFERE' TO WS-ACT-FONCTION
           MOVE SPACES TO WS-COM-DIFFERE
           MOVE 'L' TO WS-DIF-FONCTION
           MOVE WS-SAI-MAT TO WS-DIF-MAT
           MOVE 01 TO WS-DIF-SEQ
           CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
           IF WS-DIF-RETOUR = 00
               MOVE 'D' TO WS-DIF-FONCTION
               MOVE 'CNTA' TO WS-DIF-TRANSID
               MOVE WS-SES-USER TO WS-DIF-USER
               MOVE EIBTRMID TO WS-DIF-TERMINAL
               MOVE WS-SAISIE-CONTACT TO WS-DIF-SAISIE
               CALL WS-NOM-PGMDIFF USING WS-COM-DIFFERE
           END-IF
           EVALUATE WS-DIF-RETOUR
               WHEN 00
                   MOVE WS-DIF-REFERENCE TO WS-EDF-REFERENCE
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-DIFFERE)
                       LENGTH(LENGTH OF WS-ECRAN-DIFFERE)
                       ERASE
                   END-EXEC
               WHEN 01
                   MOVE 'REJET' TO WS-ACT-FONCTION
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-MAT-INCONNU)
                       LENGTH(LENGTH OF WS-ECRAN-MAT-INCONNU)
                       ERASE
                   END-EXEC
               WHEN OTHER
                   MOVE 'ECHEC' TO WS-ACT-FONCTION
                   EXEC CICS SEND TEXT
                       FROM(WS-ECRAN-INDISPONIBLE)
                       LENGTH(LENGTH OF WS-ECRAN-INDISPONIBLE)
                       ERASE
                   END-EXEC
           END-EVALUATE
           .

      * Code 'S' : suppression des coordonnees                         *

       2200-SUPPRIMER.
           MOVE WS-FUNC-DELETE TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE WS-SAI-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-ACCESSEUR USING WS-COM-VSAM
           IF WS-CODE-RETOUR = WS-RET-OK
               EXEC CICS SEND TEXT
                   FROM(WS-ECRAN-OK-SUPPR)
