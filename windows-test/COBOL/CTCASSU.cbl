      *              blanc conserve la valeur en place)               *
      *   code 'S' : suppression des coordonnees                      *
      * Le matricule doit exister dans ASSURES3 (vehicule 01).        *
      * Un nouvel email ou un nouveau mobile leve le rejet pose par    *
      * NTRASSU sur l'ancienne adresse (canal de nouveau utilisable).  *
      * Compte rendu dans WORK/CTCASSU.lst - la transaction CNTA      *
      * (CTAASSU) offre la meme mise a jour au fil de l'eau depuis    *
      * le front office.                                              *
               MOVE 'N' TO CT-CONS-COURRIER OF W-CONTACT
               MOVE 'N' TO CT-CONS-EMAIL OF W-CONTACT
               MOVE 'N' TO CT-CONS-TEL OF W-CONTACT
               MOVE 0 TO CT-DATE-REJET OF W-CONTACT
           END-IF

           IF FS-CTM-TEL NOT = SPACES
               MOVE FS-CTM-TEL TO CT-TEL OF W-CONTACT
           END-IF
           IF FS-CTM-MOBILE NOT = SPACES
               IF FS-CTM-MOBILE NOT = CT-MOBILE OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-MOBILE OF W-CONTACT
               END-IF
               MOVE FS-CTM-MOBILE TO CT-MOBILE OF W-CONTACT
           END-IF
           IF FS-CTM-EMAIL NOT = SPACES
               IF FS-CTM-EMAIL NOT = CT-EMAIL OF W-CONTACT
                   MOVE SPACE TO CT-ETAT-EMAIL OF W-CONTACT
               END-IF
               MOVE FS-CTM-EMAIL TO CT-EMAIL OF W-CONTACT
           END-IF
           IF FS-CTM-CONS-COURRIER = 'O' OR FS-CTM-CONS-COURRIER = 'N'
