      * ecrits avant l'ajout de cette date (a zero), comme ceux       *
      * encore en AAMMJJ (valeur < 1000000), sont toujours archives,  *
      * comportement attendu pour de vieux mouvements.                *
      * Executable seul ou comme etape de CHAINRUN (DATA/CHAINDEF) :  *
      * fin par GOBACK, RETURN-CODE 16 sur PARM invalide ou fichier   *
      * inaccessible.                                                 *
      *---------------------------------------------------------------*

       ENVIRONMENT DIVISION.
                       'ARCHIVES PAR SECURITE'
           END-IF
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - analyse du PARM                               *

               DISPLAY 'PARM INVALIDE - ATTENDU '
                       'FICHIER=JOURNAL|HISTOASS|AUDITLOG,'
                       'CUTOFF=aaaammjj'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

           OPEN INPUT F-JOURNAL
           IF FS-JRN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JOURNAL : ' FS-JRN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-JOURNAL-ARCH
           END-IF
           IF FS-JRA NOT = '00'
               DISPLAY 'ERREUR OUVERTURE JRNARCH : ' FS-JRA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-JRN = '10'
           OPEN INPUT F-HISTO
           IF FS-HST NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HISTOASS : ' FS-HST
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-HISTO-ARCH
           END-IF
           IF FS-HSA NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HSTARCH : ' FS-HSA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-HST = '10'
           OPEN INPUT F-AUDIT
           IF FS-AUD NOT = '00'
               DISPLAY 'ERREUR OUVERTURE AUDITLOG : ' FS-AUD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND F-AUDIT-ARCH
           END-IF
           IF FS-ADA NOT = '00'
               DISPLAY 'ERREUR OUVERTURE AUDARCH : ' FS-ADA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-AUD = '10'
