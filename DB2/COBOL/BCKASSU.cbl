      *     d'avant-image pour une creation (l'assure n'existait pas), *
      *     le matricule est donc seulement signale dans le rapport    *
      *     pour suppression manuelle                                  *
      *   - substitution de vehicule ('E')     : comme un amendement,  *
      *     avec en plus l'ancien type de vehicule (RESTE2 11)         *
      *   - lissage d'echeance ('L', LISASSU)  : restauration de       *
      *     l'ancienne DATE-EXPIR-A4, portee dans les 8 premieres      *
      *     positions de la queue de l'enregistrement JOURNAL          *
      *   - readressage ('D', ADRASSU)       : restauration de         *
      *     l'ancien CP et de l'ancienne commune, portes dans la queue *
      *     de l'enregistrement JOURNAL avec le vehicule readresse     *
      * Accesseur ASSURES selectionne via PARM JCL, meme convention    *
      * que MAJASSV2 :                                                 *
      *   PARM='PGMVSAM,BATCH=nnnnnn' -> defaut PGMVSAM si absent      *
       01  WS-ANCIENNE-ECHEANCE-NUM REDEFINES WS-ANCIENNE-ECHEANCE-X
                                    PIC 9(8).

      * Ancienne adresse d'un readressage 'D' (queue JOURNAL)
       01  WS-ANCIEN-CP-X           PIC X(5).
       01  WS-ANCIEN-CP-NUM REDEFINES WS-ANCIEN-CP-X
                                    PIC 9(5).

           COPY WASSURE.

       01  FS-JRN                   PIC XX.
                       WHEN 'A'
                           PERFORM 22000-ANNULER-MODIF-AMENDEMENT
                               THRU FIN-22000-ANNULER-MODIF-AMDT
                       WHEN 'E'
                           PERFORM 22000-ANNULER-MODIF-AMENDEMENT
                               THRU FIN-22000-ANNULER-MODIF-AMDT
                       WHEN 'S'
                           PERFORM 23000-ANNULER-SUPPRESSION
                       WHEN 'X'
                       WHEN 'L'
                           PERFORM 25000-ANNULER-LISSAGE
                               THRU FIN-25000-ANNULER-LISSAGE
                       WHEN 'D'
                           PERFORM 25500-ANNULER-READRESSAGE
                               THRU FIN-25500-ANNULER-READRESSAGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               MOVE FS-JRN-PRIME-AVANT TO PRIME-A4 OF W-ASSURE
               MOVE FS-JRN-BM-AVANT    TO BM-A4 OF W-ASSURE
               MOVE FS-JRN-TAUX-AVANT  TO TAUX-A4 OF W-ASSURE
      * Substitution : le vehicule remplace reprend son ancien type
               IF FS-JRN-CODE-MVT = 'E'
                       AND FS-JRN-RESTE2(11:1) NOT = SPACE
                   MOVE FS-JRN-RESTE2(11:1) TO TYPE-V-A4 OF W-ASSURE
               END-IF
               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM
       FIN-25000-ANNULER-LISSAGE.
           EXIT.

      * Annuler un readressage (ADRASSU) - restaure l'ancien CP et     *
      * l'ancienne commune journalises en queue d'enregistrement sur   *
      * le vehicule readresse, la prime et le BM/taux n'ayant pas      *
      * change                                                         *

       25500-ANNULER-READRESSAGE.
           MOVE '01' TO WS-SEQ-BACKOUT
           IF FS-JRN-RESTE2(1:2) NUMERIC
               MOVE FS-JRN-RESTE2(1:2) TO WS-SEQ-BACKOUT
           END-IF
           IF FS-JRN-RESTE2(3:5) NOT NUMERIC
               MOVE FS-JRN-MATRICULE TO WS-LIGR-MAT
               MOVE FS-JRN-CODE-MVT TO WS-LIGR-CODE
               MOVE 'READRESSAGE SANS ANCIENNE ADRESSE - IGNORE'
                   TO WS-LIGR-TEXTE
               PERFORM 29000-ECRIRE-LIGNE-RAPPORT
               GO TO FIN-25500-ANNULER-READRESSAGE
           END-IF

           MOVE FS-JRN-RESTE2(3:5) TO WS-ANCIEN-CP-X

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE FS-JRN-MATRICULE TO WS-ENREG(1:6)
           MOVE WS-SEQ-BACKOUT TO WS-ENREG(7:2)
           CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM

           IF WS-CODE-RETOUR = WS-RET-OK
               MOVE WS-ENREG TO W-ASSURE
               MOVE WS-ANCIEN-CP-NUM TO CP-A4 OF W-ASSURE
               MOVE FS-JRN-RESTE2(8:12) TO VILLE-A4 OF W-ASSURE
               MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
               MOVE W-ASSURE TO WS-ENREG
               CALL WS-NOM-ACC-ASSURES USING WS-COM-VSAM
               IF WS-CODE-RETOUR = WS-RET-OK
                   ADD 1 TO WS-CPT-MODIF-ANNULEE
                   MOVE FS-JRN-MATRICULE TO WS-LIGR-MAT
                   MOVE FS-JRN-CODE-MVT TO WS-LIGR-CODE
                   MOVE 'READRESSAGE ANNULE (ANCIENNE ADRESSE RETABLIE)'
                        TO WS-LIGR-TEXTE
                   PERFORM 29000-ECRIRE-LIGNE-RAPPORT
               ELSE
                   PERFORM 28000-ANO-ECHEC-REWRITE
               END-IF
           ELSE
               PERFORM 27000-ANO-MATRICULE-INTROUVABLE
           END-IF
           .
       FIN-25500-ANNULER-READRESSAGE.
           EXIT.

      * Rechercher le matricule courant dans la table des matricules   *
      * deja restaures sur ce lot                                      *

