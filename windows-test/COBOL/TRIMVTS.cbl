      * MODIFICATIONS :                                                *
      *   2026-09-02  controle du registre des lots deja traites      *
      *               (anomalie 025, jeton OVERRIDE)                   *
      *   2026-10-15  code mouvement 'E' (substitution de vehicule)   *
      *               accepte                                         *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-IF
           .

      * Regle - Code mouvement hors C/M/S/A/T/E                       *

       23300-VAL-CODE-MOUVEMENT.
           IF F-CODE NOT = 'C' AND F-CODE NOT = 'M'
                   AND F-CODE NOT = 'S' AND F-CODE NOT = 'A'
                   AND F-CODE NOT = 'T' AND F-CODE NOT = 'E'
               MOVE '001' TO WS-CODE-ERREUR
               PERFORM 80000-ECRIRE-ANOMALIE
               MOVE 'N' TO WS-MVT-CONFORME
