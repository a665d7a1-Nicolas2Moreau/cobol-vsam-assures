      *----------------------------------------------------------*
      * WANTECED.cpy - ANTECEDENTS SINISTRES CHEZ L'ASSUREUR     *
      *     PRECEDENT (WORK/ANTECED.dat, LONG = 40)              *
      *     ALIMENTE PAR RELASSU A PARTIR DU RELEVE              *
      *     D'INFORMATION, UN ENREGISTREMENT PAR SINISTRE        *
      *     DECLARE ; RELU PAR CHRASSU AVEC LES SINISTRES DE     *
      *     SINISTRE POUR L'HISTORIQUE PLURIANNUEL               *
      *----------------------------------------------------------*
       01  W-ANTECED.
      *--------------------------------------------- MATRICULE
           05 AN-MAT              PIC 9(6).
      *------------------------------------------ VEHICULE CONCERNE
           05 AN-SEQ-VEHICULE     PIC 9(2).
      *------------------------------------------ DATE DU SINISTRE
      *                                           (AAAAMMJJ)
           05 AN-DATE             PIC 9(8).
      *------------------------------------------ ASSURE RESPONSABLE
      *                                           O/P/N (cf SIN-RESP)
           05 AN-RESP             PIC X.
      *------------------------------------------ CODE NATURE SINISTRE
           05 AN-NATURE-CODE      PIC X(3).
      *------------------------------------------ ASSUREUR PRECEDENT
           05 AN-ASSUREUR         PIC X(20).
      *
      *----------------  FIN DE DESCRIPTION W-ANTECED -------------*
