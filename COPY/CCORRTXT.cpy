      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER CORRTXT     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 14)  *
      *                                         (POSITION = 1)   *
      *     CLE = CTX-MAT + CTX-NUM + CTX-LIGNE - texte emis     *
      *     d'un document du registre CORRESP, une ligne         *
      *     d'edition de 80 caracteres par enregistrement        *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 CTX-MAT            PIC X(6).
      *------------------------------------------ NUMERO DE DOCUMENT
           02 CTX-NUM            PIC 9(5).
      *------------------------------------------ NUMERO DE LIGNE
           02 CTX-LIGNE          PIC 9(3).
      *------------------------------------------ TEXTE DE LA LIGNE
           02 CTX-TEXTE          PIC X(80).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(6).
      *
      *----------------  FIN DE DESCRIPTION CORRTXT --------------*
