      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER GARANTIE    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 50  (LONG CLE = 11)  *
      *                                         (POSITION = 1)   *
      *     CLE = GAR-MAT + GAR-SEQ-VEHICULE + GAR-CODE (un      *
      *     enregistrement par garantie souscrite sur un         *
      *     vehicule - cf MAT-A4/SEQ-VEHICULE-A4 ASSURES3 -      *
      *     alimente a la creation/ajout de vehicule par         *
      *     MAJASSV2 et MVTASSU d'apres la formule du mouvement, *
      *     cf CFORMUL.cpy) ; consulte par SINASSU/CLMASSU pour  *
      *     ecarter un sinistre dont la nature n'est pas couverte*
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 GAR-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE VEHICULE
      *                                           (cf SEQ-VEHICULE-A4)
           02 GAR-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ CODE GARANTIE
      *                                   RC  : RESPONSABILITE CIVILE
      *                                   VOL : VOL
      *                                   INC : INCENDIE
      *                                   BDG : BRIS DE GLACE
      *                                   DTA : DOMMAGES TOUS ACCIDENTS
      *                                   ASS : ASSISTANCE
           02 GAR-CODE           PIC X(3).
      *------------------------------------------ DATE DEBUT DE GARANTIE
      *                                           (AAAAMMJJ)
           02 GAR-DATE-DEBUT     PIC 9(8).
      *------------------------------------------ DATE FIN DE GARANTIE
      *                                   (AAAAMMJJ, 0 = EN COURS)
           02 GAR-DATE-FIN       PIC 9(8).
      *------------------------------------------ QUOTE-PART DE PRIME
      *                                   (PART DE PRIME-A4 AFFECTEE
      *                                   A LA GARANTIE)
           02 GAR-PRIME-PART     PIC 9(6)V99.
      *------------------------------------------ FORMULE D'ORIGINE
      *                                   (cf F-FORMULE WFMVTSE)
           02 GAR-FORMULE        PIC X.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(14).
      *
      *----------------  FIN DE DESCRIPTION GARANTIE -------------*
