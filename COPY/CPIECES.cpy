      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER PIECES      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 11)  *
      *                                         (POSITION = 1)   *
      *     CLE = PCE-MAT + PCE-SEQ-VEHICULE + PCE-CODE - une    *
      *     piece justificative attendue par vehicule cree (cf   *
      *     table CPIECREQ.cpy), creee, pointee a reception et   *
      *     relancee par PIEASSU ; le vehicule dont une piece    *
      *     reste attendue apres la date limite finale fait      *
      *     l'objet d'un mouvement de suppression 'S'            *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 PCE-MAT            PIC X(6).
      *------------------------------------------ VEHICULE
           02 PCE-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ CODE PIECE
      *                                   (table CPIECREQ.cpy)
           02 PCE-CODE           PIC X(3).
      *------------------------------------------ ETAT DE LA PIECE
      *                                           A : ATTENDUE
      *                                           R : RECUE
      *                                           S : VEHICULE SUSPENDU
      *                                               FAUTE DE PIECE
      *                                           X : ANNULEE (VEHICULE
      *                                               RETIRE ENTRE-TEMPS)
           02 PCE-ETAT           PIC X.
               88 PCE-ATTENDUE       VALUE 'A'.
               88 PCE-RECUE          VALUE 'R'.
               88 PCE-SUSPENDUE      VALUE 'S'.
               88 PCE-ANNULEE        VALUE 'X'.
      *------------------------------------------ AGENCE (CODE REGION
      *                                   DU CP DE L'ASSURE A LA
      *                                   CREATION, cf REGIONS)
           02 PCE-AGENCE         PIC X(3).
      *------------------------------------------ NOM-PRENOM (EDITION)
           02 PCE-NOM-PRE        PIC X(20).
      *------------------------------------------ DATES (AAAAMMJJ)
      *                                   creation du vehicule
           02 PCE-DATE-CREATION  PIC 9(8).
      *                                   limite de reception
           02 PCE-DATE-LIMITE    PIC 9(8).
      *                                   limite finale, au-dela
      *                                   le vehicule est suspendu
           02 PCE-DATE-FINALE    PIC 9(8).
      *                                   reception (0 = attendue)
           02 PCE-DATE-RECEPTION PIC 9(8).
      *                                   derniere relance (0 = aucune)
           02 PCE-DATE-RELANCE   PIC 9(8).
      *------------------------------------------ NOMBRE DE RELANCES
           02 PCE-NB-RELANCES    PIC 9(2).
      *------------------------------------------ DATE DE CLOTURE
      *                                   (suspension ou annulation,
      *                                   0 = aucune)
           02 PCE-DATE-CLOTURE   PIC 9(8).
      *------------------------------------------ UTILISATEUR AYANT
      *                                   POINTE LA RECEPTION
           02 PCE-USER           PIC X(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(7).
      *
      *----------------  FIN DE DESCRIPTION PIECES ---------------*
