      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER MISSIONS    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 60  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = MIS-MAT + MIS-SIN-SEQ (une mission d'expertise *
      *     par sinistre - cf SIN-MAT/SIN-SEQ SINISTRE - saisie  *
      *     et mise a jour en ligne par la transaction MISA,     *
      *     rapports en retard listes par RAPASSU)               *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 MIS-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 MIS-SIN-SEQ        PIC 9(4).
      *------------------------------------------ CABINET D'EXPERTISE
      *                                   (table WORK/EXPERTS.dat)
           02 MIS-EXPERT         PIC X(4).
      *------------------------------------------ DATE DE MISSION
      *                                           (AAAAMMJJ)
           02 MIS-DATE-MISSION   PIC 9(8).
      *------------------------------------------ DATE LIMITE DU RAPPORT
      *                                   (AAAAMMJJ - mission + delai
      *                                   du cabinet, modifiable)
           02 MIS-DATE-ECHEANCE  PIC 9(8).
      *------------------------------------------ DATE RECEPTION RAPPORT
      *                                   (AAAAMMJJ, 0 = ATTENDU)
           02 MIS-DATE-RAPPORT   PIC 9(8).
      *------------------------------------------ MONTANT EXPERTISE
      *                                   (chiffrage du dommage retenu
      *                                   par l'expert)
           02 MIS-MONTANT        PIC 9(6)V99.
      *------------------------------------------ GESTIONNAIRE AYANT
      *                                           MISSIONNE (SGNA)
           02 MIS-USER           PIC X(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(6).
      *
      *----------------  FIN DE DESCRIPTION MISSIONS -------------*
