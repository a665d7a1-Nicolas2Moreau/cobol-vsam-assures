      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER NPAI        *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 6)   *
      *                                         (POSITION = 1)   *
      *     CLE = NPI-MAT - etat de l'adresse postale de         *
      *     l'assure apres retour de courrier "n'habite pas a    *
      *     l'adresse indiquee", tenu par le sous-programme      *
      *     PGMNPAI (retours charges par NPAASSU, levee sur      *
      *     mouvement de changement d'adresse)                   *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 NPI-MAT            PIC X(6).
      *------------------------------------------ ETAT DE L'ADRESSE
      *                                  A : adresse invalide (NPAI) -
      *                                      courrier papier retenu
      *                                  L : levee (nouvelle adresse)
           02 NPI-ETAT           PIC X.
               88 NPI-ACTIVE         VALUE 'A'.
               88 NPI-LEVEE          VALUE 'L'.
      *------------------------------------------ ADRESSE EN RETOUR
      *                                  (adresse d'ASSURES3 au
      *                                  premier retour)
           02 NPI-ADRESSE.
               03 NPI-RUE        PIC X(18).
               03 NPI-CP         PIC 9(5).
               03 NPI-VILLE      PIC X(12).
      *------------------------------------------ DATE DU SIGNALEMENT
      *                                  (AAAAMMJJ, premier retour sur
      *                                  cette adresse)
           02 NPI-DATE-SIGNAL    PIC 9(8).
      *------------------------------------------ DERNIER RETOUR
      *                                  (type de document cf
      *                                  CCORRESP, date du retour,
      *                                  nombre de retours sur cette
      *                                  adresse)
           02 NPI-TYPE-DOC       PIC X(3).
           02 NPI-DATE-RETOUR    PIC 9(8).
           02 NPI-NB-RETOURS     PIC 9(3).
      *------------------------------------------ LEVEE
      *                                  (date, programme ayant
      *                                  constate la nouvelle adresse)
           02 NPI-DATE-LEVEE     PIC 9(8).
           02 NPI-ORIGINE-LEVEE  PIC X(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(20).
      *
      *----------------  FIN DE DESCRIPTION NPAI ------------------*
