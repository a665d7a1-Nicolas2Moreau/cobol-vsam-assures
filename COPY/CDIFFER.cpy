      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DIFFERE     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 350 (LONG CLE = 12)  *
      *                                         (POSITION = 1)   *
      *     CLE = DIF-REFERENCE - saisie en ligne (MVTA, CLMA,   *
      *     CNTA) acceptee pendant la fenetre batch alors que    *
      *     ASSURES3 est verrouille par la chaine : controlee    *
      *     sur l'instantane ASSURES.snp et deposee par le       *
      *     sous-programme PGMDIFF, appliquee en fin de chaine   *
      *     par DIFASSU                                          *
      *----------------------------------------------------------*
      *------------------------------------------ REFERENCE DONNEE
      *                                  A L'UTILISATEUR
      *                                  (AAAAMMJJ + numero d'ordre
      *                                  dans la journee)
           02 DIF-REFERENCE      PIC 9(12).
           02 DIF-REF-R REDEFINES DIF-REFERENCE.
               03 DIF-REF-DATE   PIC 9(8).
               03 DIF-REF-NUM    PIC 9(4).
      *------------------------------------------ ORIGINE DE LA SAISIE
      *                                  (transaction, utilisateur,
      *                                  terminal)
           02 DIF-TRANSID        PIC X(4).
           02 DIF-USER           PIC X(8).
           02 DIF-TERMINAL       PIC X(4).
      *------------------------------------------ DATE ET HEURE DE
      *                                  SAISIE (AAAAMMJJ HHMMSS)
           02 DIF-DATE-SAISIE    PIC 9(8).
           02 DIF-HEURE-SAISIE   PIC 9(6).
      *--------------------------------------------- MATRICULE
           02 DIF-MAT            PIC X(6).
      *------------------------------------------ ETAT DE LA SAISIE
      *                                  ' ' : en attente
      *                                  A   : appliquee par DIFASSU
      *                                  C   : en conflit - rejetee,
      *                                        motif dans DIF-MOTIF
           02 DIF-ETAT           PIC X.
               88 DIF-EN-ATTENTE     VALUE ' '.
               88 DIF-APPLIQUEE      VALUE 'A'.
               88 DIF-CONFLIT        VALUE 'C'.
      *------------------------------------------ TRAITEMENT
      *                                  (date AAAAMMJJ, motif du
      *                                  conflit)
           02 DIF-DATE-TRAIT     PIC 9(8).
           02 DIF-MOTIF          PIC X(40).
      *------------------------------------------ ZONE SAISIE A L'ECRAN
      *                                  (telle que recue par la
      *                                  transaction, cf DIF-TRANSID)
           02 DIF-SAISIE         PIC X(130).
      *------------------------------------------ IMAGE DE L'ASSURE
      *                                  DANS L'INSTANTANE AU MOMENT
      *                                  DE LA SAISIE (espaces si le
      *                                  vehicule n'y figurait pas)
           02 DIF-IMAGE          PIC X(120).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(3).
      *
      *----------------  FIN DE DESCRIPTION DIFFERE ---------------*
