      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER PPNA        *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 8)   *
      *                                         (POSITION = 1)   *
      *     CLE = PPN-MAT + PPN-SEQ-VEHICULE - provision pour    *
      *     primes non acquises du vehicule au dernier arrete    *
      *     mensuel calcule par PPNASSU, avec le terme de police *
      *     retenu ; l'arrete precedent est conserve pour qu'un  *
      *     second passage du meme mois reparte du meme solde    *
      *     d'ouverture                                          *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE VEHICULE
           02 PPN-CLE.
               03 PPN-MAT            PIC X(6).
               03 PPN-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ MOIS D'ARRETE
      *                                  (AAAAMM)
           02 PPN-MOIS               PIC 9(6).
      *------------------------------------------ VEHICULE SORTI DU
      *                                  PORTEFEUILLE A CET ARRETE
      *                                  (absent d'ASSURES3, PPNA
      *                                  reprise)
           02 PPN-SORTI              PIC X.
               88 PPN-EST-SORTI          VALUE 'O'.
      *------------------------------------------ AXES DE VENTILATION
      *                                  (compagnie, region, type de
      *                                  vehicule)
           02 PPN-CIE                PIC X.
           02 PPN-REGION             PIC X(3).
           02 PPN-TYPE-V             PIC X.
      *------------------------------------------ TERME EN COURS A
      *                                  L'ARRETE (AAAAMMJJ), PRIME
      *                                  DU TERME ET PPNA
           02 PPN-EFFET              PIC 9(8).
           02 PPN-EXPIR              PIC 9(8).
           02 PPN-PRIME              PIC 9(6)V99.
           02 PPN-PPNA               PIC 9(6)V99.
      *------------------------------------------ ARRETE PRECEDENT
      *                                  (solde d'ouverture du mois)
           02 PPN-PRECEDENT.
               03 PPN-MOIS-PREC      PIC 9(6).
               03 PPN-SORTI-PREC     PIC X.
               03 PPN-EFFET-PREC     PIC 9(8).
               03 PPN-EXPIR-PREC     PIC 9(8).
               03 PPN-PRIME-PREC     PIC 9(6)V99.
               03 PPN-PPNA-PREC      PIC 9(6)V99.
      *--------------------------------------------- RESTE ENGT
           02 FILLER                 PIC X(9).
      *
      *----------------  FIN DE DESCRIPTION PPNA ------------------*
