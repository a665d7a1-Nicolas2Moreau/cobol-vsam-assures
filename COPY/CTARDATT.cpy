      *----------------------------------------------------------*
      *   DESCRIPTION D'UN ENREGISTREMENT DE WORK/TARDATT.dat    *
      *     (SAISIES TARDIVES RETENUES POUR ACCORD DE LA         *
      *     FINANCE - SEQUENTIEL, LONG = 150)                    *
      *     Depose par MAJASSV2 (mouvement de police) et SINASSU *
      *     (correction ou annulation de sinistre) quand la      *
      *     saisie est datee dans une periode comptable fermee   *
      *     et que son type ne se redate pas ; decide par        *
      *     FINASSU (accord : WORK/TARDREL.dat ou                *
      *     WORK/TARDSREL.dat, refus : WORK/TARDREJ.dat).        *
      *----------------------------------------------------------*
      *------------------------------------------ ORIGINE
      *                                   M : mouvement de police
      *                                       (image FMVTSE)
      *                                   S : mouvement sinistre
      *                                       (image SINMVT)
           02 TAT-ORIGINE        PIC X.
               88 TAT-MOUVEMENT      VALUE 'M'.
               88 TAT-SINISTRE       VALUE 'S'.
      *------------------------------------------ MISE EN ATTENTE
      *                                   date (AAAAMMJJ), programme
      *                                   et lot d'origine
           02 TAT-DATE-ATTENTE   PIC 9(8).
           02 TAT-PROGRAMME      PIC X(8).
           02 TAT-LOT            PIC X(8).
      *------------------------------------------ PERIODE FERMEE
      *                                   mois comptable vise (AAAAMM)
      *                                   et date portee par la saisie
           02 TAT-PERIODE-FERMEE PIC 9(6).
           02 TAT-DATE-ORIGINE   PIC 9(8).
      *------------------------------------------ MONTANT (signe)
      *                                   prime du mouvement ou montant
      *                                   du sinistre
           02 TAT-MONTANT        PIC S9(7)V99 SIGN LEADING SEPARATE.
      *------------------------------------------ SAISIE RETENUE
           02 TAT-MVT            PIC X(100).
           02 TAT-SIN REDEFINES TAT-MVT.
               03 TAT-SINMVT     PIC X(80).
               03 FILLER         PIC X(20).
      *------------------------------------------ COMPAGNIE
      *                                   de la periode fermee
           02 TAT-CIE            PIC X(1).
      *
      *----------------  FIN DE DESCRIPTION TARDATT --------------*
