      *----------------------------------------------------------*
      * WFACREP.cpy - FACTURE D'UN REPARATEUR AGREE              *
      *     (WORK/FACTREP.dat, LONG = 80)                        *
      *     UNE FACTURE PAR ENREGISTREMENT, RECUE DU RESEAU DE   *
      *     REPARATEURS (WORK/REPARAT.dat) ET RAPPROCHEE DU      *
      *     SINISTRE PAR FACASSU                                 *
      *----------------------------------------------------------*
       01  W-FACREP.
      *------------------------------------------ REPARATEUR EMETTEUR
      *                                           (cf SIN-REPARATEUR)
           05 FR-REPARATEUR       PIC X(4).
      *------------------------------------------ SINISTRE FACTURE
      *                                           (SIN-MAT + SIN-SEQ)
           05 FR-MAT              PIC 9(6).
           05 FR-SIN-SEQ          PIC 9(4).
      *------------------------------------------ NUMERO DE FACTURE
      *                                           (unique par reparateur)
           05 FR-NUM-FACTURE      PIC X(12).
      *------------------------------------------ DATE DE FACTURE
      *                                           (AAAAMMJJ)
           05 FR-DATE-FACTURE     PIC 9(8).
      *------------------------------------------ MONTANT HORS TAXES
           05 FR-MONTANT-HT       PIC 9(7)V99.
      *------------------------------------------ MONTANT TOUTES TAXES
      *                                           (compare a SIN-MONTANT)
           05 FR-MONTANT-TTC      PIC 9(7)V99.
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(28).
      *
      *----------------  FIN DE DESCRIPTION W-FACREP --------------*
