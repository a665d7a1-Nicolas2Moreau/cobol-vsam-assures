      *----------------------------------------------------------*
      * WASSFAC.cpy - FACTURE MENSUELLE DU PARTENAIRE            *
      *     D'ASSISTANCE (ASSFACT, LONG = 40)                    *
      *     UNE LIGNE PAR APPEL FACTURE, DEPOSEE DANS            *
      *     WORK/ASSFACT.dat ET RAPPROCHEE PAR ASRASSU DES       *
      *     APPELS RECUS (WORK/ASSIST.dat)                       *
      *----------------------------------------------------------*
       01  W-ASSFAC.
           05 FA-REFERENCE        PIC X(12).
           05 FA-DATE-APPEL       PIC 9(8).
           05 FA-PRESTATION       PIC X(3).
           05 FA-MONTANT          PIC 9(5)V99.
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(10).
      *
      *----------------  FIN DE DESCRIPTION W-ASSFAC -------------*
