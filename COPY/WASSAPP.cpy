      *----------------------------------------------------------*
      * WASSAPP.cpy - APPELS D'ASSISTANCE DU JOUR                *
      *     (ASSAPPEL, LONG = 60)                                *
      *     UNE LIGNE PAR APPEL TRAITE PAR LE PARTENAIRE         *
      *     D'ASSISTANCE, DEPOSEE CHAQUE JOUR DANS               *
      *     WORK/ASSAPPEL.dat ET CHARGEE PAR ASTASSU DANS        *
      *     WORK/ASSIST.dat (cf CASSIST.cpy pour les codes)      *
      *----------------------------------------------------------*
       01  W-ASSAPP.
           05 AP-REFERENCE        PIC X(12).
           05 AP-MAT              PIC 9(6).
           05 AP-SEQ-VEHICULE     PIC 9(2).
           05 AP-DATE-APPEL       PIC 9(8).
           05 AP-PRESTATION       PIC X(3).
           05 AP-CAUSE            PIC X.
           05 AP-COUT             PIC 9(5)V99.
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(21).
      *
      *----------------  FIN DE DESCRIPTION W-ASSAPP -------------*
