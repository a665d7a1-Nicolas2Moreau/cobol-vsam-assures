      *----------------------------------------------------------*
      *   DESCRIPTION D'UN ENREGISTREMENT DE WORK/PERIODES.dat   *
      *     (CLOTURE DES PERIODES COMPTABLES - KSDS, LONG = 60)  *
      *     CLE = PER-CIE + PER-PERIODE : une entree par         *
      *     compagnie et par mois, tenue par la finance          *
      *     (transaction PERA), lue par PGMPERIO. Un mois sans   *
      *     entree est ouvert.                                   *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE
           02 PER-CLE.
      *                                   compagnie/marque '1'/'2'
      *                                   (cf CIE-A4)
               03 PER-CIE        PIC X.
      *                                   mois comptable AAAAMM
               03 PER-PERIODE    PIC 9(6).
               03 PER-PERIODE-R REDEFINES PER-PERIODE.
                   04 PER-ANNEE  PIC 9(4).
                   04 PER-MOIS   PIC 9(2).
      *------------------------------------------ ETAT DE LA PERIODE
      *                                   O : ouverte (reouverte)
      *                                   F : fermee - aucun mouvement
      *                                       ne peut plus y etre date
           02 PER-ETAT           PIC X.
               88 PER-OUVERTE        VALUE 'O'.
               88 PER-FERMEE         VALUE 'F'.
      *------------------------------------------ DERNIERE CLOTURE
      *                                   (utilisateur, AAAAMMJJ,
      *                                   HHMMSS)
           02 PER-CLOT-USER      PIC X(8).
           02 PER-CLOT-DATE      PIC 9(8).
           02 PER-CLOT-HEURE     PIC 9(6).
      *------------------------------------------ DERNIERE REOUVERTURE
      *                                   (zeros/blancs si jamais
      *                                   reouverte)
           02 PER-ROUV-USER      PIC X(8).
           02 PER-ROUV-DATE      PIC 9(8).
           02 PER-ROUV-HEURE     PIC 9(6).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(8).
      *
      *----------------  FIN DE DESCRIPTION PERIODES -------------*
