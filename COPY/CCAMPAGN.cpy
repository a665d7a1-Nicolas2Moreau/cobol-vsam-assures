      *     CLE = CPG-MAT + CPG-TYPE                             *
      *     Un enregistrement par client inscrit sur une liste   *
      *     d'appel (TYPE 'EXP' = echeances proches EXPASSU,     *
      *     'CHN' = decheances CHNASSU, 'XVE'/'XAS' = vente      *
      *     croisee second vehicule/assistance VCRASSU) -        *
      *     alimente par ces listings, resultat saisi via CPGASSU*
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 CPG-MAT            PIC X(6).
      *                                           ' ' : en attente
      *                                           'A' : atteint
      *                                           'R' : renouvele
      *                                                 (souscrit
      *                                                 pour XVE/XAS)
      *                                           'F' : refus
      *                                           'C' : a rappeler
           02 CPG-RESULTAT       PIC X.
