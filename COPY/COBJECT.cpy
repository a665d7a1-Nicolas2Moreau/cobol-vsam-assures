      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER OBJECTIF    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 40 (LONG CLE = 9)    *
      *                                        (POSITION = 1)    *
      *     CLE = OBJ-AGENCE + OBJ-ANNEE + OBJ-MOIS - objectifs  *
      *     commerciaux mensuels d'une agence (cf CAGENCE.cpy),  *
      *     fixes par les directions regionales et charges en    *
      *     janvier par LOADREGT (FICHIER=OBJECTIF) depuis       *
      *     DATA/OBJECTIF. Lu par OBJASSU (realise/objectif).    *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE
           02 OBJ-CLE.
               03 OBJ-AGENCE        PIC X(3).
               03 OBJ-ANNEE         PIC 9(4).
               03 OBJ-MOIS          PIC 9(2).
      *------------------------------------------ AFFAIRES NOUVELLES
      *                                  (vehicules entres, C/V)
           02 OBJ-NB-AFFAIRES       PIC 9(5).
      *------------------------------------------ PRIME NETTE VISEE
      *                                  (entrees - pertes +
      *                                  avenants, en euros)
           02 OBJ-PRIME             PIC 9(7)V99.
      *------------------------------------------ PLAFOND DE PERTES
      *                                  (vehicules retires ou non
      *                                  renouveles a ne pas
      *                                  depasser)
           02 OBJ-PLAFOND-PERTES    PIC 9(5).
      *--------------------------------------------- RESTE ENGT
           02 FILLER                PIC X(12).
      *
      *----------------  FIN DE DESCRIPTION OBJECTIF --------------*
