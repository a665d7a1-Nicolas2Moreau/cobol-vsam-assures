      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER AGENCES     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 3)   *
      *                                         (POSITION = 1)   *
      *     CLE = AGN-CODE - referentiel des agences et de leurs *
      *     directions regionales de rattachement : une agence   *
      *     ('A') pointe sur sa direction ('D') par             *
      *     AGN-DIRECTION ; une direction n'a pas de parent (la  *
      *     compagnie). Charge par LOADREGT depuis DATA/AGENCES, *
      *     tenu entree par entree par MAJREGTF, lu par le       *
      *     sous-programme PGMAGENC. Une agence fermee ('F')     *
      *     reste dans le fichier pour l'historique mais ne peut *
      *     plus recevoir de nouveau rattachement de police.     *
      *----------------------------------------------------------*
      *--------------------------------------------- CODE AGENCE
           02 AGN-CODE           PIC X(3).
      *------------------------------------------ TYPE D'ENTREE
      *                                  A : agence
      *                                  D : direction regionale
           02 AGN-TYPE           PIC X.
               88 AGN-EST-AGENCE     VALUE 'A'.
               88 AGN-EST-DIRECTION  VALUE 'D'.
      *------------------------------------------ LIBELLE ET ADRESSE
           02 AGN-NOM            PIC X(20).
           02 AGN-ADRESSE.
               03 AGN-RUE        PIC X(25).
               03 AGN-CP         PIC 9(5).
               03 AGN-VILLE      PIC X(12).
      *------------------------------------------ RESPONSABLE
      *                                  (directeur d'agence ou
      *                                  directeur regional)
           02 AGN-RESPONSABLE    PIC X(20).
      *------------------------------------------ DIRECTION PARENTE
      *                                  (code AGN-CODE d'une entree
      *                                  'D' - blanc pour une
      *                                  direction)
           02 AGN-DIRECTION      PIC X(3).
      *------------------------------------------ STATUT
      *                                  O : ouverte
      *                                  F : fermee
           02 AGN-STATUT         PIC X.
               88 AGN-OUVERTE        VALUE 'O'.
               88 AGN-FERMEE         VALUE 'F'.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(10).
      *
      *----------------  FIN DE DESCRIPTION AGENCES ---------------*
