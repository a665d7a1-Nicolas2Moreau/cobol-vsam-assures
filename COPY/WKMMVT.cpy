      *----------------------------------------------------------*
      * WKMMVT.cpy - MOUVEMENT KILOMETRAGE (LONG = 50)           *
      *     WORK/KMMVT.dat, lu par KMSASSU : declarations de     *
      *     tranche (souscription, agence) et releves de         *
      *     compteur (agence, portail via PORASSU, expert        *
      *     sinistre via MISA) ; vide apres traitement           *
      *----------------------------------------------------------*
       01  W-KMMVT.
      *--------------------------------------------- MATRICULE
           05 KMV-MAT             PIC X(6).
      *------------------------------------------ VEHICULE CONCERNE
      *                                  (0 ou blanc = vehicule 01)
           05 KMV-SEQ-VEHICULE    PIC X(2).
      *------------------------------------------ CODE MOUVEMENT
      *                                  D : declaration de tranche
      *                                  R : releve de compteur
           05 KMV-CODE            PIC X(1).
               88 KMV-DECLARATION     VALUE 'D'.
               88 KMV-RELEVE          VALUE 'R'.
      *------------------------------------------ DATE DE LA DECLARATION
      *                                  OU DU RELEVE (AAAAMMJJ)
           05 KMV-DATE            PIC X(8).
      *------------------------------------------ TRANCHE DECLAREE (D)
           05 KMV-BANDE           PIC X(1).
      *------------------------------------------ COMPTEUR RELEVE (R)
           05 KMV-COMPTEUR        PIC X(7).
      *------------------------------------------ SOURCE
      *                                  S : souscription
      *                                  A : agence
      *                                  P : portail client
      *                                  E : expert sinistre
           05 KMV-SOURCE          PIC X(1).
      *------------------------------------------ REFERENCE D'ORIGINE
      *                                  (demande portail, sinistre)
           05 KMV-REFERENCE       PIC X(12).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(12).
      *
      *----------------  FIN DE DESCRIPTION W-KMMVT ----------------*
