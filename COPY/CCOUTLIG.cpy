      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER SINCOUT     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 60  (LONG CLE = 13)  *
      *                                         (POSITION = 1)   *
      *     CLE = CL-MAT + CL-SIN-SEQ + CL-NUM-LIGNE (une ligne  *
      *     par poste de cout du sinistre - cf SIN-MAT/SIN-SEQ   *
      *     SINISTRE - tenue par le sous-programme PGMCOUT ; la  *
      *     somme des lignes d'un sinistre est reportee dans     *
      *     SIN-MONTANT)                                         *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 CL-MAT             PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 CL-SIN-SEQ         PIC 9(4).
      *------------------------------------------ NUMERO DE LIGNE
      *                                           (001, 002, ... PAR
      *                                           SINISTRE)
           02 CL-NUM-LIGNE       PIC 9(3).
      *------------------------------------------ COMPOSANT DU COUT
      *                                   (table CCOMPOS.cpy : IND,
      *                                   EXP, REM, VRP, JUR, AUT)
           02 CL-COMPOSANT       PIC X(3).
      *------------------------------------------ CATEGORIE DU COMPOSANT
      *                                           I : indemnite
      *                                           F : frais de gestion
      *                                               du sinistre
           02 CL-CATEGORIE       PIC X.
      *------------------------------------------ TYPE DE BENEFICIAIRE
      *                                   A : assure     R : reparateur
      *                                   E : expert     T : tiers
      *                                   D : depanneur  L : loueur
      *                                   J : avocat/juridique
           02 CL-BENEFICIAIRE    PIC X.
      *------------------------------------------ MONTANT DE LA LIGNE
      *                                   (negatif = avoir, recours
      *                                   ou ajustement a la baisse)
           02 CL-MONTANT         PIC S9(6)V99.
      *------------------------------------------ DATE DE LA LIGNE
      *                                           (AAAAMMJJ)
           02 CL-DATE            PIC 9(8).
      *------------------------------------------ LIBELLE LIBRE
           02 CL-LIBELLE         PIC X(16).
      *------------------------------------------ ORIGINE DE LA LIGNE
      *                                   S : mouvement SINMVT
      *                                   C : saisie en ligne CLMA
      *                                   R : reprise du montant d'un
      *                                       sinistre sans ligne
      *                                   K : ajustement sur
      *                                       correction du montant
      *                                   P : ajustement a la valeur
      *                                       du vehicule en perte
      *                                       totale
           02 CL-ORIGINE         PIC X.
      *------------------------------------------ UTILISATEUR / LOT
           02 CL-USER            PIC X(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(1).
      *
      *----------------  FIN DE DESCRIPTION SINCOUT --------------*
