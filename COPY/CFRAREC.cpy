      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRAREC      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = FRC-MAT + FRC-SIN-SEQ (une franchise a         *
      *     recuperer aupres de l'assure par sinistre, cf        *
      *     SIN-MAT/SIN-SEQ SINISTRE) - creee par SINASSU quand  *
      *     la reparation chez un reparateur agree est reglee    *
      *     en totalite au garage (SIN-REPARATEUR renseigne) :   *
      *     la franchise deduite (SIN-MONTANT moins              *
      *     SIN-MONTANT-NET) est due par l'assure. Reglements,   *
      *     relances et anciennete par agence : FRCASSU          *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 FRC-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 FRC-SIN-SEQ        PIC 9(4).
      *------------------------------------------ VEHICULE CONCERNE
      *                                   (cf SEQ-VEHICULE-A4)
           02 FRC-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ REPARATEUR REGLE
      *                                   (cf SIN-REPARATEUR)
           02 FRC-REPARATEUR     PIC X(4).
      *------------------------------------------ AGENCE GESTIONNAIRE
      *                                   (PGMAGENC a la creation)
           02 FRC-AGENCE         PIC X(3).
      *------------------------------------------ DATE DE CREATION
      *                                           (AAAAMMJJ)
           02 FRC-DATE-CREATION  PIC 9(8).
      *------------------------------------------ DATE D'EXIGIBILITE
      *                                   (creation + 30 jours,
      *                                   AAAAMMJJ)
           02 FRC-DATE-ECHEANCE  PIC 9(8).
      *------------------------------------------ MONTANT DU
      *                                   (franchise deduite du
      *                                   sinistre, reajuste sur
      *                                   correction du montant)
           02 FRC-MONTANT        PIC 9(6)V99.
      *------------------------------------------ MONTANT ENCAISSE OU
      *                                   IMPUTE (cumul des
      *                                   mouvements FRCMVT)
           02 FRC-MONTANT-REGLE  PIC 9(6)V99.
      *------------------------------------------ ETAT DE LA CREANCE
      *                                   O : ouverte, rien encaisse
      *                                   P : partiellement reglee
      *                                   S : soldee par l'assure
      *                                   I : soldee par imputation
      *                                       (compensation sur un
      *                                       sinistre ou au
      *                                       renouvellement)
      *                                   A : abandonnee (decision
      *                                       de gestion)
      *                                   X : sans objet (sinistre
      *                                       annule ou passe en
      *                                       perte totale)
           02 FRC-STATUT         PIC X.
               88 FRC-A-RECOUVRER    VALUE 'O' 'P'.
      *------------------------------------------ DATE DU DERNIER
      *                                   CHANGEMENT D'ETAT (AAAAMMJJ)
           02 FRC-DATE-STATUT    PIC 9(8).
      *------------------------------------------ NOMBRE DE RELANCES
           02 FRC-NB-RELANCES    PIC 9.
      *------------------------------------------ DATE DERNIERE RELANCE
      *                                           (AAAAMMJJ)
           02 FRC-DATE-RELANCE   PIC 9(8).
      *------------------------------------------ REFERENCE DU DERNIER
      *                                   REGLEMENT OU DE L'IMPUTATION
           02 FRC-REFERENCE      PIC X(10).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(1).
      *
      *----------------  FIN DE DESCRIPTION FRAREC ---------------*
