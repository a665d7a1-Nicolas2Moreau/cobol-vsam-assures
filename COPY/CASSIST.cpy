      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER ASSIST      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 12)  *
      *                                         (POSITION = 1)   *
      *     CLE = AS-REFERENCE (reference du dossier chez le     *
      *     partenaire d'assistance, un enregistrement par       *
      *     appel) - cree par ASTASSU a la reception du fichier  *
      *     quotidien des appels, controle contre ASSURES3 et    *
      *     la garantie ASS (cf CGARANT), rapproche de la        *
      *     facture mensuelle du partenaire par ASRASSU          *
      *----------------------------------------------------------*
      *--------------------------------------------- REFERENCE
           02 AS-REFERENCE       PIC X(12).
      *--------------------------------------------- VEHICULE
      *                                   (cf MAT-A4/SEQ-VEHICULE-A4)
           02 AS-MAT             PIC 9(6).
           02 AS-SEQ-VEHICULE    PIC 9(2).
      *------------------------------------------ DATE DE L'APPEL
      *                                           (AAAAMMJJ)
           02 AS-DATE-APPEL      PIC 9(8).
      *------------------------------------------ PRESTATION
      *                                   REM : remorquage
      *                                   DEP : depannage sur place
      *                                   VRP : vehicule de
      *                                         remplacement
      *                                   RAP : rapatriement
           02 AS-PRESTATION      PIC X(3).
      *------------------------------------------ CAUSE DE L'APPEL
      *                                   A : accident (rattache a
      *                                       un sinistre)
      *                                   P : panne
           02 AS-CAUSE           PIC X.
               88 AS-ACCIDENT        VALUE 'A'.
      *------------------------------------------ COUT DECLARE
           02 AS-COUT            PIC 9(5)V99.
      *------------------------------------------ DATE DE RECEPTION
      *                                           (AAAAMMJJ)
           02 AS-DATE-RECEPTION  PIC 9(8).
      *------------------------------------------ RESULTAT DU CONTROLE
      *                                   A : accepte (vehicule
      *                                       couvert, garantie ASS)
      *                                   N : vehicule non assure a
      *                                       la date de l'appel
      *                                   G : vehicule assure sans
      *                                       la garantie assistance
      *                                   I : vehicule inconnu
           02 AS-STATUT          PIC X.
               88 AS-ACCEPTE         VALUE 'A'.
               88 AS-NON-ASSURE      VALUE 'N'.
               88 AS-HORS-GARANTIE   VALUE 'G'.
               88 AS-INCONNU         VALUE 'I'.
      *------------------------------------------ SINISTRE RATTACHE
      *                                   (cf SIN-SEQ - zero : aucun)
           02 AS-SIN-SEQ         PIC 9(4).
      *------------------------------------------ FACTURATION
      *                                   mois de la facture du
      *                                   partenaire (AAAAMM, zero :
      *                                   pas encore facture) et
      *                                   montant facture
           02 AS-MOIS-FACTURE    PIC 9(6).
           02 AS-MONTANT-FACTURE PIC 9(5)V99.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(15).
      *
      *----------------  FIN DE DESCRIPTION ASSIST ---------------*
