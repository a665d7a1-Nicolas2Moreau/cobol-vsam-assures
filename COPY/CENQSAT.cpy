      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER ENQSAT      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = ENQ-MAT + ENQ-SIN-SEQ (un enregistrement par   *
      *     sinistre propose a l'enquete de satisfaction, cf     *
      *     SIN-MAT/SIN-SEQ SINISTRE) - cree par ENQASSU a       *
      *     l'extraction, notes portees par ENRASSU au retour    *
      *     du prestataire, edite par ENQSTAT. Les axes de       *
      *     regroupement sont figes a l'extraction.              *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 ENQ-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
           02 ENQ-SIN-SEQ        PIC 9(4).
      *------------------------------------------ VEHICULE CONCERNE
           02 ENQ-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ DATE DE REGLEMENT
      *                                   (AAAAMMJJ - dernier
      *                                   reglement de la periode :
      *                                   facture bon a payer,
      *                                   perte totale ou indemnite
      *                                   versee a l'assure)
           02 ENQ-DATE-REGLEMENT PIC 9(8).
      *------------------------------------------ DATE D'EXTRACTION
           02 ENQ-DATE-EXTRAIT   PIC 9(8).
      *------------------------------------------ CANAL DE CONTACT
      *                                   E : email
      *                                   T : telephone
      *                                   C : courrier
           02 ENQ-CANAL          PIC X.
      *------------------------------------------ AXES DU RAPPORT
      *                                   (reparateur blanc = hors
      *                                   reseau, region '???' =
      *                                   prefixe CP inconnu)
           02 ENQ-REPARATEUR     PIC X(4).
           02 ENQ-NATURE-CODE    PIC X(3).
           02 ENQ-REGION         PIC X(3).
           02 ENQ-GESTIONNAIRE   PIC X(8).
      *------------------------------------------ ETAT DE L'ENQUETE
      *                                   E : envoyee au prestataire
      *                                   R : reponse recue
           02 ENQ-ETAT           PIC X.
               88 ENQ-ENVOYEE        VALUE 'E'.
               88 ENQ-REPONDUE       VALUE 'R'.
      *------------------------------------------ DATE DE REPONSE
      *                                           (AAAAMMJJ)
           02 ENQ-DATE-REPONSE   PIC 9(8).
      *------------------------------------------ NOTES DE 00 A 10
      *                                   globale, rapidite du
      *                                   reglement, qualite du
      *                                   reparateur - 99 : sans
      *                                   objet (pas de reparateur,
      *                                   question non renseignee)
           02 ENQ-NOTE-GLOBALE   PIC 99.
           02 ENQ-NOTE-DELAI     PIC 99.
           02 ENQ-NOTE-REPARATEUR PIC 99.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(18).
      *
      *----------------  FIN DE DESCRIPTION ENQSAT ---------------*
