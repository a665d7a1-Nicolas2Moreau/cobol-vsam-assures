           05 SM-DATE             PIC 9(8).
      *------------------------------------------ NATURE DU SINISTRE
           05 SM-NATURE           PIC X(20).
      *------------------------------------------ LIGNE DE COUT
      *                                 (code mouvement L : le
      *                                 montant SM-MONTANT est
      *                                 ventile sur le sinistre
      *                                 SM-SIN-SEQ, cf CCOUTLIG)
           05 SM-LIGNE-COUT REDEFINES SM-NATURE.
      *                                 composant (table CCOMPOS)
               10 SM-LC-COMPOSANT PIC X(3).
      *                                 beneficiaire (blanc = celui
      *                                 par defaut du composant)
               10 SM-LC-BENEF     PIC X(1).
      *                                 sens : '-' = avoir/recours
      *                                 deduit, autre = cout
               10 SM-LC-SENS      PIC X(1).
               10 SM-LC-LIBELLE   PIC X(15).
      *------------------------------------------ PERTE TOTALE
      *                                 (code mouvement P : vehicule
      *                                 economiquement irreparable ;
      *                                 SM-MONTANT > 0 = valeur a dire
      *                                 d'expert, sinon valeur de la
      *                                 table DATA/VALVEH)
           05 SM-PERTE-TOTALE REDEFINES SM-NATURE.
      *                                 annee de 1ere mise en
      *                                 circulation (0 = anciennete
      *                                 du contrat retenue)
               10 SM-PT-ANNEE-MEC PIC 9(4).
      *                                 cause du retrait du vehicule
               10 SM-PT-MOTIF     PIC X(16).
      *------------------------------------------ SUIVI DU VOL
      *                                 (code mouvement V : suivi du
      *                                 vehicule vole du sinistre
      *                                 SM-SIN-SEQ ; SM-DATE = date
      *                                 de decouverte si SM-VO-ETAT
      *                                 est renseigne)
           05 SM-SUIVI-VOL REDEFINES SM-NATURE.
      *                                 reference du depot de plainte
      *                                 (blanc = inchangee)
               10 SM-VO-NUM-PV    PIC X(12).
      *                                 I : retrouve intact
      *                                 E : retrouve endommage
      *                                 ' ' : pas de decouverte
               10 SM-VO-ETAT      PIC X(1).
               10 FILLER          PIC X(7).
      *------------------------------------------ MONTANT DU SINISTRE
           05 SM-MONTANT          PIC 9(6)V99.
      *------------------------------------------ ASSURE RESPONSABLE
      *                                           O : OUI (100 %)
      *                                           P : PARTAGEE (50 %)
      *                                           N : NON (0 %)
           05 SM-RESP             PIC X.
      *------------------------------------------ COMMENTAIRE LIBRE
           05 SM-COMMENT          PIC X(20).
      *                                               vise par SM-SIN-SEQ
      *                                           X : annulation logique du
      *                                               sinistre SM-SIN-SEQ
      *                                           L : ligne de cout sur le
      *                                               sinistre SM-SIN-SEQ
      *                                           P : perte totale du
      *                                               vehicule du sinistre
      *                                               SM-SIN-SEQ
      *                                           V : suivi du vol du
      *                                               sinistre SM-SIN-SEQ
      *                                               (plainte, decouverte)
           05 SM-CODE             PIC X.
      *------------------------------------------ NUMERO DE SINISTRE VISE
      *                                           (codes C, X, L, P et V)
           05 SM-SIN-SEQ          PIC 9(4).
      *------------------------------------------ CODE NATURE DU SINISTRE
      *                                           (table WORK/NATURES.dat)
