      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER VOLS        *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = VO-MAT + VO-SIN-SEQ (un vehicule vole par      *
      *     sinistre, cf SIN-MAT/SIN-SEQ SINISTRE) - cree par    *
      *     SINASSU a la creation d'un sinistre de nature VOL ou *
      *     au premier mouvement de suivi SINMVT code 'V',       *
      *     suivi chaque jour par VOLASSU, statistiques          *
      *     mensuelles VOLSTAT                                   *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 VO-MAT             PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 VO-SIN-SEQ         PIC 9(4).
      *------------------------------------------ VEHICULE VOLE
      *                                   (cf SEQ-VEHICULE-A4)
           02 VO-SEQ-VEHICULE    PIC 9(2).
      *------------------------------------------ TYPE ET CODE POSTAL
      *                                   DU VEHICULE A LA DECLARATION
      *                                   (statistiques par region/
      *                                   type, meme si le vehicule
      *                                   sort ensuite du contrat)
           02 VO-TYPE-V          PIC X.
           02 VO-CP              PIC 9(5).
      *------------------------------------------ DATE DU VOL
      *                                           (AAAAMMJJ, SIN-DATE)
           02 VO-DATE-VOL        PIC 9(8).
      *------------------------------------------ REFERENCE DU DEPOT DE
      *                                   PLAINTE (proces-verbal de
      *                                   police/gendarmerie)
           02 VO-NUM-PV          PIC X(12).
      *------------------------------------------ FIN DU DELAI DE
      *                                   CARENCE AVANT INDEMNISATION
      *                                   (date du vol + 30 jours)
           02 VO-DATE-FIN-CARENCE PIC 9(8).
      *------------------------------------------ DATE DE DECOUVERTE
      *                                   (AAAAMMJJ, 0 = non retrouve)
           02 VO-DATE-DECOUV     PIC 9(8).
      *------------------------------------------ ETAT A LA DECOUVERTE
      *                                   I : retrouve intact
      *                                   E : retrouve endommage
      *                                   ' ' : non retrouve
           02 VO-ETAT-DECOUV     PIC X.
               88 VO-RETROUVE        VALUE 'I' 'E'.
      *------------------------------------------ ETAT DU SUIVI
      *                                   ' ' : delai de carence en
      *                                         cours
      *                                   D : delai echu, signale a
      *                                       l'indemnisation
      *                                   R : vehicule retrouve, le
      *                                       sinistre attend sa
      *                                       correction 'C'
      *                                   C : correction saisie
      *                                   A : sinistre annule
           02 VO-SUIVI           PIC X.
      *------------------------------------------ DATE DU DERNIER
      *                                   CHANGEMENT DE SUIVI (AAAAMMJJ)
           02 VO-DATE-SUIVI      PIC 9(8).
      *------------------------------------------ DATE DE SAISIE
           02 VO-DATE-SAISIE     PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(8).
      *
      *----------------  FIN DE DESCRIPTION VOLS -----------------*
