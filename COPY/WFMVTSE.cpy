      *                                 matricule avec alias conserve ;
      *                                 a blanc, transfert sur place
           05 F-MAT-NOUVEAU       PIC X(6).
      *------------------------------------------ NOUVEAU TYPE VEHICULE
      *                                 (mouvement 'E' uniquement) -
      *                                 substitution de vehicule : type
      *                                 du vehicule de remplacement (cf
      *                                 TYPVEH), la prime etant
      *                                 re-tarifee d'apres TARIFS
           05 F-SUBSTITUTION REDEFINES F-MAT-NOUVEAU.
               10 F-TYPE-NOUVEAU  PIC X.
               10 FILLER          PIC X(5).
      *------------------------------------------ FORMULE DE GARANTIE
      *                                 (mouvements 'C'/'V') - 'T'
      *                                 tiers, 'I' intermediaire, 'R'
      *                                 tous risques (cf CFORMUL.cpy) ;
      *                                 a blanc, formule 'T'
           05 F-FORMULE           PIC X.
      *
      *----------------  FIN DE DESCRIPTION W-FMVTSE --------------*
