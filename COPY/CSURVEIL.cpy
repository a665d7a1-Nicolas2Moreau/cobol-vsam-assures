      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER SURVEIL     *
      *     (LISTE DE SURVEILLANCE ANTI-FRAUDE - FICHIER VSAM    *
      *     KSDS: LONG ENGT = 100 (LONG CLE = 31) (POSITION = 1) *
      *     CLE = SRV-TYPE + SRV-VALEUR - tenue par MAJSURV,     *
      *     consultee par PGMSURV a la creation des polices      *
      *     (MAJASSV2) et a l'enregistrement des sinistres       *
      *     (SINASSU, CLMA) ; une correspondance est mise en     *
      *     revue (WORK/SURVATT.dat, decision SURASSU), jamais   *
      *     rejetee d'office                                     *
      *----------------------------------------------------------*
      *------------------------------------------ TYPE D'ENTREE
      *                                           N : NOM D'ASSURE
      *                                           A : ADRESSE
      *                                           R : REPARATEUR
      *                                           T : TIERS ADVERSE
           02 SRV-TYPE           PIC X.
      *------------------------------------------ VALEUR SURVEILLEE
      *                                   (N, T : nom tel que saisi
      *                                   sur 20 ; R : identifiant
      *                                   REPARAT sur 4 ; A : rue et
      *                                   code postal, cf vue
      *                                   SRV-VALEUR-ADRESSE)
           02 SRV-VALEUR         PIC X(30).
           02 SRV-VALEUR-ADRESSE REDEFINES SRV-VALEUR.
              05 SRV-ADR-RUE     PIC X(18).
              05 SRV-ADR-CP      PIC 9(5).
              05 FILLER          PIC X(7).
      *------------------------------------------ MOTIF DE L'INSCRIPTION
           02 SRV-MOTIF          PIC X(30).
      *------------------------------------------ DATE D'INSCRIPTION
      *                                           (AAAAMMJJ)
           02 SRV-DATE-AJOUT     PIC 9(8).
      *------------------------------------------ UTILISATEUR AYANT
      *                                           INSCRIT L'ENTREE
           02 SRV-USER           PIC X(8).
      *------------------------------------------ ETAT DE L'ENTREE
      *                                           ' ' : ACTIVE
      *                                           R : RETIREE (plus
      *                                           filtree, conservee
      *                                           pour l'historique)
           02 SRV-ETAT           PIC X.
      *------------------------------------------ DATE DE RETRAIT
      *                                   (AAAAMMJJ, 0 = ACTIVE)
           02 SRV-DATE-RETRAIT   PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(14).
      *
      *----------------  FIN DE DESCRIPTION SURVEIL --------------*
