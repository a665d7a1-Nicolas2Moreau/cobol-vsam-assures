      *----------------------------------------------------------*
      *   DESCRIPTION D'UN ENREGISTREMENT DE WORK/TARDIFS.dat    *
      *     (SAISIES TARDIVES - SEQUENTIEL, LONG = 80)           *
      *     UN ENREGISTREMENT PAR MOUVEMENT OU SINISTRE DATE     *
      *     DANS UNE PERIODE COMPTABLE DEJA FERMEE, DEPOSE PAR   *
      *     PGMPERIO (fonction 'J') : a la saisie (redate ou     *
      *     retenu pour la finance) puis a la decision de la     *
      *     finance (FINASSU). Edite chaque mois par TARASSU.    *
      *----------------------------------------------------------*
      *------------------------------------------ DATE ET HEURE DU
      *                                   TRAITEMENT (AAAAMMJJ HHMMSS)
           02 TAR-DATE-TRAIT     PIC 9(8).
           02 TAR-HEURE-TRAIT    PIC 9(6).
      *------------------------------------------ ORIGINE
      *                                   programme, puis utilisateur
      *                                   signe (transaction) ou lot
      *                                   d'origine (batch)
           02 TAR-PROGRAMME      PIC X(8).
           02 TAR-ORIGINE        PIC X(8).
      *------------------------------------------ OBJET
      *                                   M : mouvement de police
      *                                       (FMVTSE, code F-CODE)
      *                                   S : sinistre (SINMVT ou
      *                                       saisie CLMA, code
      *                                       SM-CODE, blanc = N)
           02 TAR-NATURE         PIC X.
               88 TAR-MOUVEMENT      VALUE 'M'.
               88 TAR-SINISTRE       VALUE 'S'.
           02 TAR-CODE           PIC X.
           02 TAR-CIE            PIC X.
           02 TAR-MAT            PIC X(6).
           02 TAR-VEHICULE       PIC 9(2).
           02 TAR-SIN-SEQ        PIC 9(4).
      *------------------------------------------ DATES
      *                                   date portee par la saisie
      *                                   et date retenue (premier
      *                                   jour de la premiere periode
      *                                   ouverte - zero tant que la
      *                                   saisie est retenue)
           02 TAR-DATE-ORIGINE   PIC 9(8).
           02 TAR-DATE-RETENUE   PIC 9(8).
      *------------------------------------------ TRAITEMENT
      *                                   R : redate et applique
      *                                   A : retenu pour accord de la
      *                                       finance (TARDATT)
      *                                   V : accorde par la finance
      *                                   F : refuse par la finance
           02 TAR-TRAITEMENT     PIC X.
               88 TAR-REDATE         VALUE 'R'.
               88 TAR-RETENU         VALUE 'A'.
               88 TAR-ACCORDE        VALUE 'V'.
               88 TAR-REFUSE         VALUE 'F'.
      *------------------------------------------ MONTANT
      *                                   prime du mouvement, montant
      *                                   du sinistre ou de la ligne
      *                                   de cout (signe)
           02 TAR-MONTANT        PIC S9(7)V99 SIGN LEADING SEPARATE.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(8).
      *
      *----------------  FIN DE DESCRIPTION TARDIFS --------------*
