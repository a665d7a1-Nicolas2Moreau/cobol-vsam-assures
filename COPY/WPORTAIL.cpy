      *----------------------------------------------------------*
      * WPORTAIL.cpy - DEMANDE CLIENT SAISIE SUR LE PORTAIL WEB  *
      *     (LONG = 150) - WORK/PORTAIL.dat, depose chaque nuit  *
      *     par le portail, traite par PORASSU ; les demandes    *
      *     mises en revue sont conservees telles quelles dans   *
      *     WORK/PORTATT.dat                                     *
      *----------------------------------------------------------*
       01  W-PORTAIL.
      *--------------------------------------------- IDENTIFIANT DE LA
      *                                  DEMANDE (attribue par le
      *                                  portail, rendu dans le retour)
           05 POR-ID              PIC X(12).
      *------------------------------------------ MATRICULE DU CLIENT
           05 POR-MAT             PIC X(6).
      *------------------------------------------ TYPE DE DEMANDE
      *                                  ADR : changement d'adresse
      *                                  SIN : declaration de sinistre
      *                                  CTC : mise a jour des
      *                                        coordonnees de contact
      *                                  ATT : demande d'attestation
      *                                        d'assurance
      *                                  KMS : releve du compteur
      *                                        kilometrique
           05 POR-TYPE            PIC X(3).
               88 POR-ADRESSE         VALUE 'ADR'.
               88 POR-SINISTRE        VALUE 'SIN'.
               88 POR-CONTACT         VALUE 'CTC'.
               88 POR-ATTESTATION     VALUE 'ATT'.
               88 POR-KILOMETRAGE     VALUE 'KMS'.
      *------------------------------------------ DATE DE LA DEMANDE
      *                                  (AAAAMMJJ, saisie portail)
           05 POR-DATE-DEMANDE    PIC 9(8).
      *------------------------------------------ VEHICULE CONCERNE
      *                                  (SIN, KMS : 0 ou blanc =
      *                                  vehicule 01 ; ATT : 0 ou
      *                                  blanc = tous les vehicules du
      *                                  matricule ;
      *                                  ignore pour ADR et CTC)
           05 POR-SEQ-VEHICULE    PIC X(2).
      *------------------------------------------ DONNEES DE LA DEMANDE
      *                                  (selon le type)
           05 POR-DONNEES         PIC X(100).
      *                                  ADR : nouvelle adresse,
      *                                  appliquee a tous les vehicules
           05 POR-DON-ADRESSE REDEFINES POR-DONNEES.
               10 POR-RUE         PIC X(18).
               10 POR-CP          PIC X(5).
               10 POR-VILLE       PIC X(12).
               10 FILLER          PIC X(65).
      *                                  SIN : memes zones que
      *                                  W-SINMVT (montant en
      *                                  centimes, responsabilite
      *                                  O/P/N)
           05 POR-DON-SINISTRE REDEFINES POR-DONNEES.
               10 POR-SIN-DATE    PIC X(8).
               10 POR-SIN-NATCODE PIC X(3).
               10 POR-SIN-NATURE  PIC X(20).
               10 POR-SIN-RESP    PIC X(1).
               10 POR-SIN-MONTANT PIC X(8).
               10 POR-SIN-COMMENT PIC X(20).
               10 FILLER          PIC X(40).
      *                                  CTC : memes zones que
      *                                  DATA/CONTMVT (blanc =
      *                                  valeur en place conservee)
           05 POR-DON-CONTACT REDEFINES POR-DONNEES.
               10 POR-CTC-TEL     PIC X(10).
               10 POR-CTC-MOBILE  PIC X(10).
               10 POR-CTC-EMAIL   PIC X(30).
               10 POR-CTC-CONS-COURRIER PIC X(1).
               10 POR-CTC-CONS-EMAIL    PIC X(1).
               10 POR-CTC-CONS-TEL      PIC X(1).
               10 FILLER          PIC X(47).
      *                                  KMS : date du releve
      *                                  (AAAAMMJJ) et kilometrage au
      *                                  compteur
           05 POR-DON-KILOMETRAGE REDEFINES POR-DONNEES.
               10 POR-KMS-DATE    PIC X(8).
               10 POR-KMS-COMPTEUR PIC X(7).
               10 FILLER          PIC X(85).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(19).
      *
      *----------------  FIN DE DESCRIPTION W-PORTAIL -------------*
