      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER KILOMET     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 120 (LONG CLE = 8)   *
      *                                         (POSITION = 1)   *
      *     CLE = KM-MAT + KM-SEQ-VEHICULE - kilometrage d'un    *
      *     vehicule : tranche annuelle declaree a la            *
      *     souscription, derniers releves de compteur           *
      *     (portail, agence, expert sinistre) et kilometrage    *
      *     annuel constate, tenus par KMSASSU ; la remise ou    *
      *     majoration de la tranche (table DATA/KMBANDE, cf     *
      *     CKMBANDE.cpy) est appliquee au renouvellement par    *
      *     PRIMCALC, qui note ici celle qu'il a retenue         *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE VEHICULE
           02 KM-CLE.
               03 KM-MAT             PIC X(6).
               03 KM-SEQ-VEHICULE    PIC 9(2).
      *------------------------------------------ TRANCHE DECLAREE
      *                                  (code tranche DATA/KMBANDE,
      *                                  date et origine S/A/P de la
      *                                  declaration)
           02 KM-BANDE-DECLAREE  PIC X(1).
           02 KM-DATE-DECLARATION PIC 9(8).
           02 KM-ORIGINE-DECLARATION PIC X(1).
      *------------------------------------------ RELEVES DE COMPTEUR
      *                                  nombre conserve (0 a 4) puis
      *                                  les 4 plus recents, du plus
      *                                  ancien au plus recent ; source
      *                                  P : portail client
      *                                  A : agence
      *                                  E : expert sinistre
      *                                  S : souscription
           02 KM-NB-RELEVES      PIC 9(2).
           02 KM-RELEVE OCCURS 4 TIMES.
               03 KM-REL-DATE        PIC 9(8).
               03 KM-REL-COMPTEUR    PIC 9(7).
               03 KM-REL-SOURCE      PIC X(1).
      *------------------------------------------ KILOMETRAGE CONSTATE
      *                                  (annualise entre le plus
      *                                  ancien et le plus recent
      *                                  releve conserves), tranche
      *                                  correspondante et date du
      *                                  calcul - tranche a blanc tant
      *                                  que les releves ne couvrent
      *                                  pas la duree minimale
           02 KM-KM-ANNUEL       PIC 9(6).
           02 KM-BANDE-CONSTATEE PIC X(1).
           02 KM-DATE-CALCUL     PIC 9(8).
      *                                  O : kilometrage constate au-
      *                                      dela de la tranche
      *                                      declaree (cf KMSASSU)
           02 KM-DEPASSEMENT     PIC X(1).
               88 KM-EN-DEPASSEMENT  VALUE 'O'.
      *------------------------------------------ AJUSTEMENT EN PRIME
      *                                  retenu au dernier
      *                                  renouvellement (PRIMCALC) :
      *                                  tranche, sens R remise / S
      *                                  majoration, taux en %, date -
      *                                  retire de la prime avant
      *                                  d'appliquer celui de l'annee
      *                                  suivante
           02 KM-BANDE-APPLIQUEE PIC X(1).
           02 KM-SENS-APPLIQUE   PIC X(1).
           02 KM-TAUX-APPLIQUE   PIC 9(2).
           02 KM-DATE-APPLICATION PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(8).
