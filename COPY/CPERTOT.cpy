      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER PERTOT      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = PT-MAT + PT-SIN-SEQ (un vehicule declare en    *
      *     perte totale - vehicule economiquement irreparable - *
      *     par sinistre, cf SIN-MAT/SIN-SEQ SINISTRE) - cree    *
      *     par SINASSU (mouvement SINMVT code 'P'), le retrait  *
      *     du vehicule etant genere par VEIASSU                 *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 PT-MAT             PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 PT-SIN-SEQ         PIC 9(4).
      *------------------------------------------ VEHICULE DETRUIT
      *                                   (cf SEQ-VEHICULE-A4)
           02 PT-SEQ-VEHICULE    PIC 9(2).
      *------------------------------------------ TYPE DU VEHICULE
      *                                   (cf TYPE-V-A4, a la
      *                                   declaration)
           02 PT-TYPE-V          PIC X.
      *------------------------------------------ AGE RETENU (ANNEES)
           02 PT-AGE             PIC 9(2).
      *------------------------------------------ DATE DE DECLARATION
      *                                           (AAAAMMJJ)
           02 PT-DATE-VEI        PIC 9(8).
      *------------------------------------------ VALEUR DE REMPLACEMENT
           02 PT-VALEUR          PIC 9(6)V99.
      *------------------------------------------ ORIGINE DE LA VALEUR
      *                                   T : table DATA/VALVEH
      *                                   E : valeur a dire d'expert
      *                                       saisie sur le mouvement
           02 PT-ORIGINE-VALEUR  PIC X.
      *------------------------------------------ FRANCHISE DEDUITE
      *                                   (zone/type, WORK/FRANCH.dat)
           02 PT-FRANCHISE       PIC 9(4)V99.
      *------------------------------------------ REGLEMENT NET
      *                                   (valeur moins franchise)
           02 PT-REGLEMENT       PIC 9(6)V99.
      *------------------------------------------ CAUSE DU RETRAIT
           02 PT-MOTIF           PIC X(16).
      *------------------------------------------ ETAT DU RETRAIT
      *                                   ' ' : retrait a generer
      *                                   G : mouvement genere
      *                                   M : retrait manuel requis
      *                                       (vehicule principal
      *                                       d'une police qui en
      *                                       porte d'autres)
      *                                   D : vehicule deja retire
      *                                   A : sinistre annule avant
      *                                       la generation
           02 PT-ETAT            PIC X.
      *------------------------------------------ DATE DE GENERATION
      *                                           (AAAAMMJJ)
           02 PT-DATE-RETRAIT    PIC 9(8).
      *------------------------------------------ LOT DU MOUVEMENT
      *                                   (F-BATCH-ID du retrait)
           02 PT-LOT             PIC X(6).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(3).
      *
      *----------------  FIN DE DESCRIPTION PERTOT ---------------*
