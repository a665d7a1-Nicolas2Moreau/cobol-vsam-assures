      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER NONRENOU    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 8)   *
      *                                         (POSITION = 1)   *
      *     CLE = NRN-MAT + NRN-SEQ-VEHICULE - dossier de non-   *
      *     renouvellement a l'initiative de l'assureur d'un     *
      *     vehicule d'un conducteur signale par CHRASSU, tenu   *
      *     par NRNASSU (candidature, decision de la             *
      *     souscription, preavis, resiliation a l'echeance) ;   *
      *     lu par RENOUVBM et PRIMCALC pour ne pas reconduire   *
      *     un vehicule dont le non-renouvellement est notifie   *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE VEHICULE
           02 NRN-CLE.
               03 NRN-MAT            PIC X(6).
               03 NRN-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ ETAT DU DOSSIER
      *                                  C : candidat - decision de
      *                                      la souscription attendue
      *                                  M : clos - maintenu
      *                                  S : clos - maintenu avec
      *                                      surprime
      *                                  N : non-renouvellement
      *                                      notifie (preavis emis),
      *                                      echeance attendue
      *                                  R : mouvement de resiliation
      *                                      emis, application
      *                                      attendue
      *                                  X : clos - police sortie
      *                                      d'ASSURES3
           02 NRN-ETAT           PIC X.
               88 NRN-CANDIDAT       VALUE 'C'.
               88 NRN-MAINTENU       VALUE 'M'.
               88 NRN-SURPRIME       VALUE 'S'.
               88 NRN-NOTIFIE        VALUE 'N'.
               88 NRN-MVT-EMIS       VALUE 'R'.
               88 NRN-SORTI          VALUE 'X'.
      *------------------------------------------ CANDIDATURE
      *                                  (date de proposition, nombre
      *                                  pondere de sinistres
      *                                  responsables cf CHRONIQ)
           02 NRN-DATE-SIGNAL    PIC 9(8).
           02 NRN-NB-RESP        PIC 9(3).
      *------------------------------------------ ECHEANCE VISEE
      *                                  (AAAAMMJJ) ET DATE LIMITE
      *                                  D'ENVOI DU PREAVIS (deux
      *                                  mois avant) - un delai
      *                                  depasse sans preavis reporte
      *                                  le dossier sur l'echeance
      *                                  suivante (nombre de reports)
           02 NRN-ECHEANCE       PIC 9(8).
           02 NRN-DATE-LIMITE    PIC 9(8).
           02 NRN-NB-REPORTS     PIC 9(2).
      *------------------------------------------ DECISION
      *                                  ' ' : aucune
      *                                  M : maintien
      *                                  S : surprime (points de
      *                                      malus ajoutes au taux)
      *                                  N : non-renouvellement
           02 NRN-DECISION       PIC X.
           02 NRN-DATE-DECISION  PIC 9(8).
           02 NRN-USER           PIC X(8).
           02 NRN-TAUX-SURPRIME  PIC 99.
      *------------------------------------------ PREAVIS (DECISION N)
      *                                  date d'envoi et numero du
      *                                  document au registre des
      *                                  courriers (cf CCORRESP)
           02 NRN-DATE-PREAVIS   PIC 9(8).
           02 NRN-COR-NUM        PIC 9(5).
      *------------------------------------------ DATES DE SUIVI
      *                                  (mouvement emis, cloture)
           02 NRN-DATE-MVT       PIC 9(8).
           02 NRN-DATE-CLOTURE   PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(14).
      *
      *----------------  FIN DE DESCRIPTION NONRENOU --------------*
