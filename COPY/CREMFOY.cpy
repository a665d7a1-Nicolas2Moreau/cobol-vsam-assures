      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER REMFOYER    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80 (LONG CLE = 8)    *
      *                                        (POSITION = 1)    *
      *     CLE = RMF-MAT + RMF-SEQ-VEHICULE - remise foyer      *
      *     retenue au dernier renouvellement du vehicule        *
      *     (PRIMCALC, bareme DATA/FOYREMIS) et celle du         *
      *     renouvellement precedent ; la remise est retiree de  *
      *     la prime avant d'appliquer celle de l'annee suivante *
      *     (cf FYRASSU pour l'etat des remises)                 *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE VEHICULE
           02 RMF-CLE.
               03 RMF-MAT            PIC X(6).
               03 RMF-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ REMISE RETENUE
      *                                  foyer (cf FOY-ID), nombre de
      *                                  vehicules du foyer, taux en
      *                                  %, montant deduit de la prime
      *                                  du terme (plafonne) et prime
      *                                  du terme apres remise
           02 RMF-FOYER          PIC X(11).
           02 RMF-NB-VEHICULES   PIC 9(3).
           02 RMF-TAUX           PIC 9(2).
           02 RMF-MONTANT        PIC 9(6)V99.
           02 RMF-PRIME          PIC 9(6)V99.
      *------------------------------------------ DATE DU RENOUVELLEMENT
           02 RMF-DATE-APPLICATION PIC 9(8).
      *------------------------------------------ STATUT
      *                                  N : remise accordee (aucune
      *                                      au terme precedent)
      *                                  R : remise reconduite
      *                                  P : remise perdue - le foyer
      *                                      n'atteint plus le premier
      *                                      palier (depart d'un
      *                                      membre, demenagement)
           02 RMF-STATUT         PIC X.
               88 RMF-NOUVELLE       VALUE 'N'.
               88 RMF-RECONDUITE     VALUE 'R'.
               88 RMF-PERDUE         VALUE 'P'.
      *------------------------------------------ REMISE DU TERME
      *                                  PRECEDENT (foyer, taux,
      *                                  montant)
           02 RMF-FOYER-PREC     PIC X(11).
           02 RMF-TAUX-PREC      PIC 9(2).
           02 RMF-MONTANT-PREC   PIC 9(6)V99.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(10).
      *
      *----------------  FIN DE DESCRIPTION REMFOYER --------------*
