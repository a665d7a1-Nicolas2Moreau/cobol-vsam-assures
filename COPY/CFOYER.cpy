      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FOYERS      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 40 (LONG CLE = 8)    *
      *                                        (POSITION = 1)    *
      *     CLE = FOY-MAT + FOY-SEQ-VEHICULE - un enregistrement *
      *     par vehicule d'un foyer multi-assures (meme adresse  *
      *     RUE+CP+VILLE, au moins deux matricules differents),  *
      *     reconstruit a chaque passage de FOYASSU ; lu par     *
      *     PRIMCALC pour la remise foyer au renouvellement      *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE VEHICULE
           02 FOY-CLE.
               03 FOY-MAT            PIC X(6).
               03 FOY-SEQ-VEHICULE   PIC 9(2).
      *------------------------------------------ IDENTIFIANT DU FOYER
      *                                  code postal + plus petit
      *                                  matricule de l'adresse
           02 FOY-ID.
               03 FOY-ID-CP          PIC 9(5).
               03 FOY-ID-MAT         PIC 9(6).
      *------------------------------------------ COMPOSITION DU FOYER
      *                                  matricules distincts et
      *                                  vehicules a l'adresse
           02 FOY-NB-MATRICULES  PIC 9(2).
           02 FOY-NB-VEHICULES   PIC 9(3).
      *------------------------------------------ DATE DU REGROUPEMENT
           02 FOY-DATE-CALCUL    PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(8).
      *
      *----------------  FIN DE DESCRIPTION FOYERS ----------------*
