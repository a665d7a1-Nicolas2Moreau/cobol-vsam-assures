
      * SUIVI DES CAMPAGNES D'APPELS - EXPASSU et CHNASSU inscrivent  *
      * chaque client liste dans WORK/CAMPAGNE.dat (cle matricule +   *
      * type 'EXP'/'CHN', code agence, date d'inscription) ; VCRASSU  *
      * y inscrit les prospects de vente croisee (type 'XVE' second   *
      * vehicule, 'XAS' garantie assistance). Ce programme saisit le  *
      * resultat des appels et mesure enfin si les listes d'appel     *
      * fonctionnent.                                                 *
      * PARM :                                                        *
      *   ACTION=RESULTAT,TYPE=EXP|CHN|XVE|XAS,MAT=nnnnnn,CODE=A|R|F|C*
      *     enregistre le resultat du contact :                       *
      *     A atteint, R renouvele (souscrit pour XVE/XAS), F refus,  *
      *     C a rappeler                                              *
      *     (A/R/F excluent le client du prochain run de la liste)    *
      *   ACTION=RAPPORT (defaut)                                     *
      *     rapport de conversion par agence dans WORK/CPGASSU.lst :  *
