      *----------------------------------------------------------*
      *   TABLE DES REGLES D'ACCEPTATION (SOUSCRIPTION) DES      *
      *     AFFAIRES NOUVELLES, CHARGEE EN MEMOIRE AU LANCEMENT  *
      *     DEPUIS LE FICHIER DE REFERENCE DATA/SOUSCRIP (UNE    *
      *     LIGNE PAR REGLE : NUMERO, PREFIXE CP, TYPE-V-A4,     *
      *     BM-A4, TAUX-A4 MINIMUM, NOMBRE MINIMUM DE SINISTRES  *
      *     RESPONSABLES RELEVES PAR CHRASSU, LIBELLE).          *
      *     UN CRITERE A BLANC (OU A ZERO) N'EST PAS TESTE ; UNE *
      *     CREATION 'C' QUI SATISFAIT TOUS LES CRITERES          *
      *     RENSEIGNES D'UNE REGLE EST ORIENTEE VERS LE          *
      *     SOUSCRIPTEUR (WORK/SOUSATT.dat, MAJASSV2) AU LIEU     *
      *     D'ETRE ECRITE - LA PREMIERE REGLE SATISFAITE DONNE   *
      *     LE NUMERO DE REGLE RETENU. DECISION PAR SOUASSU.     *
      *----------------------------------------------------------*
       01  WS-TABLE-SOUSCRIP.
           05 WS-SRG-ENTREE OCCURS 50 TIMES.
               10 WS-SRG-NUMERO     PIC 9(3).
               10 WS-SRG-PREFIXE    PIC X(2).
               10 WS-SRG-TYPE-V     PIC X(1).
               10 WS-SRG-BM         PIC X(1).
               10 WS-SRG-TAUX-MIN   PIC 9(2).
               10 WS-SRG-NB-RESP    PIC 9(2).
               10 WS-SRG-LIBELLE    PIC X(30).
      *
      *----------------  FIN DE DESCRIPTION SOUSCRIP --------------*
