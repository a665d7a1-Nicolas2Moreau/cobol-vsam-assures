      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER AGCPOL      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 40 (LONG CLE = 6)    *
      *                                        (POSITION = 1)    *
      *     CLE = APL-MAT - rattachement d'une police a son      *
      *     agence gestionnaire (cf CAGENCE.cpy), tenu par       *
      *     MAJREGTF (FICHIER=AGCPOL). Une police sans           *
      *     rattachement est servie par l'agence de sa region    *
      *     (prefixe de CP-A4 via WORK/REGIONS.dat) - cf         *
      *     PGMAGENC.                                            *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 APL-MAT            PIC X(6).
      *------------------------------------------ AGENCE GESTIONNAIRE
           02 APL-AGENCE         PIC X(3).
      *------------------------------------------ DATE DU RATTACHEMENT
      *                                  (AAAAMMJJ)
           02 APL-DATE           PIC 9(8).
      *------------------------------------------ AGENCE PRECEDENTE
      *                                  (blanc au premier
      *                                  rattachement)
           02 APL-AGENCE-PREC    PIC X(3).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(20).
      *
      *----------------  FIN DE DESCRIPTION AGCPOL ----------------*
