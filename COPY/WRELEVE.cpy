      *----------------------------------------------------------*
      * WRELEVE.cpy - RELEVE D'INFORMATION DE L'ASSUREUR         *
      *     PRECEDENT (WORK/RELEVE.dat, LONG = 120)              *
      *     UN ENREGISTREMENT PAR VEHICULE D'UN NOUVEAU CLIENT   *
      *     VENANT DE LA CONCURRENCE, SAISI OU RECU DE           *
      *     L'ASSUREUR PRECEDENT ; RAPPROCHE DE LA CREATION 'C'  *
      *     PAR RELASSU                                          *
      *----------------------------------------------------------*
       01  W-RELEVE.
      *--------------------------------------------- MATRICULE
      *                                  (matricule de la police ou
      *                                  numero reserve par la
      *                                  transaction NUMA)
           05 RI-MAT              PIC X(6).
      *------------------------------------------ VEHICULE CONCERNE
      *                                  (0 ou blanc = vehicule 01)
           05 RI-SEQ-VEHICULE     PIC 9(2).
      *------------------------------------------ ASSUREUR PRECEDENT
           05 RI-ASSUREUR         PIC X(20).
      *------------------------------------------ NUMERO DE POLICE CHEZ
      *                                           L'ASSUREUR PRECEDENT
           05 RI-POLICE           PIC X(12).
      *------------------------------------------ COEFFICIENT DE
      *                                  REDUCTION-MAJORATION DECLARE
      *                                  (0,50 a 3,50 - 1,00 = ni
      *                                  bonus ni malus)
           05 RI-COEF             PIC 9V99.
      *------------------------------------------ DATE D'EDITION DU
      *                                           RELEVE (AAAAMMJJ)
           05 RI-DATE-RELEVE      PIC 9(8).
      *------------------------------------------ NOMBRE DE SINISTRES
      *                                           DECLARES (0 a 5) SUR
      *                                           LES 3 DERNIERES ANNEES
           05 RI-NB-SINISTRES     PIC 9.
      *------------------------------------------ SINISTRES DECLARES
           05 RI-SINISTRE         OCCURS 5 TIMES.
      *                                           DATE (AAAAMMJJ)
               10 RI-SIN-DATE      PIC 9(8).
      *                                           RESPONSABILITE O/P/N
      *                                           (cf SIN-RESP)
               10 RI-SIN-RESP      PIC X.
      *                                           CODE NATURE (table
      *                                           NATURES, blanc admis)
               10 RI-SIN-NATURE-CODE PIC X(3).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(8).
      *
      *----------------  FIN DE DESCRIPTION W-RELEVE --------------*
