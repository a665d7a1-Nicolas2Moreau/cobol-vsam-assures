      *----------------------------------------------------------*
      * WFRCMVT.cpy - ZONE DE TRAVAIL MOUVEMENT FRANCHISE        *
      *     (WORK/FRCMVT.dat, FICHIER SEQUENTIEL: LONG = 80)     *
      *     Un mouvement par reglement de l'assure (ou decision  *
      *     de gestion) sur une franchise a recuperer, rattache  *
      *     par matricule + numero de sinistre (cf FRC-MAT/      *
      *     FRC-SIN-SEQ) - applique au fichier FRAREC par        *
      *     FRCASSU                                              *
      *----------------------------------------------------------*
       01  W-FRCMVT.
      *--------------------------------------------- MATRICULE
           05 FM-MAT              PIC X(6).
      *------------------------------------------ NUMERO DE SINISTRE
           05 FM-SIN-SEQ          PIC 9(4).
      *------------------------------------------ CODE MOUVEMENT
      *                                  R : reglement de l'assure
      *                                  I : imputation (franchise
      *                                      compensee sur un
      *                                      sinistre ou au
      *                                      renouvellement)
      *                                  A : abandon du solde
           05 FM-CODE             PIC X.
      *------------------------------------------ DATE DU REGLEMENT
      *                                  (AAAAMMJJ, zero = jour du
      *                                  traitement)
           05 FM-DATE             PIC 9(8).
      *------------------------------------------ MONTANT
      *                                  (R/I - zero sur I = solde
      *                                  restant du)
           05 FM-MONTANT          PIC 9(6)V99.
      *------------------------------------------ REFERENCE
      *                                  (cheque, virement, sinistre
      *                                  ou echeance d'imputation)
           05 FM-REF              PIC X(10).
      *------------------------------------------ UTILISATEUR SAISIE
           05 FM-UTILISATEUR      PIC X(8).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(35).
      *
      *----------------  FIN DE DESCRIPTION W-FRCMVT --------------*
