      *----------------------------------------------------------*
      * WPORTRET.cpy - RETOUR AU PORTAIL WEB DU TRAITEMENT D'UNE *
      *     DEMANDE CLIENT (LONG = 100) - WORK/PORTRET.dat,      *
      *     alimente par PORASSU (EXTEND), repris et vide par le *
      *     portail la nuit suivante                             *
      *----------------------------------------------------------*
       01  W-PORTRET.
      *--------------------------------------------- IDENTIFIANT DE LA
      *                                  DEMANDE (cf POR-ID)
           05 PRT-ID              PIC X(12).
      *------------------------------------------ MATRICULE DU CLIENT
           05 PRT-MAT             PIC X(6).
      *------------------------------------------ TYPE DE DEMANDE
      *                                  (ADR, SIN, CTC, ATT, KMS)
           05 PRT-TYPE            PIC X(3).
      *------------------------------------------ STATUT
      *                                  A : acceptee, transmise au
      *                                      traitement
      *                                  R : rejetee (cf motif)
      *                                  P : en attente de revue par
      *                                      un gestionnaire - un
      *                                      second retour A ou R
      *                                      suivra la decision
           05 PRT-STATUT          PIC X.
               88 PRT-ACCEPTEE        VALUE 'A'.
               88 PRT-REJETEE         VALUE 'R'.
               88 PRT-EN-REVUE        VALUE 'P'.
      *------------------------------------------ DATE DU TRAITEMENT
      *                                  (AAAAMMJJ)
           05 PRT-DATE-TRAITEMENT PIC 9(8).
      *------------------------------------------ MOTIF (rejet, revue)
      *                                  OU SUITE DONNEE (acceptation)
           05 PRT-MOTIF           PIC X(40).
      *------------------------------------------ CIRCUIT DE TRAITEMENT
      *                                  (FMVTSE, SINMVT, CONTMVT,
      *                                  ATTESTATION, KMMVT) et lot
           05 PRT-CIRCUIT         PIC X(12).
           05 PRT-LOT             PIC X(6).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(12).
      *
      *----------------  FIN DE DESCRIPTION W-PORTRET -------------*
