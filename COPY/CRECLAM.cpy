      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER RECLAM      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 80  (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = RCL-MAT + RCL-NUM (plusieurs reclamations      *
      *     possibles pour un meme assure, numerotees 0001,      *
      *     0002... par matricule) - saisie et mise a jour en    *
      *     ligne par la transaction RCLA, delais reglementaires *
      *     suivis par SLAASSU (accuse de reception sous 10      *
      *     jours ouvres, reponse sous 2 mois)                   *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 RCL-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE RECLAMATION
           02 RCL-NUM            PIC 9(4).
      *------------------------------------------ CANAL DE RECEPTION
      *                                           C : COURRIER
      *                                           T : TELEPHONE
      *                                           E : EMAIL
      *                                           A : AGENCE
           02 RCL-CANAL          PIC X.
      *------------------------------------------ OBJET RECLAMATION
      *                                   (table CRCLOBJ.cpy)
           02 RCL-OBJET          PIC X(3).
      *------------------------------------------ SINISTRE CONCERNE
      *                                   (cf SIN-SEQ SINISTRE,
      *                                   0 = aucun)
           02 RCL-SIN-SEQ        PIC 9(4).
      *------------------------------------------ AGENCE (CODE REGION
      *                                   DU CP DE L'ASSURE A LA
      *                                   RECEPTION, cf REGIONS)
           02 RCL-AGENCE         PIC X(3).
      *------------------------------------------ DATE DE RECEPTION
      *                                           (AAAAMMJJ)
           02 RCL-DATE-RECEPTION PIC 9(8).
      *------------------------------------------ DATE D'ACCUSE DE
      *                                   RECEPTION (AAAAMMJJ,
      *                                   0 = NON ENCORE ACCUSEE)
           02 RCL-DATE-ACCUSE    PIC 9(8).
      *------------------------------------------ DATE DE REPONSE
      *                                   (AAAAMMJJ, 0 = EN COURS)
           02 RCL-DATE-REPONSE   PIC 9(8).
      *------------------------------------------ ISSUE RECLAMATION
      *                                           F : FONDEE
      *                                           P : PARTIELLEMENT
      *                                               FONDEE
      *                                           R : REJETEE
      *                                           ' ' : EN COURS
           02 RCL-ISSUE          PIC X.
      *------------------------------------------ DERNIER UTILISATEUR
      *                                           (SGNA)
           02 RCL-USER           PIC X(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(26).
      *
      *----------------  FIN DE DESCRIPTION RECLAM ---------------*
