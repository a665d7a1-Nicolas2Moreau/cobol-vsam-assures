      *----------------------------------------------------------*
      * WHAMON.cpy - ECHANGE INTER-ASSUREURS DE RESILIATION      *
      *     POUR CHANGEMENT D'ASSUREUR (LOI HAMON, LONG = 100)   *
      *     MEME ENREGISTREMENT DANS LES DEUX SENS :             *
      *       WORK/HAMONIN.dat  - recu des autres assureurs      *
      *       WORK/HAMONOUT.dat - emis vers les autres assureurs *
      *       WORK/HAMONMAN.dat - mandats de nos nouveaux        *
      *                           clients (type 'D')             *
      *     TRAITE PAR HAMASSU                                   *
      *----------------------------------------------------------*
       01  W-HAMON.
      *--------------------------------------------- TYPE D'ECHANGE
      *                                  D : demande de resiliation
      *                                  A : accuse de reception /
      *                                      reponse a une demande
           05 HM-TYPE             PIC X.
               88 HM-DEMANDE          VALUE 'D'.
               88 HM-ACCUSE           VALUE 'A'.
      *------------------------------------------ MATRICULE CHEZ NOUS
      *                                  (police a resilier pour une
      *                                  demande recue ; nouveau client
      *                                  pour une demande emise -
      *                                  reprise dans l'accuse)
           05 HM-MAT              PIC X(6).
      *------------------------------------------ VEHICULE CONCERNE
      *                                  (0 ou blanc = vehicule 01)
           05 HM-SEQ-VEHICULE     PIC 9(2).
      *------------------------------------------ AUTRE ASSUREUR
      *                                  (demandeur ou destinataire)
           05 HM-ASSUREUR         PIC X(20).
      *------------------------------------------ POLICE CHEZ L'AUTRE
      *                                  ASSUREUR (nouvelle police pour
      *                                  une demande recue, police a
      *                                  resilier pour une demande
      *                                  emise)
           05 HM-POLICE           PIC X(12).
      *------------------------------------------ NOM DE L'ASSURE
           05 HM-NOM              PIC X(20).
      *------------------------------------------ DATE DE LA DEMANDE
      *                                  (AAAAMMJJ - date de reception
      *                                  par l'assureur resilie)
           05 HM-DATE-DEMANDE     PIC 9(8).
      *------------------------------------------ DATE D'EFFET DE LA
      *                                  RESILIATION (accuse, AAAAMMJJ)
           05 HM-DATE-EFFET       PIC 9(8).
      *------------------------------------------ REPONSE (accuse)
      *                                  O : resiliation acceptee
      *                                  R : resiliation refusee
           05 HM-STATUT           PIC X.
      *------------------------------------------ MOTIF DE REFUS
      *                                  01 : police inconnue
      *                                  02 : police de moins d'un an
      *                                  03 : demande incomplete
           05 HM-MOTIF            PIC X(2).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(20).
      *
      *----------------  FIN DE DESCRIPTION W-HAMON ---------------*
