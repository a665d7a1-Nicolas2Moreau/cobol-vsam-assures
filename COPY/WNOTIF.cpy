      *----------------------------------------------------------*
      * WNOTIF.cpy - NOTIFICATION EMAIL / SMS A UN ASSURE        *
      *     (LONG = 170)                                         *
      *     UN ENREGISTREMENT PAR AVIS A ENVOYER, DEPOSE PAR LE  *
      *     SOUS-PROGRAMME PGMNOTIF DANS WORK/NOTIFS.dat POUR LE *
      *     PRESTATAIRE D'ENVOI ; LE MEME ENREGISTREMENT REVIENT *
      *     AVEC LA ZONE RETOUR RENSEIGNEE (WORK/NOTIFRET.dat),  *
      *     CHARGE PAR NTRASSU                                   *
      *----------------------------------------------------------*
       01  W-NOTIF.
      *--------------------------------------------- IDENTIFIANT
      *                                  (date et heure HHMMSSCC de
      *                                  depot + numero d'ordre dans
      *                                  le run du programme emetteur)
           05 NTF-ID.
               10 NTF-DATE         PIC 9(8).
               10 NTF-HEURE        PIC 9(8).
               10 NTF-SEQ          PIC 9(4).
      *------------------------------------------ DESTINATAIRE
           05 NTF-MAT             PIC X(6).
      *------------------------------------------ CANAL
      *                                  E : email
      *                                  S : SMS
           05 NTF-CANAL           PIC X.
      *------------------------------------------ ADRESSE EMAIL OU
      *                                  NUMERO MOBILE (CONTACTS)
           05 NTF-ADRESSE         PIC X(30).
      *------------------------------------------ MODELE DE MESSAGE
      *                                  ACCUSSIN : accuse reception
      *                                             sinistre
      *                                  RELECHEA : rappel d'echeance
      *                                  RELPIECE : piece justificative
      *                                             attendue
      *                                  INCPAIE  : incident de
      *                                             paiement
      *                                  ATTESTAT : attestation
      *                                             d'assurance
      *                                  RELFRANC : franchise a
      *                                             regler
           05 NTF-MODELE          PIC X(8).
      *------------------------------------------ PROGRAMME EMETTEUR
           05 NTF-PROGRAMME       PIC X(8).
      *------------------------------------------ VARIABLES DU MODELE
      *                                  (dans l'ordre du modele,
      *                                  cf programme emetteur)
           05 NTF-VARIABLES.
               10 NTF-VAR          PIC X(20) OCCURS 4 TIMES.
      *------------------------------------------ RETOUR PRESTATAIRE
      *                                  (blanc a l'envoi)
      *                                  DL : remis
      *                                  HB : email en echec definitif
      *                                  SB : email en echec temporaire
      *                                  NI : numero mobile invalide
      *                                  NR : SMS non remis (autre)
           05 NTF-STATUT          PIC X(2).
           05 NTF-DATE-RETOUR     PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(7).
      *
      *----------------  FIN DE DESCRIPTION W-NOTIF ---------------*
