      *----------------------------------------------------------*
      * WFVA.cpy - DECLARATION AU FICHIER DES VEHICULES ASSURES  *
      *     (FVA, LONG = 120)                                    *
      *     UN ENREGISTREMENT PAR EVENEMENT VEHICULE DU JOUR,    *
      *     EXTRAIT PAR FVAASSU (WORK/FVA.dat) ; LE MEME         *
      *     ENREGISTREMENT REVIENT DU FICHIER AVEC LA ZONE       *
      *     RETOUR RENSEIGNEE (WORK/FVAACK.dat), CHARGE PAR      *
      *     FVRASSU - LES REJETS ATTENDENT DANS WORK/FVAREJ.dat  *
      *     LEUR RENVOI (FVAASSU PARM RENVOI)                    *
      *----------------------------------------------------------*
       01  W-FVA.
      *--------------------------------------------- REFERENCE D'ENVOI
      *                                  (date d'extraction AAAAMMJJ +
      *                                  numero d'ordre dans l'envoi)
           05 FV-REFERENCE.
               10 FV-REF-DATE      PIC 9(8).
               10 FV-REF-NUMERO    PIC 9(6).
      *------------------------------------------ TYPE DE DECLARATION
      *                                  C : entree en assurance
      *                                  R : retrait (fin de garantie)
      *                                  S : suspension
      *                                  E : remise en vigueur
      *                                  T : changement de titulaire
           05 FV-TYPE             PIC X.
      *------------------------------------------ CODE MOUVEMENT
      *                                  D'ORIGINE (cf F-CODE)
           05 FV-CODE-ORIGINE     PIC X.
      *------------------------------------------ VEHICULE ASSURE
           05 FV-MAT              PIC X(6).
           05 FV-SEQ-VEHICULE     PIC 9(2).
           05 FV-CIE              PIC X.
           05 FV-TYPE-V           PIC X.
      *------------------------------------------ IDENTITE DE L'ASSURE
           05 FV-CIVILITE         PIC X.
           05 FV-NOM-PRE          PIC X(20).
           05 FV-RUE              PIC X(18).
           05 FV-CP               PIC 9(5).
           05 FV-VILLE            PIC X(12).
      *------------------------------------------ PERIODE DE GARANTIE
      *                                  (AAAAMMJJ - fin = date du
      *                                  retrait pour un 'R')
           05 FV-DATE-DEBUT       PIC 9(8).
           05 FV-DATE-FIN         PIC 9(8).
      *------------------------------------------ DATE DE L'EVENEMENT
           05 FV-DATE-MVT         PIC 9(8).
      *------------------------------------------ MATRICULE PRECEDENT
      *                                  (changement de titulaire avec
      *                                  nouveau matricule, sinon blanc)
           05 FV-MAT-PRECEDENT    PIC X(6).
      *------------------------------------------ ZONE RETOUR (blanc a
      *                                  l'envoi)
      *                                  A : accepte, R : rejete
           05 FV-ACK-STATUT       PIC X.
               88 FV-ACK-ACCEPTE      VALUE 'A'.
               88 FV-ACK-REJETE       VALUE 'R'.
      *                                  code rejet du fichier
           05 FV-ACK-CODE         PIC X(3).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(4).
      *
      *----------------  FIN DE DESCRIPTION W-FVA -----------------*
