      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER ALRSUIVI    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 200 (LONG CLE = 8)   *
      *                                         (POSITION = 1)   *
      *     CLE = ALR-NUMERO (un enregistrement par alerte       *
      *     deposee par PGMALERT dans WORK/ALERTS.dat, meme      *
      *     numero porte en fin de ligne ALERTS) - l'etat est    *
      *     tenu par la transaction ACQA (acquittement,          *
      *     resolution), l'escalade par ESCASSU et les chiffres  *
      *     hebdomadaires par ALSASSU.                           *
      *     L'enregistrement de cle zero est le compteur des     *
      *     numeros attribues (ALR-DERNIER-NUMERO).              *
      *----------------------------------------------------------*
      *--------------------------------------------- NUMERO D'ALERTE
           02 ALR-NUMERO         PIC 9(8).
      *------------------------------------------ PROGRAMME EMETTEUR
           02 ALR-PROGRAMME      PIC X(8).
      *------------------------------------------ COMPTEUR (CLE ZERO)
           02 ALR-DERNIER-NUMERO REDEFINES ALR-PROGRAMME
                                 PIC 9(8).
      *------------------------------------------ SEVERITE
      *                                   W : avertissement
      *                                   E : erreur
      *                                   F : fatale
           02 ALR-SEVERITE       PIC X.
               88 ALR-AVERTISSEMENT      VALUE 'W'.
               88 ALR-ERREUR             VALUE 'E'.
               88 ALR-FATALE             VALUE 'F'.
      *------------------------------------------ EMISSION (AAAAMMJJ,
      *                                   HHMMSS) ET MESSAGE
           02 ALR-DATE           PIC 9(8).
           02 ALR-HEURE          PIC 9(6).
           02 ALR-MESSAGE        PIC X(60).
      *------------------------------------------ ETAT DE L'ALERTE
      *                                   O : ouverte
      *                                   A : acquittee (prise en
      *                                   charge)
      *                                   R : resolue
           02 ALR-STATUT         PIC X.
               88 ALR-OUVERTE            VALUE 'O'.
               88 ALR-ACQUITTEE          VALUE 'A'.
               88 ALR-RESOLUE            VALUE 'R'.
      *------------------------------------------ ACQUITTEMENT
      *                                   (utilisateur SGNA, date,
      *                                   heure - zero/blanc tant
      *                                   que l'alerte est ouverte)
           02 ALR-ACQ-USER       PIC X(8).
           02 ALR-ACQ-DATE       PIC 9(8).
           02 ALR-ACQ-HEURE      PIC 9(6).
      *------------------------------------------ RESOLUTION
           02 ALR-RES-USER       PIC X(8).
           02 ALR-RES-DATE       PIC 9(8).
           02 ALR-RES-HEURE      PIC 9(6).
      *------------------------------------------ COMMENTAIRE DU
      *                                   DERNIER INTERVENANT
           02 ALR-COMMENTAIRE    PIC X(40).
      *------------------------------------------ ESCALADE AU
      *                                   SUPERVISEUR (ESCASSU -
      *                                   zero = non escaladee)
           02 ALR-ESC-DATE       PIC 9(8).
           02 ALR-ESC-HEURE      PIC 9(6).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(10).
      *
      *----------------  FIN DE DESCRIPTION ALRSUIVI -------------*
