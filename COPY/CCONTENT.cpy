      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER CONTENTX    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 160 (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = CTX-MAT + CTX-SIN-SEQ (un dossier contentieux  *
      *     par sinistre en procedure - cf SIN-MAT/SIN-SEQ       *
      *     SINISTRE, ou SIN-CONTENTIEUX le signale) - saisi et  *
      *     mis a jour en ligne par la transaction CTXA, agenda  *
      *     des audiences edite par AGDASSU                      *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 CTX-MAT            PIC 9(6).
      *------------------------------------------ NUMERO DE SINISTRE
      *                                           (cf SIN-SEQ SINISTRE)
           02 CTX-SIN-SEQ        PIC 9(4).
      *------------------------------------------ AVOCAT CHARGE DU
      *                                           DOSSIER
           02 CTX-AVOCAT         PIC X(20).
      *------------------------------------------ JURIDICTION SAISIE
           02 CTX-JURIDICTION    PIC X(20).
      *------------------------------------------ DATE D'OUVERTURE DU
      *                                           DOSSIER (AAAAMMJJ)
           02 CTX-DATE-OUVERTURE PIC 9(8).
      *------------------------------------------ PROCHAINE AUDIENCE
      *                                   (AAAAMMJJ et HHMM - zero =
      *                                   aucune audience fixee)
           02 CTX-DATE-AUDIENCE  PIC 9(8).
           02 CTX-HEURE-AUDIENCE PIC 9(4).
      *------------------------------------------ DERNIERE AUDIENCE
      *                                   TENUE (AAAAMMJJ) ET NOMBRE
      *                                   D'AUDIENCES TENUES
           02 CTX-DATE-DERN-AUDIENCE PIC 9(8).
           02 CTX-NB-AUDIENCES   PIC 9(2).
      *------------------------------------------ MONTANT RECLAME PAR
      *                                           LA PARTIE ADVERSE
           02 CTX-MONTANT-RECLAME PIC 9(7)V99.
      *------------------------------------------ PROVISION CONSTITUEE
      *                                   PAR LA COMPAGNIE (risque de
      *                                   condamnation estime)
           02 CTX-PROVISION      PIC 9(7)V99.
      *------------------------------------------ FRAIS DE PROCEDURE
      *                                   PAYES (honoraires, frais
      *                                   d'huissier... - cumul)
           02 CTX-FRAIS          PIC 9(7)V99.
      *------------------------------------------ ISSUE DE LA PROCEDURE
      *                                           ' ' : en cours
      *                                           G : gagnee (adversaire
      *                                               deboute)
      *                                           P : perdue
      *                                               (condamnation)
      *                                           T : transaction
      *                                           D : desistement
      *                                               adverse
           02 CTX-ISSUE          PIC X.
               88 CTX-EN-COURS       VALUE ' '.
               88 CTX-ISSUE-VALIDE   VALUE 'G' 'P' 'T' 'D'.
      *------------------------------------------ DATE DE L'ISSUE
      *                                   (AAAAMMJJ, 0 = en cours)
           02 CTX-DATE-ISSUE     PIC 9(8).
      *------------------------------------------ MONTANT DE L'ISSUE
      *                                   (condamnation ou transaction
      *                                   a la charge de la compagnie)
           02 CTX-MONTANT-ISSUE  PIC 9(7)V99.
      *------------------------------------------ DERNIERE MISE A JOUR
      *                                   (gestionnaire signe SGNA,
      *                                   date AAAAMMJJ)
           02 CTX-USER           PIC X(8).
           02 CTX-DATE-MAJ       PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(9).
      *
      *----------------  FIN DE DESCRIPTION CONTENTX -------------*
