      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER SINISTRE    *
      *     (FICHIER VSAM KSDS: LONG ENGT = 110 (LONG CLE = 10)  *
      *                                         (POSITION = 1)   *
      *     CLE = SIN-MAT + SIN-SEQ (plusieurs sinistres peuvent *
      *     etre enregistres pour un meme assure, un             *
      *     NET DE FRANCHISE (RESERVE EN FIN D'ENGT POUR LES     *
      *     BESOINS FUTURS) - LES FICHIERS EXISTANTS SONT A      *
      *     RECONSTRUIRE A LA NOUVELLE LONGUEUR                  *
      *     LONG PORTEE DE 87 A 110 LORS DE L'AJOUT DU           *
      *     GESTIONNAIRE ET DE LA DATE D'OUVERTURE (MEME         *
      *     RECONSTRUCTION DES FICHIERS EXISTANTS)               *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 SIN-MAT            PIC 9(6).
      *------------------------------------------ MONTANT DU SINISTRE
           02 SIN-MONTANT        PIC 9(6)V99.
      *------------------------------------------ ASSURE RESPONSABLE
      *                                           O : OUI (100 %)
      *                                           P : PARTAGEE (50 %,
      *                                           convention inter-
      *                                           compagnies)
      *                                           N : NON (0 %)
           02 SIN-RESP           PIC X.
      *------------------------------------------ COMMENTAIRE LIBRE
           02 SIN-COMMENT        PIC X(20).
      *                                           - blanc = pas de
      *                                           reparateur du reseau)
           02 SIN-REPARATEUR     PIC X(4).
      *------------------------------------------ PERTE TOTALE
      *                                           O : vehicule declare
      *                                           economiquement
      *                                           irreparable (cf PERTOT)
      *                                           ' ' : non
           02 SIN-PERTE-TOTALE   PIC X.
      *------------------------------------------ GESTIONNAIRE DU
      *                                           SINISTRE (identifiant
      *                                           WORK/USERS.dat, affecte
      *                                           a la creation par
      *                                           PGMGEST - blanc = non
      *                                           affecte)
           02 SIN-GESTIONNAIRE   PIC X(8).
      *------------------------------------------ DATE D'OUVERTURE DU
      *                                           DOSSIER (AAAAMMJJ -
      *                                           zero pour les
      *                                           sinistres anterieurs)
           02 SIN-DATE-OUVERTURE PIC 9(8).
      *------------------------------------------ REVUE ANTI-FRAUDE
      *                                           ' ' : aucune
      *                                           R : en revue (nom,
      *                                           adresse, reparateur
      *                                           ou tiers sur la liste
      *                                           de surveillance -
      *                                           hors bon a payer)
      *                                           L : soupcon leve
      *                                           C : soupcon confirme
      *                                           (decision SURASSU)
           02 SIN-REVUE-FRAUDE   PIC X.
      *------------------------------------------ CONTENTIEUX
      *                                           ' ' : aucun
      *                                           C : procedure en
      *                                           cours (dossier
      *                                           CONTENTX, transaction
      *                                           CTXA)
      *                                           T : procedure
      *                                           terminee (issue
      *                                           enregistree)
           02 SIN-CONTENTIEUX    PIC X.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(6).
      *
      *----------------  FIN DE DESCRIPTION SINISTRE -------------*
