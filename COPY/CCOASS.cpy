      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER COASSUR     *
      *     (FICHIER SEQUENTIEL LIGNE : LONG ENGT = 43)          *
      *     UNE LIGNE PAR COASSUREUR PARTENAIRE D'UN COMPTE      *
      *     COASSURE - LE COMPTE EST UNE FLOTTE (IDENTIFIANT DE  *
      *     WORK/FLOTTES.dat, CF FLOASSU) OU UN MATRICULE SEUL ; *
      *     UN MATRICULE DECLARE EN PROPRE L'EMPORTE SUR SA      *
      *     FLOTTE. NOTRE PART EST LE COMPLEMENT A 100 DES PARTS *
      *     DES PARTENAIRES ; SANS PARTENAIRE APERITEUR C'EST    *
      *     NOUS QUI APERITONS (ENCAISSEMENT DE 100% DE LA PRIME *
      *     ET REGLEMENT DE 100% DES SINISTRES).                 *
      *     TENU PAR COAASSU, LU PAR COAASSU ET LOSASSU.         *
      *----------------------------------------------------------*
      *--------------------------------------------- COMPTE
      *                                  F : flotte
      *                                  M : matricule
           02 COA-CLE-COMPTE.
               03 COA-TYPE-COMPTE    PIC X.
                   88 COA-COMPTE-FLOTTE  VALUE 'F'.
                   88 COA-COMPTE-MAT     VALUE 'M'.
               03 COA-COMPTE         PIC X(6).
           02 FILLER                 PIC X.
      *--------------------------------------------- PARTENAIRE
           02 COA-CIE                PIC X(6).
           02 FILLER                 PIC X.
           02 COA-NOM-CIE            PIC X(20).
           02 FILLER                 PIC X.
      *------------------------------------------ PART EN % (3V2)
           02 COA-PART               PIC 9(3)V99.
           02 FILLER                 PIC X.
      *------------------------------------------ APERITEUR O/N
           02 COA-APERITEUR          PIC X.
               88 COA-EST-APERITEUR      VALUE 'O'.
      *
      *----------------  FIN DE DESCRIPTION COASSUR ---------------*
