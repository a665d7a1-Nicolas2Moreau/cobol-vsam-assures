      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER ASSEXT      *
      *     (FICHIER VSAM KSDS: LONG ENGT = 400 (LONG CLE = 8)   *
      *                                         (POSITION = 1)   *
      *     CLE = AX-MAT + AX-SEQ-VEHICULE (meme cle que         *
      *     MAT-A4 + SEQ-VEHICULE-A4 de ASSURES3, un             *
      *     enregistrement au plus par vehicule) - extension de  *
      *     ASSURES3 : les nouveaux attributs de police y sont   *
      *     portes en segments types et versionnes, sans         *
      *     changer la longueur de ASSURES3 ni de ses extraits.  *
      *     Lu et ecrit avec ASSURES3 dans le meme appel par     *
      *     PGMVSAM/PGMDB2 (nom de fichier 'ASSUREXT', zone      *
      *     W-ASSEXT en second parametre)                        *
      *----------------------------------------------------------*
      *--------------------------------------------- VEHICULE
      *                                   (cf MAT-A4/SEQ-VEHICULE-A4)
           02 AX-CLE.
               03 AX-MAT          PIC 9(6).
               03 AX-SEQ-VEHICULE PIC 9(2).
      *------------------------------------------ VERSION DU DESSIN
      *                                   01 : dessin ci-dessous
           02 AX-VERSION-DESSIN  PIC 9(2).
      *------------------------------------------ DATE DERNIERE MAJ
      *                                           (AAAAMMJJ)
           02 AX-DATE-MAJ        PIC 9(8).
      *------------------------------------------ NOMBRE DE SEGMENTS
      *                                   (00 a 10, segments ranges
      *                                   en tete de table)
           02 AX-NB-SEGMENTS     PIC 9(2).
      *------------------------------------------ SEGMENTS D'ATTRIBUT
      *                                   TYPE    : code attribut
      *                                             (un type au plus
      *                                             par vehicule)
      *                                   VERSION : version du
      *                                             contenu du type
      *                                   FORMAT  : A alphanumerique
      *                                             N numerique
      *                                             D date AAAAMMJJ
      *                                   NOMINATIF : O = donnee
      *                                             personnelle,
      *                                             effacee par
      *                                             RGPDASSU
      *                                   LONGUEUR : longueur utile
      *                                             de la valeur
           02 AX-SEGMENT OCCURS 10 TIMES.
               03 AX-SEG-TYPE     PIC X(4).
               03 AX-SEG-VERSION  PIC 9(2).
               03 AX-SEG-FORMAT   PIC X.
                   88 AX-SEG-ALPHA       VALUE 'A'.
                   88 AX-SEG-NUMERIQUE   VALUE 'N'.
                   88 AX-SEG-DATE        VALUE 'D'.
               03 AX-SEG-NOMINATIF PIC X.
                   88 AX-SEG-A-EFFACER   VALUE 'O'.
               03 AX-SEG-LONGUEUR PIC 9(2).
               03 AX-SEG-VALEUR   PIC X(26).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(20).
      *
      *----------------  FIN DE DESCRIPTION ASSEXT ---------------*
