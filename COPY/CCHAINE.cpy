      *----------------------------------------------------------*
      *   DESCRIPTION D'UNE LIGNE DU FICHIER DATA/CHAINDEF        *
      *     (DEFINITION DE LA CHAINE DE NUIT LUE PAR CHAINRUN -  *
      *     LONG ENGT = 80, UNE ETAPE PAR LIGNE, DANS L'ORDRE    *
      *     D'EXECUTION ; '*' EN COLONNE 1 = COMMENTAIRE)        *
      *----------------------------------------------------------*
      *--------------------------------------------- PROGRAMME APPELE
           02 CHD-PROGRAMME      PIC X(8).
           02 FILLER             PIC X.
      *------------------------------------------ FREQUENCE
      *                                   Q : chaque nuit
      *                                   O : jours ouvres (DATA/
      *                                       FERIES via PGMCALEN)
      *                                   H : hebdomadaire
      *                                   M : mensuelle
           02 CHD-FREQUENCE      PIC X.
               88 CHD-QUOTIDIENNE        VALUE 'Q'.
               88 CHD-JOURS-OUVRES       VALUE 'O'.
               88 CHD-HEBDOMADAIRE       VALUE 'H'.
               88 CHD-MENSUELLE          VALUE 'M'.
           02 FILLER             PIC X.
      *------------------------------------------ JOUR D'EXECUTION
      *                                   Q : ignore
      *                                   O : blanc = tout jour
      *                                       ouvre, nn = nieme jour
      *                                       ouvre du mois, DR =
      *                                       dernier jour ouvre
      *                                   H : 01 (lundi) a 07
      *                                   M : 01 a 31 (ramene au
      *                                       dernier jour des mois
      *                                       plus courts)
           02 CHD-JOUR           PIC X(2).
               88 CHD-DERNIER-OUVRE      VALUE 'DR'.
           02 CHD-JOUR-N REDEFINES CHD-JOUR
                                 PIC 99.
           02 FILLER             PIC X.
      *------------------------------------------ CODE RETOUR D'ARRET
      *                                   (RETURN-CODE de l'etape a
      *                                   partir duquel la chaine
      *                                   s'arrete - blanc ou zero =
      *                                   16)
           02 CHD-RC-ARRET       PIC X(2).
           02 CHD-RC-ARRET-N REDEFINES CHD-RC-ARRET
                                 PIC 99.
           02 FILLER             PIC X.
      *------------------------------------------ PASSAGE D'UN PARM
      *                                   O : programme appele avec
      *                                       un PARM (USING, zone
      *                                       longueur + texte comme
      *                                       le PARM JCL)
      *                                   N : programme sans PARM
           02 CHD-AVEC-PARM      PIC X.
               88 CHD-PARM-ATTENDU       VALUE 'O'.
           02 FILLER             PIC X.
      *------------------------------------------ TEXTE DU PARM
           02 CHD-PARM           PIC X(40).
           02 FILLER             PIC X.
      *------------------------------------------ VOLUME DE L'ETAPE
      *                                   (fichier d'entree compte en
      *                                   debut de chaine, base de la
      *                                   prevision de fin de chaine)
      *                                   FMVTSE : WORK/MVTS.dat
      *                                   SINMVT : WORK/SINMVT.dat
      *                                   blanc  : duree moyenne
           02 CHD-VOLUME         PIC X(8).
               88 CHD-VOLUME-FMVTSE      VALUE 'FMVTSE'.
               88 CHD-VOLUME-SINMVT      VALUE 'SINMVT'.
               88 CHD-SANS-VOLUME        VALUE SPACES.
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(12).
      *
      *----------------  FIN DE DESCRIPTION CHAINDEF -------------*
