      *----------------------------------------------------------*
      *   DESCRIPTION D'UN ENREGISTREMENT DE WORK/PARAMBAT.dat   *
      *     (REFERENTIEL DES PARAMETRES BATCH - KSDS, LONG = 100)*
      *     UNE VALEUR PAR PROGRAMME, PARAMETRE ET DATE D'EFFET :*
      *     LA VALEUR EN VIGUEUR UNE NUIT DONNEE EST CELLE DE LA *
      *     PLUS RECENTE DATE D'EFFET NE DEPASSANT PAS CETTE     *
      *     NUIT. TENU PAR LA TRANSACTION PRMA, LU PAR PGMPARAM. *
      *----------------------------------------------------------*
      *--------------------------------------------- CLE
           02 PRM-CLE.
               03 PRM-PROGRAMME  PIC X(8).
      *                                   nom du mot-cle PARM sans
      *                                   le '=' (ex : SEUILANO)
               03 PRM-NOM        PIC X(12).
               03 PRM-DATE-EFFET PIC 9(8).
      *------------------------------------------ VALEUR
      *                                   chiffres cadres a gauche,
      *                                   meme format que le PARM
           02 PRM-VALEUR         PIC X(20).
      *------------------------------------------ DERNIERE MISE A JOUR
           02 PRM-MAJ-USER       PIC X(8).
           02 PRM-MAJ-DATE       PIC 9(8).
           02 PRM-MAJ-HEURE      PIC 9(6).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(30).
      *
      *----------------  FIN DE DESCRIPTION PARAMBAT -------------*
