      *----------------------------------------------------------*
      *   CATALOGUE DES PARAMETRES BATCH ADMIS DANS PARAMBAT     *
      *     PROGRAMME(8) PARAMETRE(12) NOMBRE DE CHIFFRES(2)     *
      *     (meme format que le mot-cle PARM correspondant)      *
      *----------------------------------------------------------*
       01  WS-CATALOGUE-PARAM.
           05 FILLER PIC X(22) VALUE 'MAJASSV2SEUILANO    06'.
           05 FILLER PIC X(22) VALUE 'MAJASSV2SEUILPCT    02'.
           05 FILLER PIC X(22) VALUE 'MAJASSV2HOLDPCT     02'.
           05 FILLER PIC X(22) VALUE 'MAJASSV2HOLDABS     08'.
           05 FILLER PIC X(22) VALUE 'MAJASSV2QUARSEUIL   06'.
           05 FILLER PIC X(22) VALUE 'MAJASSV2QUARSEUILPCT02'.
           05 FILLER PIC X(22) VALUE 'CHNASSU SEUIL       03'.
           05 FILLER PIC X(22) VALUE 'FIDASSU SEUIL       02'.
           05 FILLER PIC X(22) VALUE 'CHRASSU ANNEES      02'.
           05 FILLER PIC X(22) VALUE 'CHRASSU SEUIL       02'.
           05 FILLER PIC X(22) VALUE 'FRDASSU FREQNB      01'.
           05 FILLER PIC X(22) VALUE 'FRDASSU FREQJOURS   03'.
           05 FILLER PIC X(22) VALUE 'CATASSU RETENTION   02'.
       01  WS-CATALOGUE-PARAM-R REDEFINES WS-CATALOGUE-PARAM.
           05 WS-CAT-ENTREE OCCURS 13 TIMES.
               10 WS-CAT-PROGRAMME   PIC X(8).
               10 WS-CAT-NOM         PIC X(12).
               10 WS-CAT-LONGUEUR    PIC 99.
       01  WS-NB-CATALOGUE           PIC 99 VALUE 13.
