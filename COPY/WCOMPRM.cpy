      *----------------------------------------------------------*
      *   ZONE DE COMMUNICATION AVEC PGMPARAM (PARAMETRES BATCH) *
      *----------------------------------------------------------*
       01  WS-COM-PARAM.
      *                                   'L' lire la valeur en
      *                                       vigueur a WS-PRM-DATE
      *                                   'T' tracer la valeur
      *                                       utilisee dans AUDITLOG
           05 WS-PRM-FONCTION        PIC X(1).
           05 WS-PRM-PROGRAMME       PIC X(8).
           05 WS-PRM-NOM             PIC X(12).
      *                                   date de reference
      *                                   (zero = date du jour)
           05 WS-PRM-DATE            PIC 9(8).
      *                                   nombre de chiffres attendus
           05 WS-PRM-LONGUEUR        PIC 99.
           05 WS-PRM-VALEUR          PIC X(20).
           05 WS-PRM-DATE-EFFET      PIC 9(8).
      *                                   origine de la valeur
      *                                   utilisee (fonction 'T')
           05 WS-PRM-SOURCE          PIC X(1).
               88 PRM-SOURCE-FICHIER     VALUE 'F'.
               88 PRM-SOURCE-PARM        VALUE 'P'.
               88 PRM-SOURCE-DEFAUT      VALUE 'D'.
      *                                   00 trouve / trace
      *                                   10 aucune valeur en vigueur
      *                                   20 valeur non numerique
      *                                   90 fichier indisponible
           05 WS-PRM-RETOUR          PIC 99.
               88 PRM-TROUVE             VALUE 00.
           05 FILLER                 PIC X(7).
