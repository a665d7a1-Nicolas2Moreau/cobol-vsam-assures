      *----------------------------------------------------------*
      *   ZONE DE COMMUNICATION AVEC PGMPERIO (CLOTURE DES       *
      *   PERIODES COMPTABLES)                                   *
      *----------------------------------------------------------*
       01  WS-COM-PERIODE.
      *                                   'C' controler la date
      *                                       WS-PER-DATE
      *                                   'J' journaliser la saisie
      *                                       tardive (TARDIFS)
           05 WS-PER-FONCTION        PIC X(1).
      *                                   compagnie (blanc = '1')
           05 WS-PER-CIE             PIC X(1).
      *                                   date portee par la saisie
      *                                   (zero = pas de date)
           05 WS-PER-DATE            PIC 9(8).
      *                                   'C' : la date elle-meme si
      *                                   sa periode est ouverte,
      *                                   sinon le premier jour de la
      *                                   premiere periode ouverte
           05 WS-PER-DATE-RETENUE    PIC 9(8).
      *                                   'C' : periode fermee
      *                                   rencontree (AAAAMM)
           05 WS-PER-PERIODE-FERMEE  PIC 9(6).
      *                                   'J' : objet de la saisie
      *                                   (cf CTARDIF)
           05 WS-PER-PROGRAMME       PIC X(8).
           05 WS-PER-ORIGINE         PIC X(8).
           05 WS-PER-NATURE          PIC X(1).
           05 WS-PER-CODE            PIC X(1).
           05 WS-PER-MAT             PIC X(6).
           05 WS-PER-VEHICULE        PIC 9(2).
           05 WS-PER-SIN-SEQ         PIC 9(4).
           05 WS-PER-TRAITEMENT      PIC X(1).
           05 WS-PER-MONTANT         PIC S9(7)V99.
      *                                   00 periode ouverte / trace
      *                                   01 periode fermee
      *                                   90 fichier indisponible
      *                                      (date laissee telle quelle)
      *                                   99 fonction inconnue
           05 WS-PER-RETOUR          PIC 99.
               88 PER-DATE-OUVERTE       VALUE 00.
               88 PER-DATE-FERMEE        VALUE 01.
           05 FILLER                 PIC X(10).
