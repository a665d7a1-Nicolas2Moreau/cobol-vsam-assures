      *----------------------------------------------------------*
      * WENQRET.cpy - RETOUR DE L'ENQUETE DE SATISFACTION        *
      *     (ENQRET, LONG = 40)                                  *
      *     UNE LIGNE PAR QUESTIONNAIRE REPONDU, DEPOSEE PAR LE  *
      *     PRESTATAIRE DANS WORK/ENQRET.dat ET CHARGEE PAR      *
      *     ENRASSU DANS ENQSAT - NOTES DE 00 A 10, A BLANC SI   *
      *     LA QUESTION N'A PAS ETE RENSEIGNEE                   *
      *----------------------------------------------------------*
       01  W-ENQRET.
      *--------------------------------------------- REFERENCE
      *                                  (cf EX-REFERENCE WENQEXT)
           05 RT-REFERENCE.
               10 RT-MAT           PIC X(6).
               10 RT-SIN-SEQ       PIC X(4).
           05 RT-DATE-REPONSE     PIC X(8).
      *--------------------------------------------- NOTES
      *                                  globale, rapidite du
      *                                  reglement, qualite du
      *                                  reparateur
           05 RT-NOTE-GLOBALE     PIC X(2).
           05 RT-NOTE-DELAI       PIC X(2).
           05 RT-NOTE-REPARATEUR  PIC X(2).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(16).
      *
      *----------------  FIN DE DESCRIPTION W-ENQRET -------------*
