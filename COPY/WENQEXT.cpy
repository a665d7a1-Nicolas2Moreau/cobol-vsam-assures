      *----------------------------------------------------------*
      * WENQEXT.cpy - EXTRAIT POUR L'ENQUETE DE SATISFACTION     *
      *     (ENQEXT, LONG = 180)                                 *
      *     UN ENREGISTREMENT PAR SINISTRE REGLE DANS LA         *
      *     PERIODE, DEPOSE PAR ENQASSU DANS WORK/ENQEXT.dat A   *
      *     L'INTENTION DU PRESTATAIRE D'ENQUETE, AVEC LE SEUL   *
      *     CANAL DE CONTACT AUTORISE PAR L'ASSURE (CONTACTS)    *
      *----------------------------------------------------------*
       01  W-ENQEXT.
      *--------------------------------------------- REFERENCE
      *                                  (a reporter sur le retour,
      *                                  cf WENQRET.cpy)
           05 EX-REFERENCE.
               10 EX-MAT           PIC 9(6).
               10 EX-SIN-SEQ       PIC 9(4).
           05 EX-DATE-EXTRAIT     PIC 9(8).
      *--------------------------------------------- SINISTRE
           05 EX-DATE-SINISTRE    PIC 9(8).
           05 EX-DATE-REGLEMENT   PIC 9(8).
           05 EX-NATURE           PIC X(20).
           05 EX-REPARATEUR       PIC X(4).
           05 EX-NOM-REPARATEUR   PIC X(20).
      *------------------------------------------ CANAL DE CONTACT
      *                                  E : email (EX-EMAIL)
      *                                  T : telephone (EX-TELEPHONE)
      *                                  C : courrier (adresse)
           05 EX-CANAL            PIC X.
      *--------------------------------------------- IDENTITE
           05 EX-CIVILITE         PIC X.
           05 EX-NOM-PRE          PIC X(20).
           05 EX-EMAIL            PIC X(30).
           05 EX-TELEPHONE        PIC X(10).
           05 EX-RUE              PIC X(18).
           05 EX-CP               PIC 9(5).
           05 EX-VILLE            PIC X(12).
      *--------------------------------------------- RESTE ENGT
           05 FILLER              PIC X(5).
      *
      *----------------  FIN DE DESCRIPTION W-ENQEXT -------------*
