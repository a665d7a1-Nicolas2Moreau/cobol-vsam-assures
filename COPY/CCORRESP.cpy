      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER CORRESP     *
      *     (FICHIER VSAM KSDS: LONG ENGT = 150 (LONG CLE = 11)  *
      *                                         (POSITION = 1)   *
      *     CLE = COR-MAT + COR-NUM - registre de tout document  *
      *     emis vers un client (numerote 00001, 00002... par    *
      *     matricule), tenu par le sous-programme PGMCORR       *
      *     appele par chaque programme de courrier ; le texte   *
      *     emis est conserve ligne a ligne dans CORRTXT sous la *
      *     meme cle (cf CCORRTXT.cpy), pour reedition a         *
      *     l'identique en duplicata (REIASSU)                   *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 COR-MAT            PIC X(6).
      *------------------------------------------ NUMERO DE DOCUMENT
           02 COR-NUM            PIC 9(5).
      *------------------------------------------ TYPE DE DOCUMENT
      *                              ASR : ACCUSE DE RECEPTION SINISTRE
      *                              RSO : REFUS DE SOUSCRIPTION
      *                              ATT : ATTESTATION D'ASSURANCE
      *                              NRN : PREAVIS DE NON-
      *                                    RENOUVELLEMENT
      *                              RFR : RELANCE DE FRANCHISE A
      *                                    RECUPERER (FRCASSU)
           02 COR-TYPE-DOC       PIC X(3).
      *------------------------------------------ PROGRAMME EMETTEUR
           02 COR-PROGRAMME      PIC X(8).
      *------------------------------------------ DATE ET HEURE D'EMISSION
      *                                   (AAAAMMJJ, HHMMSS)
           02 COR-DATE-EMISSION  PIC 9(8).
           02 COR-HEURE-EMISSION PIC 9(6).
      *------------------------------------------ CANAL D'ENVOI
      *                                           C : COURRIER POSTAL
      *                                           E : EMAIL
      *                                           S : SMS
      *                                           N : COURRIER POSTAL
      *                                               RETENU, ADRESSE
      *                                               EN RETOUR NPAI
      *                                               (CF PGMNPAI)
      *                                           D : RETENU, ASSURE
      *                                               DECEDE (CF
      *                                               PGMDECES)
           02 COR-CANAL          PIC X.
      *------------------------------------------ REFERENCE DU DOCUMENT
      *                                   (sinistre matricule/numero,
      *                                   ... selon le type)
           02 COR-REFERENCE      PIC X(12).
      *------------------------------------------ ADRESSE UTILISEE
           02 COR-ADRESSE.
               03 COR-NOM-PRE    PIC X(20).
               03 COR-RUE        PIC X(18).
               03 COR-CP         PIC 9(5).
               03 COR-VILLE      PIC X(12).
      *------------------------------------------ ADRESSE EMAIL (CANAL E)
           02 COR-EMAIL          PIC X(30).
      *------------------------------------------ TEXTE CONSERVE
      *                                   (lignes 001 a NB de CORRTXT
      *                                   sous la cle COR-MAT + COR-NUM)
           02 COR-NB-LIGNES      PIC 9(3).
      *------------------------------------------ DUPLICATAS EDITES
      *                                   (nombre, date du dernier)
           02 COR-NB-DUPLICATA   PIC 9(2).
           02 COR-DATE-DUPLICATA PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(3).
      *
      *----------------  FIN DE DESCRIPTION CORRESP --------------*
