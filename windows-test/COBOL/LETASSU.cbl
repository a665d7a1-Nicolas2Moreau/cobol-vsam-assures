      *               renseignee => canal EMAIL, sinon courrier        *
      *               postal (la lettre reste editee dans les deux     *
      *               cas, seul l'acheminement change)                 *
      *   2026-10-15  inscription de chaque lettre au registre des     *
      *               courriers (PGMCORR) avec son texte, pour         *
      *               reedition en duplicata (REIASSU)                 *
      *   2026-10-15  canal choisi par PGMNOTIF (email, a defaut SMS,  *
      *               a defaut courrier ; adresses rejetees par le     *
      *               prestataire ecartees) - l'avis electronique      *
      *               ACCUSSIN est depose dans WORK/NOTIFS.dat         *
      *   2026-10-15  lettre papier vers une adresse en retour NPAI   *
      *               retenue par le registre (canal N, PGMNPAI) :    *
      *               comptee, non mise sous pli par IMPASSU          *
      *   2026-10-15  lettre a un assure decede (matricule gele,      *
      *               PGMDECES) retenue par le registre (canal D) :   *
      *               comptee, ni envoyee ni mise sous pli            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURRIER.

       DATA DIVISION.
       FILE SECTION.

           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
       FD  F-COURRIER.
       01  FS-COURRIER-REC         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-SINJOUR                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-COURRIER               PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-SINJOUR-OUVERT         PIC X VALUE 'N'.
           88 SINJOUR-OUVERT             VALUE 'O'.

      * Canal d'envoi (sous-programme partage PGMNOTIF, consentements
      * du fichier CONTACTS)
       01  WS-NOM-PGMNOTIF           PIC X(8) VALUE 'PGMNOTIF'.
       01  WS-COM-NOTIF.
           05 WS-NTF-FONCTION        PIC X(1).
           05 WS-NTF-MAT             PIC X(6).
           05 WS-NTF-MODELE          PIC X(8).
           05 WS-NTF-PROGRAMME       PIC X(8).
           05 WS-NTF-VARIABLES.
               10 WS-NTF-VAR         PIC X(20) OCCURS 4 TIMES.
           05 WS-NTF-CANAL           PIC X(1).
           05 WS-NTF-ADRESSE         PIC X(30).
           05 WS-NTF-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Compteurs
       01  WS-NB-LETTRES             PIC 9(5) VALUE 0.
       01  WS-NB-SANS-ADRESSE        PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-EMAIL         PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-SMS           PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-COURRIER      PIC 9(5) VALUE 0.
       01  WS-NB-NON-ARCHIVEES       PIC 9(5) VALUE 0.
       01  WS-NB-RETENUES-NPAI       PIC 9(5) VALUE 0.
       01  WS-NB-RETENUES-DECES      PIC 9(5) VALUE 0.

      * Registre des courriers (sous-programme partage PGMCORR)
       01  WS-NOM-PGMCORR            PIC X(8) VALUE 'PGMCORR'.
       01  WS-COM-CORR.
           05 WS-COR-FONCTION        PIC X(1).
           05 WS-COR-MAT             PIC X(6).
           05 WS-COR-NUM             PIC 9(5).
           05 WS-COR-TYPE-DOC        PIC X(3).
           05 WS-COR-PROGRAMME       PIC X(8).
           05 WS-COR-CANAL           PIC X(1).
           05 WS-COR-REFERENCE       PIC X(12).
           05 WS-COR-ADRESSE.
               10 WS-COR-NOM-PRE     PIC X(20).
               10 WS-COR-RUE         PIC X(18).
               10 WS-COR-CP          PIC 9(5).
               10 WS-COR-VILLE       PIC X(12).
           05 WS-COR-EMAIL           PIC X(30).
           05 WS-COR-LIGNE           PIC X(80).
           05 WS-COR-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).
       01  WS-COR-ARCHIVEE           PIC X VALUE 'N'.
           88 COR-ARCHIVEE               VALUE 'O'.

      * Corps de la lettre
       01  WS-LIG-SEPARATION         PIC X(80) VALUE ALL '-'.
           DISPLAY 'LETTRES EDITEES      : ' WS-NB-LETTRES
           DISPLAY 'SANS ADRESSE         : ' WS-NB-SANS-ADRESSE
           DISPLAY 'CANAL EMAIL          : ' WS-NB-CANAL-EMAIL
           DISPLAY 'CANAL SMS            : ' WS-NB-CANAL-SMS
           DISPLAY 'CANAL COURRIER       : ' WS-NB-CANAL-COURRIER
           DISPLAY 'NON ARCHIVEES        : ' WS-NB-NON-ARCHIVEES
           DISPLAY 'RETENUES NPAI        : ' WS-NB-RETENUES-NPAI
           DISPLAY 'RETENUES DECES       : ' WS-NB-RETENUES-DECES
           DISPLAY '========================================'
           GOBACK.

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Traitement d'un sinistre du run                                *
           END-READ
           MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES

      * Canal choisi avant edition : il est note au registre
           MOVE SIN-MAT IN W-SINISTRE TO WS-REF-MAT
           MOVE SIN-SEQ IN W-SINISTRE TO WS-REF-SEQ
           MOVE SIN-DATE IN W-SINISTRE TO WS-DET-DATE
           MOVE SIN-SEQ-VEHICULE IN W-SINISTRE TO WS-DET-VEHIC
           MOVE SIN-NATURE IN W-SINISTRE TO WS-DET-NATURE
           PERFORM 22000-CHOISIR-CANAL
           PERFORM 23000-OUVRIR-ARCHIVE

           MOVE WS-LIG-SEPARATION TO FS-COURRIER-REC
           WRITE FS-COURRIER-REC

           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-ADR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE WS-LIG-OBJET TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           MOVE WS-LIG-REFERENCE TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           MOVE WS-LIG-DETAIL TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS1 TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS2 TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE
           MOVE WS-DATE-JOUR TO WS-EDI-DATE
           MOVE WS-LIG-EDITION TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           MOVE WS-LIG-CANAL TO FS-COURRIER-REC
           PERFORM 23100-ECRIRE-LIGNE

           PERFORM 23200-FERMER-ARCHIVE
           ADD 1 TO WS-NB-LETTRES
           .
       FIN-21000-EDITER-LETTRE.
           EXIT.

      * Choix du canal d'envoi par PGMNOTIF : email, a defaut SMS     *
      * (consentement et adresse valide dans CONTACTS), l'avis         *
      * ACCUSSIN etant alors depose pour le prestataire ; sinon        *
      * courrier postal. Variables de l'avis : reference, date de      *
      * l'accident, vehicule, nature                                   *

       22000-CHOISIR-CANAL.
           MOVE SPACES TO WS-COM-NOTIF
           MOVE 'N' TO WS-NTF-FONCTION
           MOVE SIN-MAT IN W-SINISTRE TO WS-NTF-MAT
           MOVE 'ACCUSSIN' TO WS-NTF-MODELE
           MOVE 'LETASSU' TO WS-NTF-PROGRAMME
           MOVE WS-LIG-REFERENCE(24:11) TO WS-NTF-VAR(1)
           MOVE WS-DET-DATE TO WS-NTF-VAR(2)
           MOVE WS-DET-VEHIC TO WS-NTF-VAR(3)
           MOVE WS-DET-NATURE TO WS-NTF-VAR(4)
           CALL WS-NOM-PGMNOTIF USING WS-COM-NOTIF
           MOVE WS-NTF-ADRESSE TO WS-CAN-EMAIL
           EVALUATE WS-NTF-CANAL
               WHEN 'E'
                   MOVE 'EMAIL    ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-EMAIL
               WHEN 'S'
                   MOVE 'SMS      ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-SMS
               WHEN OTHER
                   MOVE 'C' TO WS-NTF-CANAL
                   MOVE 'COURRIER ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-COURRIER
           END-EVALUATE
           .

      * Inscription de la lettre au registre des courriers : type     *
      * ASR, reference du sinistre, adresse et canal utilises -        *
      * registre indisponible = lettre editee mais non archivee        *

       23000-OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-COM-CORR
           MOVE 'O' TO WS-COR-FONCTION
           MOVE SIN-MAT IN W-SINISTRE TO WS-COR-MAT
           MOVE 'ASR' TO WS-COR-TYPE-DOC
           MOVE 'LETASSU' TO WS-COR-PROGRAMME
           MOVE WS-NTF-CANAL TO WS-COR-CANAL
           MOVE WS-LIG-REFERENCE(24:11) TO WS-COR-REFERENCE
           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-COR-NOM-PRE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-COR-RUE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-COR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-COR-VILLE
           MOVE WS-CAN-EMAIL TO WS-COR-EMAIL
           CALL WS-NOM-PGMCORR USING WS-COM-CORR
           IF WS-COR-RETOUR = 00
               SET COR-ARCHIVEE TO TRUE
               IF WS-COR-CANAL = 'N'
                   ADD 1 TO WS-NB-RETENUES-NPAI
               END-IF
               IF WS-COR-CANAL = 'D'
                   ADD 1 TO WS-NB-RETENUES-DECES
               END-IF
           ELSE
               MOVE 'N' TO WS-COR-ARCHIVEE
               ADD 1 TO WS-NB-NON-ARCHIVEES
           END-IF
           .

      * Ligne de la lettre : edition et conservation du texte          *

       23100-ECRIRE-LIGNE.
           WRITE FS-COURRIER-REC
           IF COR-ARCHIVEE
               MOVE 'L' TO WS-COR-FONCTION
               MOVE FS-COURRIER-REC TO WS-COR-LIGNE
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

       23200-FERMER-ARCHIVE.
           IF COR-ARCHIVEE
               MOVE 'F' TO WS-COR-FONCTION
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

           CLOSE F-SINISTRE
           CLOSE F-ASSURES
           CLOSE F-COURRIER
           .
