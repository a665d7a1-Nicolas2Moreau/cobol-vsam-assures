       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNOTIF.

      * NOTIFICATIONS EMAIL / SMS - Sous-programme partage appele par  *
      * les programmes qui avisent un assure (accuse de reception de   *
      * sinistre, rappel d'echeance, piece attendue, incident de       *
      * paiement, attestation d'assurance). Le canal est choisi        *
      * d'apres le fichier CONTACTS :                                  *
      *   - EMAIL si CT-CONS-EMAIL = 'O', CT-EMAIL renseigne et non    *
      *     rejete (CT-ETAT-EMAIL)                                     *
      *   - sinon SMS si CT-CONS-TEL = 'O', CT-MOBILE renseigne et non *
      *     rejete (CT-ETAT-MOBILE)                                    *
      *   - sinon papier : rien n'est depose, l'appelant garde son     *
      *     envoi postal habituel                                      *
      * L'avis (cf WNOTIF.cpy) est ajoute a WORK/NOTIFS.dat, fichier   *
      * remis au prestataire d'envoi ; ses retours sont charges par    *
      * NTRASSU. Les fichiers sont ouverts au premier appel puis       *
      * gardes ouverts ; CONTACTS absent = tout papier. Aucun avis     *
      * n'est adresse a un assure decede (matricule gele, PGMDECES).   *
      * Fonctions (LS-NTF-FONCTION) :                                  *
      *   'N' : notifier LS-NTF-MAT avec le modele LS-NTF-MODELE et    *
      *         ses variables ; canal et adresse retenus rendus dans   *
      *         LS-NTF-CANAL (E, S ou C papier) et LS-NTF-ADRESSE      *
      * Codes retour (LS-NTF-RETOUR) :                                 *
      *   00 : avis depose (canal E ou S)                              *
      *   02 : fonction inconnue                                       *
      *   04 : pas de canal electronique utilisable - envoi papier     *
      *   07 : assure decede - aucun avis, le courrier papier eventuel *
      *        est retenu par le registre des courriers (PGMCORR)      *
      *   99 : fichier des avis inaccessible - envoi papier            *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CONTACTS-KEY
               FILE STATUS IS FS-CONTACTS.

      * Avis a remettre au prestataire - cumul des runs de la journee
           SELECT F-NOTIFS ASSIGN TO "WORK/NOTIFS.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIFS.

       DATA DIVISION.
       FILE SECTION.

       FD  F-CONTACTS.
       01  FS-CONTACTS-REC.
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

       FD  F-NOTIFS.
       01  FS-NOTIFS-REC           PIC X(170).

       WORKING-STORAGE SECTION.

       01  FS-CONTACTS             PIC XX.
       01  FS-NOTIFS               PIC XX.

       01  W-CONTACT.
           COPY CCONTACT.

           COPY WNOTIF.

      * Etat des fichiers (ouverts au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-CONTACTS-OUVERT      PIC X VALUE 'N'.
           88 CONTACTS-OUVERT          VALUE 'O'.
       01  WS-NOTIFS-OUVERT        PIC X VALUE 'N'.
           88 NOTIFS-OUVERT            VALUE 'O'.

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-SEQ-AVIS             PIC 9(4) VALUE 0.

      * Matricule gele par un dossier de deces (sous-programme partage
      * PGMDECES)
       01  WS-NOM-PGMDECES         PIC X(8) VALUE 'PGMDECES'.
       01  WS-COM-DECES.
           05 WS-DCD-FONCTION      PIC X(1).
           05 WS-DCD-MAT           PIC X(6).
           05 WS-DCD-ETAT          PIC X(1).
           05 WS-DCD-DATE-DECES    PIC 9(8).
           05 WS-DCD-DATE-SIGNAL   PIC 9(8).
           05 WS-DCD-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       LINKAGE SECTION.

       01  LS-NOTIFICATION.
           05 LS-NTF-FONCTION      PIC X(1).
           05 LS-NTF-MAT           PIC X(6).
           05 LS-NTF-MODELE        PIC X(8).
           05 LS-NTF-PROGRAMME     PIC X(8).
           05 LS-NTF-VARIABLES.
               10 LS-NTF-VAR       PIC X(20) OCCURS 4 TIMES.
           05 LS-NTF-CANAL         PIC X(1).
           05 LS-NTF-ADRESSE       PIC X(30).
           05 LS-NTF-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-NOTIFICATION.

      * Programme principal                                           *

       MAIN-PGMNOTIF.
           MOVE 00 TO LS-NTF-RETOUR
           MOVE 'C' TO LS-NTF-CANAL
           MOVE SPACES TO LS-NTF-ADRESSE
           IF PREMIER-APPEL
               PERFORM OUVRIR-FICHIERS
           END-IF

           EVALUATE LS-NTF-FONCTION
               WHEN 'N'
                   PERFORM VERIFIER-DECES
                   IF LS-NTF-RETOUR = 00
                       PERFORM CHOISIR-CANAL
                       IF LS-NTF-CANAL NOT = 'C'
                           PERFORM DEPOSER-AVIS
                       ELSE
                           MOVE 04 TO LS-NTF-RETOUR
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 02 TO LS-NTF-RETOUR
           END-EVALUATE
           GOBACK.

      * Ouverture au premier appel : CONTACTS en lecture, fichier des  *
      * avis en ajout (cree s'il n'existe pas encore)                  *

       OUVRIR-FICHIERS.
           MOVE 'N' TO WS-PREMIER-APPEL
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN INPUT F-CONTACTS
           IF FS-CONTACTS = '00'
               SET CONTACTS-OUVERT TO TRUE
           ELSE
               DISPLAY 'PGMNOTIF - CONTACTS ABSENT - ENVOIS PAPIER'
           END-IF
           OPEN EXTEND F-NOTIFS
           IF FS-NOTIFS NOT = '00'
               OPEN OUTPUT F-NOTIFS
           END-IF
           IF FS-NOTIFS = '00'
               SET NOTIFS-OUVERT TO TRUE
           ELSE
               DISPLAY 'PGMNOTIF - ERREUR OUVERTURE NOTIFS ' FS-NOTIFS
           END-IF
           .

      * Assure decede : pas d'avis                                     *

       VERIFIER-DECES.
           MOVE SPACES TO WS-COM-DECES
           MOVE 'V' TO WS-DCD-FONCTION
           MOVE LS-NTF-MAT TO WS-DCD-MAT
           CALL WS-NOM-PGMDECES USING WS-COM-DECES
           IF WS-DCD-RETOUR = 05
               MOVE 07 TO LS-NTF-RETOUR
           END-IF
           .

      * Canal : email, a defaut SMS, a defaut papier                   *

       CHOISIR-CANAL.
           IF CONTACTS-OUVERT AND LS-NTF-MAT IS NUMERIC
               MOVE LS-NTF-MAT TO FS-CONTACTS-KEY
               READ F-CONTACTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-CONTACTS-REC TO W-CONTACT
                       IF CT-CONS-EMAIL OF W-CONTACT = 'O'
                               AND CT-EMAIL OF W-CONTACT NOT = SPACES
                               AND NOT CT-EMAIL-REJETE OF W-CONTACT
                           MOVE 'E' TO LS-NTF-CANAL
                           MOVE CT-EMAIL OF W-CONTACT TO LS-NTF-ADRESSE
                       ELSE
                           IF CT-CONS-TEL OF W-CONTACT = 'O'
                                 AND CT-MOBILE OF W-CONTACT NOT = SPACES
                                 AND NOT CT-MOBILE-REJETE OF W-CONTACT
                               MOVE 'S' TO LS-NTF-CANAL
                               MOVE CT-MOBILE OF W-CONTACT
                                   TO LS-NTF-ADRESSE
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

      * Depot de l'avis pour le prestataire                            *

       DEPOSER-AVIS.
           IF NOT NOTIFS-OUVERT
               MOVE 'C' TO LS-NTF-CANAL
               MOVE SPACES TO LS-NTF-ADRESSE
               MOVE 99 TO LS-NTF-RETOUR
           ELSE
               ADD 1 TO WS-SEQ-AVIS
               MOVE SPACES TO W-NOTIF
               MOVE WS-DATE-JOUR      TO NTF-DATE
               ACCEPT NTF-HEURE FROM TIME
               MOVE WS-SEQ-AVIS       TO NTF-SEQ
               MOVE LS-NTF-MAT        TO NTF-MAT
               MOVE LS-NTF-CANAL      TO NTF-CANAL
               MOVE LS-NTF-ADRESSE    TO NTF-ADRESSE
               MOVE LS-NTF-MODELE     TO NTF-MODELE
               MOVE LS-NTF-PROGRAMME  TO NTF-PROGRAMME
               MOVE LS-NTF-VARIABLES  TO NTF-VARIABLES
               MOVE 0                 TO NTF-DATE-RETOUR
               MOVE W-NOTIF TO FS-NOTIFS-REC
               WRITE FS-NOTIFS-REC
               IF FS-NOTIFS NOT = '00'
                   MOVE 'C' TO LS-NTF-CANAL
                   MOVE SPACES TO LS-NTF-ADRESSE
                   MOVE 99 TO LS-NTF-RETOUR
               END-IF
           END-IF
           .
