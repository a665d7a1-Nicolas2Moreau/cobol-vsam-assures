       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNPAI.

      * ADRESSES EN RETOUR NPAI - Sous-programme partage qui tient     *
      * l'etat de l'adresse postale des assures dont un courrier est   *
      * revenu "n'habite pas a l'adresse indiquee" (WORK/NPAI.dat, cf  *
      * CNPAI.cpy, cle matricule). Il est appele par les programmes de *
      * courrier (PGMCORR, IMPASSU) pour retenir le papier destine a   *
      * une adresse invalide, par le chargement des retours (NPAASSU)  *
      * et par les mouvements qui changent l'adresse (MAJASSV2,        *
      * MVTASSU) pour lever l'etat. Le fichier est cree au premier     *
      * appel s'il n'existe pas, puis garde ouvert.                    *
      * Fonctions (LS-NPA-FONCTION) :                                  *
      *   'V' : verifier l'adresse de LS-NPA-MAT                       *
      *   'S' : signaler un retour (type de document, date du retour, *
      *         adresse en retour) - l'adresse devient invalide        *
      *   'L' : lever l'etat si LS-NPA-ADRESSE (nouvelle adresse) est  *
      *         differente de l'adresse en retour ; LS-NPA-PROGRAMME   *
      *         est note comme origine de la levee                     *
      *   'P' : se positionner en debut de fichier pour 'N'            *
      *   'N' : enregistrement suivant (toutes zones rendues)          *
      * Codes retour (LS-NPA-RETOUR) :                                 *
      *   00 : 'V' adresse valide / 'S' nouvelle adresse invalide /    *
      *        'L' etat leve / 'P' 'N' OK                              *
      *   01 : 'S' retour supplementaire sur une adresse deja          *
      *        invalide / 'L' aucune adresse invalide a lever          *
      *   02 : fonction inconnue                                       *
      *   05 : 'V' adresse invalide (NPAI) - courrier papier a retenir *
      *   06 : 'L' adresse inchangee - etat maintenu                   *
      *   10 : 'N' fin de fichier                                      *
      *   99 : fichier inaccessible - aucune adresse n'est retenue     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-NPAI ASSIGN TO "WORK/NPAI.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-NPI-MAT
               FILE STATUS IS FS-NPAI.

       DATA DIVISION.
       FILE SECTION.

       FD  F-NPAI.
       01  FS-NPI-REC.
           05 FS-NPI-MAT           PIC X(6).
           05 FS-NPI-DATA          PIC X(94).

       WORKING-STORAGE SECTION.

       01  FS-NPAI                 PIC XX.

           COPY WNPAI.

      * Etat du fichier (ouvert au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-NPAI-DISPONIBLE      PIC X VALUE 'N'.
           88 NPAI-DISPONIBLE          VALUE 'O'.

      * Parcours 'P'/'N' : dernier matricule rendu (le parcours est
      * repositionne a chaque 'N', un 'L' intercale restant possible)
       01  WS-DERNIER-MAT          PIC X(6).

       01  WS-DATE-JOUR            PIC 9(8).

       LINKAGE SECTION.

       01  LS-NPAI.
           05 LS-NPA-FONCTION      PIC X(1).
           05 LS-NPA-MAT           PIC X(6).
           05 LS-NPA-TYPE-DOC      PIC X(3).
           05 LS-NPA-DATE-RETOUR   PIC 9(8).
           05 LS-NPA-ADRESSE.
               10 LS-NPA-RUE       PIC X(18).
               10 LS-NPA-CP        PIC 9(5).
               10 LS-NPA-VILLE     PIC X(12).
           05 LS-NPA-PROGRAMME     PIC X(8).
           05 LS-NPA-ETAT          PIC X(1).
           05 LS-NPA-DATE-SIGNAL   PIC 9(8).
           05 LS-NPA-NB-RETOURS    PIC 9(3).
           05 LS-NPA-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-NPAI.

      * Programme principal                                           *

       MAIN-PGMNPAI.
           MOVE 00 TO LS-NPA-RETOUR
           IF PREMIER-APPEL
               PERFORM OUVRIR-FICHIER
           END-IF
           IF NOT NPAI-DISPONIBLE
               MOVE 99 TO LS-NPA-RETOUR
               GOBACK
           END-IF

           EVALUATE LS-NPA-FONCTION
               WHEN 'V'
                   PERFORM VERIFIER-ADRESSE
               WHEN 'S'
                   PERFORM SIGNALER-RETOUR
               WHEN 'L'
                   PERFORM LEVER-ETAT
               WHEN 'P'
                   MOVE LOW-VALUES TO WS-DERNIER-MAT
               WHEN 'N'
                   PERFORM LIRE-SUIVANT
               WHEN OTHER
                   MOVE 02 TO LS-NPA-RETOUR
           END-EVALUATE
           GOBACK.

      * Ouverture en mise a jour, fichier cree s'il n'existe pas       *

       OUVRIR-FICHIER.
           MOVE 'N' TO WS-PREMIER-APPEL
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN I-O F-NPAI
           IF FS-NPAI NOT = '00'
               OPEN OUTPUT F-NPAI
               IF FS-NPAI = '00'
                   CLOSE F-NPAI
                   OPEN I-O F-NPAI
               END-IF
           END-IF
           IF FS-NPAI = '00'
               SET NPAI-DISPONIBLE TO TRUE
           ELSE
               DISPLAY 'PGMNPAI - FICHIER NPAI INACCESSIBLE ' FS-NPAI
           END-IF
           .

      * Adresse du matricule en retour NPAI ?                          *

       VERIFIER-ADRESSE.
           MOVE LS-NPA-MAT TO FS-NPI-MAT
           READ F-NPAI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-NPI-REC TO W-NPAI
                   IF NPI-ACTIVE
                       PERFORM RENDRE-ENREGISTREMENT
                       MOVE 05 TO LS-NPA-RETOUR
                   END-IF
           END-READ
           .

      * Retour de courrier : nouvel etat ou retour supplementaire      *

       SIGNALER-RETOUR.
           MOVE LS-NPA-MAT TO FS-NPI-MAT
           READ F-NPAI
               INVALID KEY
                   MOVE SPACES TO W-NPAI
                   MOVE LS-NPA-MAT TO NPI-MAT
                   PERFORM OUVRIR-SIGNALEMENT
                   MOVE W-NPAI TO FS-NPI-REC
                   WRITE FS-NPI-REC
                       INVALID KEY
                           MOVE 99 TO LS-NPA-RETOUR
                   END-WRITE
               NOT INVALID KEY
                   MOVE FS-NPI-REC TO W-NPAI
                   IF NPI-ACTIVE
                       ADD 1 TO NPI-NB-RETOURS
                       MOVE LS-NPA-TYPE-DOC    TO NPI-TYPE-DOC
                       MOVE LS-NPA-DATE-RETOUR TO NPI-DATE-RETOUR
                       MOVE 01 TO LS-NPA-RETOUR
                   ELSE
                       PERFORM OUVRIR-SIGNALEMENT
                   END-IF
                   MOVE W-NPAI TO FS-NPI-REC
                   REWRITE FS-NPI-REC
                   IF FS-NPAI NOT = '00'
                       MOVE 99 TO LS-NPA-RETOUR
                   END-IF
           END-READ
           IF LS-NPA-RETOUR NOT = 99
               PERFORM RENDRE-ENREGISTREMENT
           END-IF
           .

       OUVRIR-SIGNALEMENT.
           SET NPI-ACTIVE TO TRUE
           MOVE LS-NPA-ADRESSE     TO NPI-ADRESSE
           MOVE WS-DATE-JOUR       TO NPI-DATE-SIGNAL
           MOVE LS-NPA-TYPE-DOC    TO NPI-TYPE-DOC
           MOVE LS-NPA-DATE-RETOUR TO NPI-DATE-RETOUR
           MOVE 1                  TO NPI-NB-RETOURS
           MOVE 0                  TO NPI-DATE-LEVEE
           MOVE SPACES             TO NPI-ORIGINE-LEVEE
           .

      * Nouvelle adresse : levee de l'etat                             *

       LEVER-ETAT.
           MOVE LS-NPA-MAT TO FS-NPI-MAT
           READ F-NPAI
               INVALID KEY
                   MOVE 01 TO LS-NPA-RETOUR
               NOT INVALID KEY
                   MOVE FS-NPI-REC TO W-NPAI
                   EVALUATE TRUE
                       WHEN NOT NPI-ACTIVE
                           MOVE 01 TO LS-NPA-RETOUR
                       WHEN NPI-ADRESSE = LS-NPA-ADRESSE
                           MOVE 06 TO LS-NPA-RETOUR
                       WHEN OTHER
                           SET NPI-LEVEE TO TRUE
                           MOVE WS-DATE-JOUR TO NPI-DATE-LEVEE
                           MOVE LS-NPA-PROGRAMME TO NPI-ORIGINE-LEVEE
                           MOVE W-NPAI TO FS-NPI-REC
                           REWRITE FS-NPI-REC
                           IF FS-NPAI NOT = '00'
                               MOVE 99 TO LS-NPA-RETOUR
                           END-IF
                   END-EVALUATE
           END-READ
           .

      * Parcours : enregistrement qui suit le dernier rendu            *

       LIRE-SUIVANT.
           MOVE WS-DERNIER-MAT TO FS-NPI-MAT
           START F-NPAI KEY IS > FS-NPI-MAT
               INVALID KEY
                   MOVE 10 TO LS-NPA-RETOUR
           END-START
           IF LS-NPA-RETOUR = 00
               READ F-NPAI NEXT
                   AT END
                       MOVE 10 TO LS-NPA-RETOUR
                   NOT AT END
                       MOVE FS-NPI-REC TO W-NPAI
                       MOVE NPI-MAT TO WS-DERNIER-MAT
                       PERFORM RENDRE-ENREGISTREMENT
               END-READ
           END-IF
           .

       RENDRE-ENREGISTREMENT.
           MOVE NPI-MAT            TO LS-NPA-MAT
           MOVE NPI-TYPE-DOC       TO LS-NPA-TYPE-DOC
           MOVE NPI-DATE-RETOUR    TO LS-NPA-DATE-RETOUR
           MOVE NPI-ADRESSE        TO LS-NPA-ADRESSE
           MOVE NPI-ETAT           TO LS-NPA-ETAT
           MOVE NPI-DATE-SIGNAL    TO LS-NPA-DATE-SIGNAL
           MOVE NPI-NB-RETOURS     TO LS-NPA-NB-RETOURS
           .
