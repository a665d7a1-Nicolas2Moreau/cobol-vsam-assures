       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDECES.

      * ASSURES DECEDES - Sous-programme partage qui indique si un     *
      * matricule est gele par un dossier de deces (WORK/DECES.dat, cf *
      * CDECES.cpy, tenu par DCDASSU). Il est appele par les           *
      * programmes qui ecrivent ou avisent un assure (PGMCORR,         *
      * PGMNOTIF, EXPASSU, IMPASSU) pour ne plus rien adresser au      *
      * defunt. Le gel dure de la declaration jusqu'a l'application du *
      * transfert a l'heritier ; une police resiliee le reste. Le      *
      * fichier est ouvert en lecture au premier appel puis garde      *
      * ouvert ; absent, aucun matricule n'est gele.                   *
      * Fonctions (LS-DCD-FONCTION) :                                  *
      *   'V' : verifier le matricule LS-DCD-MAT                       *
      * Codes retour (LS-DCD-RETOUR) :                                 *
      *   00 : matricule non gele                                      *
      *   02 : fonction inconnue                                       *
      *   05 : matricule gele (assure decede) - etat du dossier, date  *
      *        du deces et date du signalement rendus                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-DECES ASSIGN TO "WORK/DECES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-DCD-MAT
               FILE STATUS IS FS-DECES.

       DATA DIVISION.
       FILE SECTION.

       FD  F-DECES.
       01  FS-DCD-REC.
           05 FS-DCD-MAT           PIC X(6).
           05 FS-DCD-DATA          PIC X(94).

       WORKING-STORAGE SECTION.

       01  FS-DECES                PIC XX.

           COPY WDECES.

      * Etat du fichier (ouvert au premier appel)
       01  WS-PREMIER-APPEL        PIC X VALUE 'O'.
           88 PREMIER-APPEL            VALUE 'O'.
       01  WS-DECES-OUVERT         PIC X VALUE 'N'.
           88 DECES-OUVERT             VALUE 'O'.

       LINKAGE SECTION.

       01  LS-DECES.
           05 LS-DCD-FONCTION      PIC X(1).
           05 LS-DCD-MAT           PIC X(6).
           05 LS-DCD-ETAT          PIC X(1).
           05 LS-DCD-DATE-DECES    PIC 9(8).
           05 LS-DCD-DATE-SIGNAL   PIC 9(8).
           05 LS-DCD-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-DECES.

      * Programme principal                                           *

       MAIN-PGMDECES.
           MOVE 00 TO LS-DCD-RETOUR
           IF PREMIER-APPEL
               PERFORM OUVRIR-FICHIER
           END-IF

           EVALUATE LS-DCD-FONCTION
               WHEN 'V'
                   IF DECES-OUVERT
                       PERFORM VERIFIER-MATRICULE
                   END-IF
               WHEN OTHER
                   MOVE 02 TO LS-DCD-RETOUR
           END-EVALUATE
           GOBACK.

      * Ouverture en lecture - fichier absent : aucun dossier          *

       OUVRIR-FICHIER.
           MOVE 'N' TO WS-PREMIER-APPEL
           OPEN INPUT F-DECES
           IF FS-DECES = '00'
               SET DECES-OUVERT TO TRUE
           END-IF
           .

      * Matricule gele : dossier declare, mouvements en attente ou     *
      * police resiliee                                                *

       VERIFIER-MATRICULE.
           MOVE LS-DCD-MAT TO FS-DCD-MAT
           READ F-DECES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FS-DCD-REC TO W-DECES
                   IF DCD-GELE OR DCD-MVT-EMIS OR DCD-RESILIE
                       MOVE DCD-ETAT        TO LS-DCD-ETAT
                       MOVE DCD-DATE-DECES  TO LS-DCD-DATE-DECES
                       MOVE DCD-DATE-SIGNAL TO LS-DCD-DATE-SIGNAL
                       MOVE 05 TO LS-DCD-RETOUR
                   END-IF
           END-READ
           .
