      * contentieux exige aujourd'hui de rapiecer a la main :         *
      *   1. les vehicules vivants du matricule (ASSURES3)            *
      *   2. ses sinistres (SINISTRE) avec leurs parties adverses     *
      *      (TIERS), leur main courante (SINNOTES) et, pour ceux en  *
      *      procedure, leur dossier contentieux (CONTENTX - avocat,  *
      *      juridiction, audiences, montants, issue)                 *
      *   3. ses images archivees (HISTOASS puis HSTARCH)             *
      *   4. son historique de mouvements (JOURNAL puis JRNARCH),     *
      *      restitue en ordre chronologique par tri sur la date de   *
               RECORD KEY IS FS-NOT-CLE
               FILE STATUS IS FS-NOTES.

      * Dossiers contentieux (transaction CTXA) - optionnel
           SELECT F-CONTENTX ASSIGN TO "WORK/CONTENTX.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CTX-CLE
               FILE STATUS IS FS-CONTENTX.

           SELECT F-HISTO ASSIGN TO HISTOASS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-HST.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-TIERS.
       01  FS-TIERS-REC.
           05 FS-NOT-USER          PIC X(8).
           05 FS-NOT-TEXTE         PIC X(60).

       FD  F-CONTENTX.
       01  FS-CTX-REC.
           05 FS-CTX-CLE           PIC X(10).
           05 FS-CTX-DATA          PIC X(150).

       FD  F-HISTO.
       01  FS-HST-REC.
           05 FS-HST-ENREG          PIC X(120).
       01  FS-NOTES                  PIC XX.
       01  WS-FIN-NOTES              PIC X VALUE 'N'.
           88 FIN-NOTES                  VALUE 'O'.
       01  FS-CONTENTX               PIC XX.
       01  FS-HST                    PIC XX.
       01  FS-HSA                    PIC XX.
       01  FS-JRN                    PIC XX.
           COPY CSINISTR.
       01  W-TIERS.
           COPY CTIERS.
           COPY WCONTENT.

      * Matricule du dossier (PARM MAT=nnnnnn, obligatoire)
       01  WS-MAT-DOSSIER            PIC X(6) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGN-TEXTE          PIC X(53).

       01  WS-LIG-CTX-1.
           05 FILLER                PIC X(9) VALUE '  CONTENT'.
           05 FILLER                PIC X(7) VALUE 'AVOCAT '.
           05 WS-LGC-AVOCAT         PIC X(20).
           05 FILLER                PIC X(6) VALUE ' JUR. '.
           05 WS-LGC-JURIDICTION    PIC X(20).
           05 FILLER                PIC X(8) VALUE ' OUVERT '.
           05 WS-LGC-OUVERTURE      PIC 9(8).
       01  WS-LIG-CTX-2.
           05 FILLER                PIC X(9) VALUE SPACES.
           05 FILLER                PIC X(16) VALUE 'PROCH. AUDIENCE '.
           05 WS-LGC-AUDIENCE       PIC 9(8).
           05 FILLER                PIC X(10) VALUE ' DERNIERE '.
           05 WS-LGC-DERNIERE       PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' NB '.
           05 WS-LGC-NB-AUD         PIC Z9.
           05 FILLER                PIC X(7) VALUE ' ISSUE '.
           05 WS-LGC-ISSUE          PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGC-DATE-ISSUE     PIC 9(8).
       01  WS-LIG-CTX-3.
           05 FILLER                PIC X(9) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE 'RECLAME '.
           05 WS-LGC-RECLAME        PIC Z(6)9.99.
           05 FILLER                PIC X(7) VALUE ' PROV. '.
           05 WS-LGC-PROVISION      PIC Z(6)9.99.
           05 FILLER                PIC X(7) VALUE ' FRAIS '.
           05 WS-LGC-FRAIS          PIC Z(6)9.99.
           05 FILLER                PIC X(7) VALUE ' ISSUE '.
           05 WS-LGC-MONTANT-ISSUE  PIC Z(6)9.99.

       01  WS-LIG-ARCHIVE.
           05 FILLER                PIC X(9) VALUE 'ARCHIVE  '.
           05 WS-LGA-DATE           PIC 9(8).
           ELSE
               OPEN INPUT F-TIERS
               OPEN INPUT F-NOTES
               OPEN INPUT F-CONTENTX
               MOVE WS-MAT-DOSSIER TO FS-SINISTRE-MAT
               MOVE 0 TO FS-SINISTRE-SEQ
      * Meme garde que la section 1 : START en echec = section vide
               IF FS-NOTES = '00'
                   CLOSE F-NOTES
               END-IF
               IF FS-CONTENTX = '00'
                   CLOSE F-CONTENTX
               END-IF
               CLOSE F-SINISTRE
           END-IF
           MOVE SPACES TO WS-LIG-SECTION
                       IF FS-NOTES = '00'
                           PERFORM 34000-EDITER-NOTES-SINISTRE
                       END-IF
                       IF SIN-CONTENTIEUX IN W-SINISTRE NOT = SPACE
                               AND FS-CONTENTX = '00'
                           PERFORM 35000-EDITER-CONTENTIEUX
                       END-IF
                   END-IF
           END-READ
           .
           END-READ
           .

      * Dossier contentieux du sinistre courant (CTXA) - la lecture    *
      * directe laisse FS-CONTENTX a '00' pour le sinistre suivant     *

       35000-EDITER-CONTENTIEUX.
           MOVE WS-MAT-DOSSIER TO FS-CTX-CLE(1:6)
           MOVE SIN-SEQ IN W-SINISTRE TO FS-CTX-CLE(7:4)
           READ F-CONTENTX
               INVALID KEY
                   MOVE '00' TO FS-CONTENTX
               NOT INVALID KEY
                   MOVE FS-CTX-REC TO W-CONTENT
                   MOVE CTX-AVOCAT          TO WS-LGC-AVOCAT
                   MOVE CTX-JURIDICTION     TO WS-LGC-JURIDICTION
                   MOVE CTX-DATE-OUVERTURE  TO WS-LGC-OUVERTURE
                   MOVE WS-LIG-CTX-1 TO WS-LIG-SECTION
                   PERFORM 15000-ECRIRE-LIGNE
                   MOVE CTX-DATE-AUDIENCE   TO WS-LGC-AUDIENCE
                   MOVE CTX-DATE-DERN-AUDIENCE TO WS-LGC-DERNIERE
                   MOVE CTX-NB-AUDIENCES    TO WS-LGC-NB-AUD
                   MOVE CTX-ISSUE           TO WS-LGC-ISSUE
                   MOVE CTX-DATE-ISSUE      TO WS-LGC-DATE-ISSUE
                   MOVE WS-LIG-CTX-2 TO WS-LIG-SECTION
                   PERFORM 15000-ECRIRE-LIGNE
                   MOVE CTX-MONTANT-RECLAME TO WS-LGC-RECLAME
                   MOVE CTX-PROVISION       TO WS-LGC-PROVISION
                   MOVE CTX-FRAIS           TO WS-LGC-FRAIS
                   MOVE CTX-MONTANT-ISSUE   TO WS-LGC-MONTANT-ISSUE
                   MOVE WS-LIG-CTX-3 TO WS-LIG-SECTION
                   PERFORM 15000-ECRIRE-LIGNE
           END-READ
           .

      * Section 3 - images archivees (HISTOASS vivant puis HSTARCH)    *

       40000-EDITER-ARCHIVES.
