      * listing par agence (WORK/SPLASSU.<REG>.lst) avec page de      *
      * garde, pagination PGMPAGE et totaux par agence - fini le      *
      * massicot sur le listing global.                               *
      * La page de garde porte la fiche de l'agence (nom, adresse,    *
      * responsable, direction regionale - referentiel WORK/          *
      * AGENCES.dat via PGMAGENC) ; les agences sont traitees par     *
      * direction, et le recapitulatif WORK/SPLASSU.RECAP.lst donne   *
      * le total de chaque agence, de chaque direction et de la       *
      * compagnie.                                                    *
      * PARM : FICHIER=EDIASSU|EXPASSU|CHNASSU (copie a decouper)     *

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SORTIE.

      * Recapitulatif agence / direction / compagnie du decoupage
           SELECT F-RECAP ASSIGN TO "WORK/SPLASSU.RECAP.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECAP.

       DATA DIVISION.
       FILE SECTION.

           05 FS-AGC-PRIME         PIC 9(7)V99.
           05 FS-AGC-LIGNE         PIC X(80).

      * Ligne de la copie precedee de la direction de son agence
      * (cle majeure du tri)
       SD  F-TRI-WORK.
       01  SD-AGC-REC.
           05 SD-AGC-DIRECTION     PIC X(3).
           05 SD-AGC-DETAIL.
               10 SD-AGC-REGION    PIC X(3).
               10 SD-AGC-PRIME     PIC 9(7)V99.
               10 SD-AGC-LIGNE     PIC X(80).

       FD  F-SORTIE.
       01  FS-SORTIE-REC           PIC X(80).

       FD  F-RECAP.
       01  FS-RECAP-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-AGENCE                 PIC XX.
       01  FS-SORTIE                 PIC XX.
       01  FS-RECAP                  PIC XX.

      * Zone d'appel PGMAGENC - agence gestionnaire de la police et
      * sa direction regionale
       01  WS-COM-AGENCE.
           05 WS-AGC-FONCTION        PIC X(1).
           05 WS-AGC-MAT             PIC X(6).
           05 WS-AGC-CP              PIC 9(5).
           05 WS-AGC-CODE            PIC X(3).
           05 WS-AGC-ORIGINE         PIC X(1).
           05 WS-AGC-FICHE.
               10 WS-AGC-TYPE        PIC X(1).
               10 WS-AGC-NOM         PIC X(20).
               10 WS-AGC-RUE         PIC X(25).
               10 WS-AGC-CP-AGENCE   PIC 9(5).
               10 WS-AGC-VILLE       PIC X(12).
               10 WS-AGC-RESPONSABLE PIC X(20).
               10 WS-AGC-STATUT      PIC X(1).
               10 WS-AGC-DIRECTION   PIC X(3).
               10 WS-AGC-NOM-DIRECTION PIC X(20).
           05 WS-AGC-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Chemins construits depuis le PARM et l'agence courante
       01  WS-AGC-PATH               PIC X(80) VALUE SPACES.
       01  WS-NB-AGENCES             PIC 9(4) VALUE 0.
       01  WS-NB-LIGNES-TOTAL        PIC 9(6) VALUE 0.

      * Rupture et cumuls par direction, total compagnie
       01  WS-DIR-PREC               PIC X(3) VALUE SPACES.
       01  WS-LIB-DIR-PREC           PIC X(20) VALUE SPACES.
       01  WS-LIB-AGENCE             PIC X(20) VALUE SPACES.
       01  WS-NB-LIGNES-DIR          PIC 9(6) VALUE 0.
       01  WS-PRIME-DIR              PIC 9(9)V99 VALUE 0.
       01  WS-PRIME-TOTAL            PIC 9(9)V99 VALUE 0.
       01  WS-NB-DIRECTIONS          PIC 9(4) VALUE 0.

      * Date systeme (date d'edition)
       01  WS-DATE-SYSTEME           PIC 9(8).

           05 WS-LIGG-DATE          PIC 9(8).
           05 FILLER                PIC X(31) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '*'.
       01  WS-LIG-GARDE-NOM.
           05 FILLER                PIC X(4) VALUE '*   '.
           05 FILLER                PIC X(14) VALUE 'NOM         : '.
           05 WS-LIGG-NOM           PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGG-STATUT        PIC X(14).
           05 FILLER                PIC X(25) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '*'.
       01  WS-LIG-GARDE-ADRESSE.
           05 FILLER                PIC X(4) VALUE '*   '.
           05 FILLER                PIC X(14) VALUE 'ADRESSE     : '.
           05 WS-LIGG-RUE           PIC X(25).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGG-CP            PIC 9(5) BLANK WHEN ZERO.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGG-VILLE         PIC X(12).
           05 FILLER                PIC X(17) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '*'.
       01  WS-LIG-GARDE-RESPONSABLE.
           05 FILLER                PIC X(4) VALUE '*   '.
           05 FILLER                PIC X(14) VALUE 'RESPONSABLE : '.
           05 WS-LIGG-RESPONSABLE   PIC X(20).
           05 FILLER                PIC X(41) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '*'.
       01  WS-LIG-GARDE-DIRECTION.
           05 FILLER                PIC X(4) VALUE '*   '.
           05 FILLER                PIC X(14) VALUE 'DIRECTION   : '.
           05 WS-LIGG-DIRECTION     PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGG-NOM-DIRECTION PIC X(20).
           05 FILLER                PIC X(37) VALUE SPACES.
           05 FILLER                PIC X(1) VALUE '*'.

      * Ligne de total par agence
       01  WS-LIG-TOTAL-AGENCE.
           05 FILLER                PIC X(8) VALUE ' PRIME :'.
           05 WS-LIGT-PRIME         PIC ZZZZZZZ9,99.

      * Lignes du recapitulatif agence / direction / compagnie
       01  WS-LIG-RECAP-TITRE.
           05 FILLER                PIC X(35) VALUE
               'RECAPITULATIF DU DECOUPAGE - COPIE '.
           05 WS-LIGR-FICHIER       PIC X(8).
           05 FILLER                PIC X(9) VALUE '  DATE : '.
           05 WS-LIGR-DATE          PIC 9(8).
       01  WS-LIG-RECAP-AGENCE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGA-CODE          PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGA-NOM           PIC X(20).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGA-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(10) VALUE ' LIGNE(S) '.
           05 WS-LIGA-PRIME         PIC ZZZZZZZZ9,99.
       01  WS-LIG-RECAP-DIRECTION.
           05 FILLER                PIC X(4) VALUE 'DIR '.
           05 WS-LIGD-CODE          PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LIGD-NOM           PIC X(20).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LIGD-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(10) VALUE ' LIGNE(S) '.
           05 WS-LIGD-PRIME         PIC ZZZZZZZZ9,99.
       01  WS-LIG-RECAP-COMPAGNIE.
           05 FILLER                PIC X(32) VALUE 'TOTAL COMPAGNIE'.
           05 WS-LIGC-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(10) VALUE ' LIGNE(S) '.
           05 WS-LIGC-PRIME         PIC ZZZZZZZZ9,99.

       LINKAGE SECTION.

       01  LS-PARM.
           DISPLAY '========================================'
           DISPLAY 'LIGNES DISTRIBUEES : ' WS-NB-LIGNES-TOTAL
           DISPLAY 'AGENCES SERVIES    : ' WS-NB-AGENCES
           DISPLAY 'DIRECTIONS         : ' WS-NB-DIRECTIONS
           DISPLAY '========================================'
           GOBACK.

           END-PERFORM
           .

      * Tri de la copie etiquetee par direction puis agence            *

       20000-TRIER.
           SORT F-TRI-WORK
               ASCENDING KEY SD-AGC-DIRECTION SD-AGC-REGION
               INPUT PROCEDURE IS 21000-ALIMENTER-TRI
               OUTPUT PROCEDURE IS 25000-DISTRIBUER
           .
               AT END
                   SET FIN-AGC TO TRUE
               NOT AT END
                   MOVE FS-AGC-REC TO SD-AGC-DETAIL
                   MOVE 'A' TO WS-AGC-FONCTION
                   MOVE FS-AGC-REGION TO WS-AGC-CODE
                   CALL 'PGMAGENC' USING WS-COM-AGENCE
                   MOVE WS-AGC-DIRECTION TO SD-AGC-DIRECTION
                   RELEASE SD-AGC-REC
           END-READ
           .

      * Distribution des lignes triees : un listing par agence, avec  *
      * page de garde, pagination PGMPAGE et total par agence, et le  *
      * recapitulatif par agence / direction / compagnie               *

       25000-DISTRIBUER.
           OPEN OUTPUT F-RECAP
           IF FS-RECAP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/SPLASSU.RECAP.lst : '
                       FS-RECAP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PARM-FICHIER TO WS-LIGR-FICHIER
           MOVE WS-DATE-SYSTEME TO WS-LIGR-DATE
           MOVE WS-LIG-RECAP-TITRE TO FS-RECAP-REC
           WRITE FS-RECAP-REC
           MOVE SPACES TO FS-RECAP-REC
           WRITE FS-RECAP-REC

           PERFORM 25500-RETOURNER-LIGNE-SUIVANTE
           PERFORM 26000-TRAITER-LIGNE-TRIEE
               UNTIL FIN-TRI

           IF NOT PREMIERE-AGENCE
               PERFORM 28000-CLORE-AGENCE
               PERFORM 29000-CLORE-DIRECTION
           END-IF

           MOVE WS-NB-LIGNES-TOTAL TO WS-LIGC-NB
           MOVE WS-PRIME-TOTAL     TO WS-LIGC-PRIME
           MOVE WS-LIG-RECAP-COMPAGNIE TO FS-RECAP-REC
           WRITE FS-RECAP-REC
           CLOSE F-RECAP
           .

       25500-RETOURNER-LIGNE-SUIVANTE.
                   AND SD-AGC-REGION NOT = WS-REGION-PREC
               PERFORM 28000-CLORE-AGENCE
           END-IF
           IF NOT PREMIERE-AGENCE
                   AND SD-AGC-DIRECTION NOT = WS-DIR-PREC
               PERFORM 29000-CLORE-DIRECTION
           END-IF

           IF PREMIERE-AGENCE
                   OR SD-AGC-DIRECTION NOT = WS-DIR-PREC
               MOVE SD-AGC-DIRECTION TO WS-DIR-PREC
               ADD 1 TO WS-NB-DIRECTIONS
           END-IF

           IF PREMIERE-AGENCE
                   OR SD-AGC-REGION NOT = WS-REGION-PREC
           ADD 1 TO WS-NB-LIGNES-AGENCE
           ADD 1 TO WS-NB-LIGNES-TOTAL
           ADD SD-AGC-PRIME TO WS-PRIME-AGENCE
           ADD SD-AGC-PRIME TO WS-PRIME-TOTAL

           PERFORM 25500-RETOURNER-LIGNE-SUIVANTE
           .
               GOBACK
           END-IF

      * Page de garde de l'agence, avec sa fiche du referentiel
           MOVE 'A' TO WS-AGC-FONCTION
           MOVE WS-REGION-PREC TO WS-AGC-CODE
           CALL 'PGMAGENC' USING WS-COM-AGENCE
           IF WS-AGC-NOM = SPACES
               MOVE 'AGENCE INCONNUE' TO WS-LIB-AGENCE
           ELSE
               MOVE WS-AGC-NOM TO WS-LIB-AGENCE
           END-IF
           IF WS-AGC-NOM-DIRECTION = SPACES
               MOVE 'DIRECTION INCONNUE' TO WS-LIB-DIR-PREC
           ELSE
               MOVE WS-AGC-NOM-DIRECTION TO WS-LIB-DIR-PREC
           END-IF

           MOVE WS-LIG-GARDE-CADRE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-REGION-PREC  TO WS-LIGG-REGION
           MOVE WS-DATE-SYSTEME TO WS-LIGG-DATE
           MOVE WS-LIG-GARDE-AGENCE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-LIB-AGENCE TO WS-LIGG-NOM
           IF WS-AGC-STATUT = 'F'
               MOVE '(FERMEE)' TO WS-LIGG-STATUT
           ELSE
               MOVE SPACES TO WS-LIGG-STATUT
           END-IF
           MOVE WS-LIG-GARDE-NOM TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-AGC-RUE       TO WS-LIGG-RUE
           MOVE WS-AGC-CP-AGENCE TO WS-LIGG-CP
           MOVE WS-AGC-VILLE     TO WS-LIGG-VILLE
           MOVE WS-LIG-GARDE-ADRESSE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-AGC-RESPONSABLE TO WS-LIGG-RESPONSABLE
           MOVE WS-LIG-GARDE-RESPONSABLE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-DIR-PREC     TO WS-LIGG-DIRECTION
           MOVE WS-LIB-DIR-PREC TO WS-LIGG-NOM-DIRECTION
           MOVE WS-LIG-GARDE-DIRECTION TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE WS-LIG-GARDE-CADRE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           MOVE SPACES TO FS-SORTIE-REC
           MOVE WS-LIG-TOTAL-AGENCE TO FS-SORTIE-REC
           WRITE FS-SORTIE-REC
           CLOSE F-SORTIE

           MOVE WS-REGION-PREC      TO WS-LIGA-CODE
           MOVE WS-LIB-AGENCE       TO WS-LIGA-NOM
           MOVE WS-NB-LIGNES-AGENCE TO WS-LIGA-NB
           MOVE WS-PRIME-AGENCE     TO WS-LIGA-PRIME
           MOVE WS-LIG-RECAP-AGENCE TO FS-RECAP-REC
           WRITE FS-RECAP-REC
           ADD WS-NB-LIGNES-AGENCE TO WS-NB-LIGNES-DIR
           ADD WS-PRIME-AGENCE     TO WS-PRIME-DIR
           .

      * Fin de la direction : sous-total au recapitulatif              *

       29000-CLORE-DIRECTION.
           MOVE WS-DIR-PREC      TO WS-LIGD-CODE
           MOVE WS-LIB-DIR-PREC  TO WS-LIGD-NOM
           MOVE WS-NB-LIGNES-DIR TO WS-LIGD-NB
           MOVE WS-PRIME-DIR     TO WS-LIGD-PRIME
           MOVE WS-LIG-RECAP-DIRECTION TO FS-RECAP-REC
           WRITE FS-RECAP-REC
           MOVE SPACES TO FS-RECAP-REC
           WRITE FS-RECAP-REC
           MOVE 0 TO WS-NB-LIGNES-DIR
           MOVE 0 TO WS-PRIME-DIR
           .
