      * ville, avec sous-total de prime par ville et total general,  *
      * a partir de WORK/ASSURES.dat (indexed)                       *
      * Chaque ligne de detail est egalement deposee, etiquetee du   *
      * code de l'agence gestionnaire de la police (PGMAGENC :       *
      * rattachement WORK/AGCPOL.dat, a defaut agence de la region   *
      * du CP), dans la copie WORK/EDIASSU.AGC destinee au decoupage *
      * par agence (cf SPLASSU) ; le rapport se termine par un       *
      * recapitulatif par agence, direction regionale et compagnie   *
      *                                                               *
      * MODIFICATIONS :                                               *
      *   2026-09-02  copie etiquetee par agence (WORK/EDIASSU.AGC)  *
      *               PARM CIE=1|2 restreint le listing a une seule  *
      *               marque, et le total general est ventile par    *
      *               marque                                         *
      *   2026-10-15  agence gestionnaire via le referentiel des     *
      *               agences (PGMAGENC) et recapitulatif par        *
      *               agence / direction / compagnie                 *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

      * Copie des lignes de detail etiquetees du code agence, pour le
      * decoupage par agence (SPLASSU)
           SELECT F-AGENCE ASSIGN TO "WORK/EDIASSU.AGC"
       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       FD  F-AGENCE.
       01  FS-AGC-REC.
           05 FS-AGC-REGION        PIC X(3).

       01  FS-ASSURES               PIC XX.
       01  FS-RAPPORT               PIC XX.
       01  FS-AGENCE                PIC XX.

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

      * Recapitulatif par agence, tenu trie sur direction + agence a
      * l'insertion (edition directe avec rupture sur la direction)
       01  WS-NB-RCP                PIC 999 VALUE 0.
       01  WS-TABLE-RECAP.
           05 WS-RCP-ENTRY          OCCURS 100 TIMES.
               10 WS-RCP-CLE.
                   15 WS-RCP-DIR    PIC X(3).
                   15 WS-RCP-CODE   PIC X(3).
               10 WS-RCP-LIB        PIC X(20).
               10 WS-RCP-LIB-DIR    PIC X(20).
               10 WS-RCP-NB         PIC 9(5).
               10 WS-RCP-PRIME      PIC 9(8)V99.
       01  WS-RCP-CLE-CHERCHE       PIC X(6).
       01  WS-RCP-IDX               PIC 999.
       01  WS-RCP-POS               PIC 999.
       01  WS-RCP-COURANT           PIC 999 VALUE 0.
       01  WS-RCP-DEBORDEMENT       PIC 9(5) VALUE 0.
       01  WS-RCP-DIR-PREC          PIC X(3).
       01  WS-RCP-LIB-DIR-PREC      PIC X(20).
       01  WS-RCP-DIR-NB            PIC 9(5) VALUE 0.
       01  WS-RCP-DIR-PRIME         PIC 9(8)V99 VALUE 0.
       01  WS-RCP-CIE-NB            PIC 9(5) VALUE 0.
       01  WS-RCP-CIE-PRIME         PIC 9(8)V99 VALUE 0.

      * Ventilation par compagnie/marque - filtre PARM CIE=1|2
      * (SPACE = les deux marques) et cumuls par marque, un CIE-A4 a
           05 FILLER                PIC X(2) VALUE ') '.
           05 WS-LIGM-PRIME         PIC ZZZZZZZ9,99.

      * Lignes du recapitulatif agence / direction / compagnie
       01  WS-LIG-RCP-TITRE.
           05 FILLER                PIC X(40) VALUE
               'RECAPITULATIF PAR AGENCE ET DIRECTION'.
       01  WS-LIG-RCP-AGENCE.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-LIGA-CODE          PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LIGA-LIB           PIC X(20).
           05 FILLER                PIC X(3)  VALUE '(N='.
           05 WS-LIGA-NB            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE ') '.
           05 WS-LIGA-PRIME         PIC ZZZZZZZ9,99.
       01  WS-LIG-RCP-DIR.
           05 FILLER                PIC X(4)  VALUE 'DIR '.
           05 WS-LIGR-CODE          PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LIGR-LIB           PIC X(20).
           05 FILLER                PIC X(3)  VALUE '(N='.
           05 WS-LIGR-NB            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE ') '.
           05 WS-LIGR-PRIME         PIC ZZZZZZZ9,99.
       01  WS-LIG-RCP-CIE.
           05 FILLER                PIC X(28) VALUE 'TOTAL COMPAGNIE'.
           05 FILLER                PIC X(3)  VALUE '(N='.
           05 WS-LIGC-NB            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE ') '.
           05 WS-LIGC-PRIME         PIC ZZZZZZZ9,99.

      * Date systeme, format AAAAMMJJ (date d'edition du rapport)
       01  WS-DATE-SYSTEME           PIC 9(8).

               DISPLAY 'FILE STATUS : ' FS-AGENCE
               STOP RUN
           END-IF
           PERFORM 15000-INITIALISER-PAGINATION

           PERFORM UNTIL FIN-TRI
           CLOSE F-AGENCE
           .

      * Initialiser la pagination et ecrire l'entete de la page 1      *
      * (routine partagee PGMPAGE - cf entete de ce programme)         *

           WRITE FS-RAPPORT-REC

      * Copie etiquetee du code agence pour le decoupage SPLASSU
           MOVE 'P' TO WS-AGC-FONCTION
           MOVE MAT-A4 IN FS-TRI-REC TO WS-AGC-MAT
           MOVE CP-A4 IN FS-TRI-REC  TO WS-AGC-CP
           CALL 'PGMAGENC' USING WS-COM-AGENCE
           MOVE WS-AGC-CODE           TO FS-AGC-REGION
           MOVE PRIME-A4 IN FS-TRI-REC TO FS-AGC-PRIME
           MOVE WS-LIG-DETAIL         TO FS-AGC-LIGNE
           WRITE FS-AGC-REC

           ADD PRIME-A4 IN FS-TRI-REC TO WS-SSTOT-VILLE
           ADD PRIME-A4 IN FS-TRI-REC TO WS-TOTAL-GENERAL
           PERFORM 24000-CUMULER-AGENCE

      * Ventilation du total par compagnie/marque
           IF CIE-A4 IN FS-TRI-REC = '2'
               MOVE MAT-A4 IN FS-TRI-REC TO WS-MAT-PREC
               ADD 1 TO WS-NB-ASSURES-VILLE
               ADD 1 TO WS-NB-ASSURES-TOTAL
               IF WS-RCP-COURANT > 0
                   ADD 1 TO WS-RCP-NB(WS-RCP-COURANT)
               END-IF
           END-IF
           .

           MOVE WS-PRIME-CIE2 TO WS-LIGM-PRIME
           MOVE WS-LIG-CIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM 25000-EDITER-RECAP-AGENCES
           .

      * Cumul de la prime de l'enregistrement courant sur son agence   *
      * (WS-RCP-COURANT = rang de l'agence, 0 si table saturee ; le    *
      * nombre d'assures y est ajoute a la rupture de matricule)       *

       24000-CUMULER-AGENCE.
           MOVE WS-AGC-DIRECTION TO WS-RCP-CLE-CHERCHE(1:3)
           MOVE WS-AGC-CODE      TO WS-RCP-CLE-CHERCHE(4:3)
           MOVE 1 TO WS-RCP-IDX
           PERFORM UNTIL WS-RCP-IDX > WS-NB-RCP
                   OR WS-RCP-CLE(WS-RCP-IDX) = WS-RCP-CLE-CHERCHE
               ADD 1 TO WS-RCP-IDX
           END-PERFORM
           IF WS-RCP-IDX > WS-NB-RCP
               PERFORM 24100-INSERER-AGENCE
           END-IF
           IF WS-RCP-IDX > WS-NB-RCP
               MOVE 0 TO WS-RCP-COURANT
               ADD 1 TO WS-RCP-DEBORDEMENT
           ELSE
               MOVE WS-RCP-IDX TO WS-RCP-COURANT
               ADD PRIME-A4 IN FS-TRI-REC TO WS-RCP-PRIME(WS-RCP-IDX)
           END-IF
           .

      * Insertion d'une nouvelle agence a son rang (ordre direction +  *
      * agence), les entrees suivantes etant decalees d'un rang        *

       24100-INSERER-AGENCE.
           IF WS-NB-RCP < 100
               MOVE 1 TO WS-RCP-POS
               PERFORM UNTIL WS-RCP-POS > WS-NB-RCP
                       OR WS-RCP-CLE(WS-RCP-POS) > WS-RCP-CLE-CHERCHE
                   ADD 1 TO WS-RCP-POS
               END-PERFORM
               PERFORM VARYING WS-RCP-IDX FROM WS-NB-RCP BY -1
                   UNTIL WS-RCP-IDX < WS-RCP-POS
                   MOVE WS-RCP-ENTRY(WS-RCP-IDX)
                       TO WS-RCP-ENTRY(WS-RCP-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-NB-RCP
               MOVE WS-RCP-POS TO WS-RCP-IDX
               MOVE WS-RCP-CLE-CHERCHE TO WS-RCP-CLE(WS-RCP-IDX)
               IF WS-AGC-NOM = SPACES
                   MOVE 'AGENCE INCONNUE' TO WS-RCP-LIB(WS-RCP-IDX)
               ELSE
                   MOVE WS-AGC-NOM TO WS-RCP-LIB(WS-RCP-IDX)
               END-IF
               IF WS-AGC-NOM-DIRECTION = SPACES
                   MOVE 'DIRECTION INCONNUE'
                       TO WS-RCP-LIB-DIR(WS-RCP-IDX)
               ELSE
                   MOVE WS-AGC-NOM-DIRECTION
                       TO WS-RCP-LIB-DIR(WS-RCP-IDX)
               END-IF
               MOVE 0 TO WS-RCP-NB(WS-RCP-IDX)
               MOVE 0 TO WS-RCP-PRIME(WS-RCP-IDX)
           END-IF
           .

      * Recapitulatif de fin de rapport : une ligne par agence, sous-  *
      * total a chaque changement de direction, total compagnie        *

       25000-EDITER-RECAP-AGENCES.
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-RCP-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
               UNTIL WS-RCP-IDX > WS-NB-RCP
               IF WS-RCP-IDX > 1
                       AND WS-RCP-DIR(WS-RCP-IDX) NOT = WS-RCP-DIR-PREC
                   PERFORM 25100-EDITER-SSTOT-DIRECTION
               END-IF
               MOVE WS-RCP-DIR(WS-RCP-IDX)     TO WS-RCP-DIR-PREC
               MOVE WS-RCP-LIB-DIR(WS-RCP-IDX) TO WS-RCP-LIB-DIR-PREC
               MOVE WS-RCP-CODE(WS-RCP-IDX)  TO WS-LIGA-CODE
               MOVE WS-RCP-LIB(WS-RCP-IDX)   TO WS-LIGA-LIB
               MOVE WS-RCP-NB(WS-RCP-IDX)    TO WS-LIGA-NB
               MOVE WS-RCP-PRIME(WS-RCP-IDX) TO WS-LIGA-PRIME
               MOVE WS-LIG-RCP-AGENCE TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               ADD WS-RCP-NB(WS-RCP-IDX)    TO WS-RCP-DIR-NB
               ADD WS-RCP-PRIME(WS-RCP-IDX) TO WS-RCP-DIR-PRIME
           END-PERFORM
           IF WS-NB-RCP > 0
               PERFORM 25100-EDITER-SSTOT-DIRECTION
           END-IF

           MOVE WS-RCP-CIE-NB    TO WS-LIGC-NB
           MOVE WS-RCP-CIE-PRIME TO WS-LIGC-PRIME
           MOVE WS-LIG-RCP-CIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF WS-RCP-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE DES AGENCES SATUREE, '
                       WS-RCP-DEBORDEMENT ' LIGNE(S) HORS RECAP'
           END-IF
           .

       25100-EDITER-SSTOT-DIRECTION.
           MOVE WS-RCP-DIR-PREC     TO WS-LIGR-CODE
           MOVE WS-RCP-LIB-DIR-PREC TO WS-LIGR-LIB
           MOVE WS-RCP-DIR-NB       TO WS-LIGR-NB
           MOVE WS-RCP-DIR-PRIME    TO WS-LIGR-PRIME
           MOVE WS-LIG-RCP-DIR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD WS-RCP-DIR-NB    TO WS-RCP-CIE-NB
           ADD WS-RCP-DIR-PRIME TO WS-RCP-CIE-PRIME
           MOVE 0 TO WS-RCP-DIR-NB
           MOVE 0 TO WS-RCP-DIR-PRIME
           .
