       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGASSU.

      * REPARTITION PAR AGENCE - Lit ASSURES3, determine l'agence     *
      * gestionnaire de chaque police (PGMAGENC : rattachement        *
      * WORK/AGCPOL.dat, a defaut agence de la region du CP) et       *
      * cumule le nombre de polices et la prime totale par agence,    *
      * avec sous-total par direction regionale et total compagnie,   *
      * pour le suivi des managers commerciaux regionaux              *
      * PARM optionnel CIE=1|2 : restreint le rapport a une seule    *
      * compagnie/marque (CIE-A4), chaque marque voyant ainsi ses    *
      * propres chiffres                                              *
      *                                                               *
      * MODIFICATIONS :                                               *
      *   2026-09-02  filtre par compagnie/marque (PARM CIE=1|2)     *
      *   2026-10-15  synthese par agence gestionnaire (referentiel  *
      *               WORK/AGENCES.dat via PGMAGENC) au lieu des 13  *
      *               regions en dur, totalisee par direction et     *
      *               pour la compagnie                              *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-ASSURES               PIC XX.
       01  FS-RAPPORT               PIC XX.

      * Date systeme, format AAAAMMJJ (date d'edition du rapport)
       01  WS-DATE-SYSTEME           PIC 9(8).
               88 WS-PAGE-INIT           VALUE 1.
               88 WS-PAGE-LIGNE          VALUE 2.
           05 WS-PAGE-TITRE          PIC X(40)
               VALUE 'REPARTITION DES POLICES PAR AGENCE'.
           05 WS-PAGE-NBLIG-PAGE     PIC 99 VALUE 55.
           05 WS-PAGE-DATE-EDITION   PIC 9(8).
           05 WS-PAGE-SAUT-PAGE      PIC X.
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

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

       01  WS-NB-ASSURES             PIC 9(6) VALUE 0.

           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX              PIC 9 VALUE 1.

      * Table de synthese par agence, tenue triee sur direction +
      * agence a l'insertion (edition directe avec rupture sur la
      * direction) - cumul du nombre de polices et de la prime
       01  WS-NB-SYN                 PIC 999 VALUE 0.
       01  WS-TABLE-SYNTHESE.
           05 WS-SYN-ENTRY          OCCURS 100 TIMES.
               10 WS-SYN-CLE.
                   15 WS-SYN-DIR    PIC X(3).
                   15 WS-SYN-CODE   PIC X(3).
               10 WS-SYN-LIB        PIC X(20).
               10 WS-SYN-LIB-DIR    PIC X(20).
               10 WS-SYN-NB         PIC 9(6).
               10 WS-SYN-SOMME      PIC 9(9)V99.
       01  WS-SYN-CLE-CHERCHE        PIC X(6).
       01  WS-SYN-POS                PIC 999.
       01  WS-SYN-DEBORDEMENT        PIC 9(6) VALUE 0.

      * Polices dont l'agence n'a pu etre determinee (non rattachee
      * et prefixe de code postal absent de WORK/REGIONS.dat -
      * anomalie, comptee a part)
       01  WS-NB-SANS-REGION         PIC 9(6) VALUE 0.
       01  WS-SOMME-SANS-REGION      PIC 9(9)V99 VALUE 0.

      * Index de parcours/recherche dans la table de synthese
       01  WS-SYN-IDX                PIC 999.

      * Rupture sur la direction et cumuls direction/compagnie
       01  WS-DIR-PREC               PIC X(3) VALUE SPACES.
       01  WS-LIB-DIR-PREC           PIC X(20) VALUE SPACES.
       01  WS-DIR-NB                 PIC 9(6) VALUE 0.
       01  WS-DIR-SOMME              PIC 9(9)V99 VALUE 0.
       01  WS-CIE-NB                 PIC 9(6) VALUE 0.
       01  WS-CIE-SOMME              PIC 9(9)V99 VALUE 0.

      * Lignes de rapport
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(8)  VALUE 'AGENCE  '.
           05 FILLER                PIC X(21) VALUE
               'LIBELLE              '.
           05 FILLER                PIC X(10) VALUE 'NB POLICES'.
           05 WS-LIGD-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-LIGD-SOMME         PIC ZZZZZZZZ9,99.
       01  WS-LIG-DIRECTION.
           05 FILLER                PIC X(4)  VALUE 'DIR '.
           05 WS-LIGR-CODE          PIC X(3).
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 WS-LIGR-LIB           PIC X(20).
           05 WS-LIGR-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-LIGR-SOMME         PIC ZZZZZZZZ9,99.
       01  WS-LIG-COMPAGNIE.
           05 FILLER                PIC X(28) VALUE
               'TOTAL COMPAGNIE'.
           05 WS-LIGC-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-LIGC-SOMME         PIC ZZZZZZZZ9,99.
       01  WS-LIG-SANS-REGION.
           05 FILLER                PIC X(28) VALUE
               'AGENCE NON DETERMINEE'.
           05 WS-LIGA-NB            PIC ZZZZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-LIGA-SOMME         PIC ZZZZZZZZ9,99.

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'REPARTITION DES POLICES PAR AGENCE'
           DISPLAY '========================================'
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'ASSURES ANALYSES       : ' WS-NB-ASSURES
           DISPLAY 'AGENCES EDITEES        : ' WS-NB-SYN
           DISPLAY 'SANS AGENCE (ANOMALIE) : ' WS-NB-SANS-REGION
           DISPLAY '========================================'
           STOP RUN.

               DISPLAY 'FILE STATUS : ' FS-RAPPORT
               STOP RUN
           END-IF
           .

      * Lecture sequentielle et cumul des compteurs                   *
           END-PERFORM
           .

      * Decouper le PARM - CIE=1|2 restreint le rapport a une marque  *

       05000-DECOUPER-PARM.
           END-IF
           .

      * Cumul d'un enregistrement dans la synthese par agence         *

       21000-CUMULER-ENREG.
      * Filtre par compagnie/marque (PARM CIE=) - chaque marque voit
      * ainsi ses propres chiffres
           END-IF
           ADD 1 TO WS-NB-ASSURES

           MOVE 'P' TO WS-AGC-FONCTION
           MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-AGC-MAT
           MOVE CP-A4 IN WS-ASSURE-CASSURES  TO WS-AGC-CP
           CALL 'PGMAGENC' USING WS-COM-AGENCE

           IF WS-AGC-RETOUR NOT = 03
               PERFORM 21200-CHERCHER-SYNTHESE
               IF WS-SYN-IDX > WS-NB-SYN
                   PERFORM 21300-INSERER-SYNTHESE
               END-IF
           END-IF
           IF WS-AGC-RETOUR NOT = 03 AND WS-SYN-IDX NOT > WS-NB-SYN
               ADD 1 TO WS-SYN-NB(WS-SYN-IDX)
               ADD PRIME-A4 IN WS-ASSURE-CASSURES
                   TO WS-SYN-SOMME(WS-SYN-IDX)
       FIN-21000-CUMULER-ENREG.
           EXIT.

      * Recherche de l'agence (direction + code) dans la table de     *
      * synthese - WS-SYN-IDX > WS-NB-SYN si elle n'y est pas encore  *

       21200-CHERCHER-SYNTHESE.
           MOVE WS-AGC-DIRECTION TO WS-SYN-CLE-CHERCHE(1:3)
           MOVE WS-AGC-CODE      TO WS-SYN-CLE-CHERCHE(4:3)
           MOVE 1 TO WS-SYN-IDX
           PERFORM 21210-COMPARER-SYNTHESE
               UNTIL WS-SYN-IDX > WS-NB-SYN
                   OR WS-SYN-CLE(WS-SYN-IDX) = WS-SYN-CLE-CHERCHE
           .

       21210-COMPARER-SYNTHESE.
           IF WS-SYN-CLE(WS-SYN-IDX) NOT = WS-SYN-CLE-CHERCHE
               ADD 1 TO WS-SYN-IDX
           END-IF
           .

      * Insertion d'une nouvelle agence a son rang (ordre direction + *
      * agence), les entrees suivantes etant decalees d'un rang -     *
      * table saturee : la police est comptee sans agence             *

       21300-INSERER-SYNTHESE.
           IF WS-NB-SYN NOT < 100
               ADD 1 TO WS-SYN-DEBORDEMENT
           ELSE
               MOVE 1 TO WS-SYN-POS
               PERFORM UNTIL WS-SYN-POS > WS-NB-SYN
                       OR WS-SYN-CLE(WS-SYN-POS) > WS-SYN-CLE-CHERCHE
                   ADD 1 TO WS-SYN-POS
               END-PERFORM
               PERFORM VARYING WS-SYN-IDX FROM WS-NB-SYN BY -1
                   UNTIL WS-SYN-IDX < WS-SYN-POS
                   MOVE WS-SYN-ENTRY(WS-SYN-IDX)
                       TO WS-SYN-ENTRY(WS-SYN-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-NB-SYN
               MOVE WS-SYN-POS TO WS-SYN-IDX
               MOVE WS-SYN-CLE-CHERCHE TO WS-SYN-CLE(WS-SYN-IDX)
               IF WS-AGC-NOM = SPACES
                   MOVE 'AGENCE INCONNUE' TO WS-SYN-LIB(WS-SYN-IDX)
               ELSE
                   MOVE WS-AGC-NOM TO WS-SYN-LIB(WS-SYN-IDX)
               END-IF
               IF WS-AGC-NOM-DIRECTION = SPACES
                   MOVE 'DIRECTION INCONNUE'
                       TO WS-SYN-LIB-DIR(WS-SYN-IDX)
               ELSE
                   MOVE WS-AGC-NOM-DIRECTION
                       TO WS-SYN-LIB-DIR(WS-SYN-IDX)
               END-IF
               MOVE 0 TO WS-SYN-NB(WS-SYN-IDX)
               MOVE 0 TO WS-SYN-SOMME(WS-SYN-IDX)
           END-IF
           .

      * Edition du rapport                                             *

       30000-EDITER-RAPPORT.

           MOVE 1 TO WS-SYN-IDX
           PERFORM 31000-EDITER-REGION
               UNTIL WS-SYN-IDX > WS-NB-SYN
           IF WS-NB-SYN > 0
               PERFORM 32000-EDITER-DIRECTION
           END-IF

           IF WS-NB-SANS-REGION > 0
               MOVE SPACES TO FS-RAPPORT-REC
               MOVE WS-SOMME-SANS-REGION TO WS-LIGA-SOMME
               MOVE WS-LIG-SANS-REGION TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
               ADD WS-NB-SANS-REGION    TO WS-CIE-NB
               ADD WS-SOMME-SANS-REGION TO WS-CIE-SOMME
           END-IF

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CIE-NB    TO WS-LIGC-NB
           MOVE WS-CIE-SOMME TO WS-LIGC-SOMME
           MOVE WS-LIG-COMPAGNIE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           IF WS-SYN-DEBORDEMENT > 0
               DISPLAY 'ATTENTION - TABLE DES AGENCES SATUREE, '
                       WS-SYN-DEBORDEMENT ' POLICE(S) SANS AGENCE'
           END-IF
           .

           WRITE FS-RAPPORT-REC
           .

      * Une ligne de synthese par agence, precedee du sous-total de    *
      * la direction precedente a chaque changement de direction       *

       31000-EDITER-REGION.
           IF WS-SYN-IDX > 1
                   AND WS-SYN-DIR(WS-SYN-IDX) NOT = WS-DIR-PREC
               PERFORM 32000-EDITER-DIRECTION
           END-IF
           MOVE WS-SYN-DIR(WS-SYN-IDX)     TO WS-DIR-PREC
           MOVE WS-SYN-LIB-DIR(WS-SYN-IDX) TO WS-LIB-DIR-PREC

           SET WS-PAGE-LIGNE TO TRUE
           CALL 'PGMPAGE' USING WS-COM-PAGE
           IF WS-PAGE-NOUVELLE-PAGE
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           ADD WS-SYN-NB(WS-SYN-IDX)    TO WS-DIR-NB
           ADD WS-SYN-SOMME(WS-SYN-IDX) TO WS-DIR-SOMME
           ADD 1 TO WS-SYN-IDX
           .

      * Sous-total de la direction qui vient de se terminer, cumule    *
      * au total compagnie                                             *

       32000-EDITER-DIRECTION.
           MOVE WS-DIR-PREC     TO WS-LIGR-CODE
           MOVE WS-LIB-DIR-PREC TO WS-LIGR-LIB
           MOVE WS-DIR-NB       TO WS-LIGR-NB
           MOVE WS-DIR-SOMME    TO WS-LIGR-SOMME
           MOVE WS-LIG-DIRECTION TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           ADD WS-DIR-NB    TO WS-CIE-NB
           ADD WS-DIR-SOMME TO WS-CIE-SOMME
           MOVE 0 TO WS-DIR-NB
           MOVE 0 TO WS-DIR-SOMME
           .

      * Fin de traitement                                              *

       40000-FIN.
