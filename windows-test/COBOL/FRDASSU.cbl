      *     sont separes de FREQJOURS=n jours ou moins (defaut : 3     *
      *     sinistres en 90 jours), indice d'une multiplication de     *
      *     declarations sur un meme vehicule sur une courte periode   *
      *     - les sinistres y sont ponderes comme dans RENOUVBM        *
      *     (SIN-RESP 'O' ou blanc 100 %, 'P' 50 %, 'N' 0 %, nature    *
      *     non malussante de WORK/NATURES.dat 0 %) et c'est le total  *
      *     pondere qui est compare a FREQNB                           *
      *   - montant hors norme : un SIN-MONTANT depassant NATMULT=n    *
      *     fois le montant moyen des sinistres de meme nature         *
      *     (defaut : 3 fois la moyenne), la moyenne n'etant retenue   *
      * FUNCTION INTEGER-OF-DATE (meme technique que EXPASSU), une     *
      * simple soustraction sur AAMMJJ ne le permettant pas a travers  *
      * un changement de mois/annee                                    *
      * Sans PARM, FREQNB et FREQJOURS sont ceux en vigueur au         *
      * referentiel des parametres batch (PGMPARAM, transaction PRMA), *
      * a defaut les valeurs ci-dessus ; les valeurs retenues et leur  *
      * origine sont tracees dans AUDITLOG                             *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  FS-NATR-REC.
           05 FS-NATR-CODE         PIC X(3).
           05 FS-NATR-LIBELLE      PIC X(20).
           05 FS-NATR-GARANTIE     PIC X(3).
           05 FS-NATR-MALUS        PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-SEUIL-NAT-MULT        PIC 9 VALUE 3.
       01  WS-SEUIL-NAT-MIN-NB      PIC 9 VALUE 3.

      * Referentiel des parametres batch (PGMPARAM) - origine des
      * seuils retenus : F referentiel, P PARM, D defaut du programme
           COPY WCOMPRM.
       01  WS-FREQ-NB-SOURCE        PIC X VALUE 'D'.
       01  WS-FREQ-NB-EFFET         PIC 9(8) VALUE 0.
       01  WS-FREQ-JOURS-SOURCE     PIC X VALUE 'D'.
       01  WS-FREQ-JOURS-EFFET      PIC 9(8) VALUE 0.

      * Table des cumuls par code nature (SIN-NATURE-CODE), pour
      * calculer le montant moyen d'une nature donnee - meme technique
      * de recherche lineaire que WS-TABLE-COMPTES de RECSIN ; les
               10 WS-VEH-MAT        PIC 9(6).
               10 WS-VEH-SEQ-VEHIC  PIC 9(2).
               10 WS-VEH-NB         PIC 9(4).
               10 WS-VEH-POIDS      PIC 9(6).
               10 WS-VEH-DATE-MIN   PIC 9(8).
               10 WS-VEH-DATE-MAX   PIC 9(8).
       01  WS-VEH-TROUVE            PIC X VALUE 'N'.
       01  WS-VEH-IDX-CHERCHE       PIC 9(5).
       01  WS-VEH-DEBORDEMENT       PIC 9(6) VALUE 0.

      * Poids du sinistre courant en % (100 = un sinistre responsable
      * plein) et seuil de frequence exprime dans la meme unite
       01  WS-POIDS-SINISTRE        PIC 9(3) VALUE 0.
       01  WS-SEUIL-FREQ-POIDS      PIC 9(6) VALUE 0.

      * Zones de travail pour la conversion AAMMJJ -> julien (via
      * FUNCTION INTEGER-OF-DATE, meme technique que EXPASSU) - fenetre
      * de siecle : AA < 50 -> 20AA, sinon 19AA
           05 WSF-MAT               PIC Z(5)9.
           05 FILLER                PIC X(10) VALUE ' VEHICULE '.
           05 WSF-VEHIC             PIC Z9.
           05 FILLER                PIC X(9)  VALUE ' - SIN : '.
           05 WSF-NB                PIC Z9.
           05 FILLER                PIC X(7)  VALUE ' POIDS '.
           05 WSF-POIDS             PIC ZZZ9.
           05 FILLER                PIC X(1)  VALUE '%'.
           05 FILLER                PIC X(12) VALUE ' EN JOURS : '.
           05 WSF-JOURS             PIC ZZZZ9.

           DISPLAY '========================================'
           DISPLAY 'DETECTION DE SCHEMAS DE FRAUDE SUR SINISTRE'
           DISPLAY '========================================'
           PERFORM 05200-LIRE-REFERENTIEL
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 05000-DECOUPER-PARM
           END-IF
           PERFORM 05300-TRACER-PARAMETRES
           DISPLAY 'SEUIL FREQUENCE   : ' WS-SEUIL-FREQ-NB
                   ' SINISTRES EN ' WS-SEUIL-FREQ-JOURS ' JOURS'
                   ' (ORIGINE ' WS-FREQ-NB-SOURCE WS-FREQ-JOURS-SOURCE
                   ')'
           DISPLAY 'SEUIL MONTANT     : ' WS-SEUIL-NAT-MULT
                   ' X LA MOYENNE DE LA NATURE'
           PERFORM 10000-INIT
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'FREQNB='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:1)
                       TO WS-SEUIL-FREQ-NB
                   MOVE 'P' TO WS-FREQ-NB-SOURCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:10) = 'FREQJOURS='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(11:3)
                       TO WS-SEUIL-FREQ-JOURS
                   MOVE 'P' TO WS-FREQ-JOURS-SOURCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'NATMULT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:1)
           END-PERFORM
           .

      * Seuils par defaut lus au referentiel des parametres batch (en  *
      * vigueur a la date du jour) ; a defaut, ceux du programme       *

       05200-LIRE-REFERENTIEL.
           MOVE 'FREQNB' TO WS-PRM-NOM
           MOVE 1 TO WS-PRM-LONGUEUR
           PERFORM 05400-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:1) TO WS-SEUIL-FREQ-NB
               MOVE 'F' TO WS-FREQ-NB-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-FREQ-NB-EFFET
           END-IF
           MOVE 'FREQJOURS' TO WS-PRM-NOM
           MOVE 3 TO WS-PRM-LONGUEUR
           PERFORM 05400-APPELER-PGMPARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:3) TO WS-SEUIL-FREQ-JOURS
               MOVE 'F' TO WS-FREQ-JOURS-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-FREQ-JOURS-EFFET
           END-IF
           .

      * Trace dans AUDITLOG des seuils effectivement appliques         *

       05300-TRACER-PARAMETRES.
           MOVE 'FREQNB' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-FREQ-NB TO WS-PRM-VALEUR(1:1)
           MOVE WS-FREQ-NB-SOURCE TO WS-PRM-SOURCE
           MOVE WS-FREQ-NB-EFFET TO WS-PRM-DATE-EFFET
           PERFORM 05500-TRACER-PGMPARAM
           MOVE 'FREQJOURS' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-FREQ-JOURS TO WS-PRM-VALEUR(1:3)
           MOVE WS-FREQ-JOURS-SOURCE TO WS-PRM-SOURCE
           MOVE WS-FREQ-JOURS-EFFET TO WS-PRM-DATE-EFFET
           PERFORM 05500-TRACER-PGMPARAM
           .

       05400-APPELER-PGMPARAM.
           MOVE 'L' TO WS-PRM-FONCTION
           MOVE 'FRDASSU' TO WS-PRM-PROGRAMME
           MOVE 0 TO WS-PRM-DATE
           CALL 'PGMPARAM' USING WS-COM-PARAM
           IF WS-PRM-RETOUR = 20
               DISPLAY 'PARAMETRE ' WS-PRM-NOM
                       ' NON NUMERIQUE AU REFERENTIEL - IGNORE'
           END-IF
           .

       05500-TRACER-PGMPARAM.
           MOVE 'T' TO WS-PRM-FONCTION
           MOVE 'FRDASSU' TO WS-PRM-PROGRAMME
           CALL 'PGMPARAM' USING WS-COM-PARAM
           .

      * Initialisation                                                *

       10000-INIT.
           WRITE FS-RAPPORT-REC

           PERFORM 15000-CHARGER-NATURES
           COMPUTE WS-SEUIL-FREQ-POIDS = WS-SEUIL-FREQ-NB * 100

           MOVE SPACES TO WS-ENREG
           MOVE 'SINISTRE' TO WS-NOM-FICHIER
               MOVE SIN-SEQ-VEHICULE OF W-SINISTRE
                   TO WS-VEH-SEQ-VEHIC(WS-VEH-IDX-CHERCHE)
               MOVE 0 TO WS-VEH-NB(WS-VEH-IDX-CHERCHE)
               MOVE 0 TO WS-VEH-POIDS(WS-VEH-IDX-CHERCHE)
               MOVE SIN-DATE OF W-SINISTRE
                   TO WS-VEH-DATE-MIN(WS-VEH-IDX-CHERCHE)
               MOVE SIN-DATE OF W-SINISTRE
           END-IF

           ADD 1 TO WS-VEH-NB(WS-VEH-IDX-CHERCHE)
           PERFORM 22200-PONDERER-SINISTRE
           ADD WS-POIDS-SINISTRE TO WS-VEH-POIDS(WS-VEH-IDX-CHERCHE)
           IF SIN-DATE OF W-SINISTRE <
                   WS-VEH-DATE-MIN(WS-VEH-IDX-CHERCHE)
               MOVE SIN-DATE OF W-SINISTRE
           END-IF
           .

      * Poids d'un sinistre en % - meme regle que RENOUVBM : part de   *
      * responsabilite (P 50, N 0, O ou blanc 100), ramene a 0 pour    *
      * une nature non malussante                                      *

       22200-PONDERER-SINISTRE.
           EVALUATE SIN-RESP OF W-SINISTRE
               WHEN 'P'
                   MOVE 50 TO WS-POIDS-SINISTRE
               WHEN 'N'
                   MOVE 0 TO WS-POIDS-SINISTRE
               WHEN OTHER
                   MOVE 100 TO WS-POIDS-SINISTRE
           END-EVALUATE
           IF SIN-NATURE-CODE OF W-SINISTRE NOT = SPACES
               PERFORM 22210-CONTROLER-NATURE
                   VARYING WS-NREF-IDX-CHERCHE FROM 1 BY 1
                   UNTIL WS-NREF-IDX-CHERCHE > WS-NB-NREF-CHARGEES
           END-IF
           .

       22210-CONTROLER-NATURE.
           IF WS-NREF-CODE(WS-NREF-IDX-CHERCHE)
                   = SIN-NATURE-CODE OF W-SINISTRE
               AND NREF-NON-MALUSSANTE(WS-NREF-IDX-CHERCHE)
               MOVE 0 TO WS-POIDS-SINISTRE
           END-IF
           .

      * Parcourir WS-TABLE-VEHICULES et signaler tout vehicule dont le *
      * nombre de sinistres et l'etalement en jours franchissent les   *
      * seuils de frequence                                            *
       25000-SIGNALER-FREQUENCES.
           PERFORM VARYING WS-VEH-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-VEH-IDX-CHERCHE > WS-NB-VEHICULES
               IF WS-VEH-POIDS(WS-VEH-IDX-CHERCHE)
                       >= WS-SEUIL-FREQ-POIDS
                   PERFORM 25100-VERIFIER-ETALEMENT
               END-IF
           END-PERFORM
               MOVE WS-VEH-MAT(WS-VEH-IDX-CHERCHE) TO WSF-MAT
               MOVE WS-VEH-SEQ-VEHIC(WS-VEH-IDX-CHERCHE) TO WSF-VEHIC
               MOVE WS-VEH-NB(WS-VEH-IDX-CHERCHE) TO WSF-NB
               MOVE WS-VEH-POIDS(WS-VEH-IDX-CHERCHE) TO WSF-POIDS
               MOVE WS-VEH-ECART-JOURS TO WSF-JOURS
               MOVE WS-LIG-FREQ TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
