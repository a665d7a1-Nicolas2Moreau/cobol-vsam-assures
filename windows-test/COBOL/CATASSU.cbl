      *     liste l'index dans WORK/CATASSU.lst                       *
      *   ACTION=GET,FICHIER=<pgm>,RUN=nnnn                           *
      *     restitue la copie demandee dans WORK/<pgm>.RESTIT.lst     *
      * Sans RETENTION=, la retention est celle en vigueur au         *
      * referentiel des parametres batch (PGMPARAM, transaction PRMA),*
      * a defaut 10 ; la valeur appliquee par un STORE et son origine *
      * sont tracees dans AUDITLOG                                    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-PARM-TOK           PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Referentiel des parametres batch (PGMPARAM) - origine de la
      * retention : F referentiel, P PARM, D defaut du programme
           COPY WCOMPRM.
       01  WS-RETENTION-SOURCE       PIC X VALUE 'D'.
       01  WS-RETENTION-EFFET        PIC 9(8) VALUE 0.

      * Index en memoire, le temps d'appliquer la retention
       01  WS-TAB-INDEX.
           05 WS-IDX-ENTREE OCCURS 500 TIMES.

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           PERFORM 10200-LIRE-REFERENTIEL
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF ACTION-STORE
               PERFORM 10300-TRACER-PARAMETRES
           END-IF
           PERFORM 11000-CHARGER-INDEX
           .

               IF WS-PARM-TOK(WS-PARM-IDX)(1:10) = 'RETENTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(11:2)
                       TO WS-PARM-RETENTION
                   MOVE 'P' TO WS-RETENTION-SOURCE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'RUN='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:4)
           END-PERFORM
           .

      * Retention par defaut lue au referentiel des parametres batch   *
      * (en vigueur a la date du jour) ; a defaut, 10 est conserve     *

       10200-LIRE-REFERENTIEL.
           MOVE 'L' TO WS-PRM-FONCTION
           MOVE 'CATASSU' TO WS-PRM-PROGRAMME
           MOVE 'RETENTION' TO WS-PRM-NOM
           MOVE 0 TO WS-PRM-DATE
           MOVE 2 TO WS-PRM-LONGUEUR
           CALL 'PGMPARAM' USING WS-COM-PARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-PARM-RETENTION
               MOVE 'F' TO WS-RETENTION-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-RETENTION-EFFET
           END-IF
           IF WS-PRM-RETOUR = 20
               DISPLAY 'PARAMETRE RETENTION NON NUMERIQUE AU '
                       'REFERENTIEL - IGNORE'
           END-IF
           .

      * Trace dans AUDITLOG de la retention effectivement appliquee    *

       10300-TRACER-PARAMETRES.
           MOVE 'T' TO WS-PRM-FONCTION
           MOVE 'CATASSU' TO WS-PRM-PROGRAMME
           MOVE 'RETENTION' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-PARM-RETENTION TO WS-PRM-VALEUR(1:2)
           MOVE WS-RETENTION-SOURCE TO WS-PRM-SOURCE
           MOVE WS-RETENTION-EFFET TO WS-PRM-DATE-EFFET
           CALL 'PGMPARAM' USING WS-COM-PARAM
           .

      * Charger l'index en memoire (fichier absent a la premiere       *
      * utilisation - index vide)                                      *

