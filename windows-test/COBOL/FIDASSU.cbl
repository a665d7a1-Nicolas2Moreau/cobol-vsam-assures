      * SEUIL=nn, annees, meme technique que CHNASSU/SEUIL=), pour la  *
      * relance fidelisation de l'equipe commerciale, separement de    *
      * la liste d'eligibilite remise basee sur les sinistres          *
      * Sans PARM, le seuil est celui en vigueur au referentiel des    *
      * parametres batch (PGMPARAM, transaction PRMA), a defaut 05 ;   *
      * le seuil retenu et son origine sont traces dans AUDITLOG       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-PARM-TOK           PIC X(20) OCCURS 3 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Referentiel des parametres batch (PGMPARAM) - origine du seuil
      * retenu : F referentiel, P PARM, D defaut du programme
           COPY WCOMPRM.
       01  WS-SEUIL-SOURCE           PIC X VALUE 'D'.
       01  WS-SEUIL-EFFET            PIC 9(8) VALUE 0.

      * Rupture de sequence sur la ville
       01  WS-VILLE-PREC             PIC X(12) VALUE SPACES.
       01  WS-FIN-TRI                 PIC X VALUE 'N'.
               OUTPUT PROCEDURE IS 20000-EDITER-RAPPORT
           DISPLAY '========================================'
           DISPLAY 'SEUIL ANCIENNETE RETENU : ' WS-SEUIL-ANNEES ' ANS'
                   ' (ORIGINE ' WS-SEUIL-SOURCE ')'
           DISPLAY 'VEHICULES CONTROLES     : ' WS-NB-ASSURES-LUS
           DISPLAY 'CLIENTS ANCIENS EDITES  : ' WS-NB-ASSURES-TOTAL
           DISPLAY 'VILLES EDITEES          : ' WS-NB-VILLES
      * Lecture du PARM optionnel SEUIL=nn (annees)                    *

       05000-LIRE-PARM.
           PERFORM 05200-LIRE-REFERENTIEL
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 05100-DECOUPER-PARM
           END-IF
           PERFORM 05300-TRACER-PARAMETRES
           .

       05100-DECOUPER-PARM.
               UNTIL WS-PARM-IDX > 3
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'SEUIL='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:2) TO WS-SEUIL-ANNEES
                   MOVE 'P' TO WS-SEUIL-SOURCE
               END-IF
           END-PERFORM
           .

      * Seuil par defaut lu au referentiel des parametres batch (en    *
      * vigueur a la date du jour) ; a defaut, 05 est conserve         *

       05200-LIRE-REFERENTIEL.
           MOVE 'L' TO WS-PRM-FONCTION
           MOVE 'FIDASSU' TO WS-PRM-PROGRAMME
           MOVE 'SEUIL' TO WS-PRM-NOM
           MOVE 0 TO WS-PRM-DATE
           MOVE 2 TO WS-PRM-LONGUEUR
           CALL 'PGMPARAM' USING WS-COM-PARAM
           IF PRM-TROUVE
               MOVE WS-PRM-VALEUR(1:2) TO WS-SEUIL-ANNEES
               MOVE 'F' TO WS-SEUIL-SOURCE
               MOVE WS-PRM-DATE-EFFET TO WS-SEUIL-EFFET
           END-IF
           IF WS-PRM-RETOUR = 20
               DISPLAY 'PARAMETRE SEUIL NON NUMERIQUE AU REFERENTIEL'
                       ' - IGNORE'
           END-IF
           .

      * Trace dans AUDITLOG du seuil effectivement applique            *

       05300-TRACER-PARAMETRES.
           MOVE 'T' TO WS-PRM-FONCTION
           MOVE 'FIDASSU' TO WS-PRM-PROGRAMME
           MOVE 'SEUIL' TO WS-PRM-NOM
           MOVE SPACES TO WS-PRM-VALEUR
           MOVE WS-SEUIL-ANNEES TO WS-PRM-VALEUR(1:2)
           MOVE WS-SEUIL-SOURCE TO WS-PRM-SOURCE
           MOVE WS-SEUIL-EFFET TO WS-PRM-DATE-EFFET
           CALL 'PGMPARAM' USING WS-COM-PARAM
           .

      * Alimentation du tri - lecture sequentielle du KSDS source,     *
      * ne retient que les vehicules dont l'anciennete depasse le      *
      * seuil                                                          *
