       IDENTIFICATION DIVISION.
       PROGRAM-ID. HAMASSU.

      * RESILIATIONS POUR CHANGEMENT D'ASSUREUR (LOI HAMON) - Apres un *
      * an de contrat, l'assure qui change d'assureur donne mandat au  *
      * nouvel assureur de resilier l'ancienne police a sa place. Ce   *
      * programme traite les deux sens de l'echange (cf WHAMON.cpy) :  *
      *   - demandes recues (WORK/HAMONIN.dat, type 'D') pour nos      *
      *     assures qui nous quittent : la police doit avoir passe sa  *
      *     premiere echeance anniversaire (ANCIENNETE-A4 >= 1, ou     *
      *     DATE-EFFET-A4 + 1 an atteinte a la reception) ; un         *
      *     mouvement de suppression 'S' (layout v2, vehicule vise) a  *
      *     effet differe d'un mois apres la reception (date d'effet   *
      *     legale) est depose dans WORK/HAMONMVT.dat, a recharger en  *
      *     FMVTSE via le fichier de controle MVTLISTE de MAJASSV2, et *
      *     un accuse (type 'A', accepte ou refuse avec motif) est     *
      *     ecrit pour l'assureur demandeur dans WORK/HAMONOUT.dat     *
      *   - mandats de nos nouveaux clients (WORK/HAMONMAN.dat, type   *
      *     'D') : la demande est emise vers l'ancien assureur dans    *
      *     WORK/HAMONOUT.dat et suivie dans WORK/HAMONSUI.dat avec    *
      *     une date limite de reponse                                 *
      *   - accuses recus (WORK/HAMONIN.dat, type 'A') : la demande    *
      *     suivie correspondante est soldee (acceptee ou refusee)     *
      *   - les demandes emises sans reponse a la date limite sont     *
      *     listees pour relance                                       *
      * Le detail des echanges est edite dans WORK/HAMASSU.lst.        *
      * Une date d'effet tombant au-dela du 28 est reportee au 1er du  *
      * mois suivant, pour ne jamais resilier avant le mois legal.     *
      * PARM optionnel : REPONSE=nnn -> delai de reponse attendu de    *
      * l'ancien assureur, en jours (defaut 030)                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Echanges recus des autres assureurs - fichier optionnel
           SELECT F-RECU ASSIGN TO "WORK/HAMONIN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECU.

      * Mandats de resiliation de nos nouveaux clients - optionnel
           SELECT F-MANDAT ASSIGN TO "WORK/HAMONMAN.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANDAT.

      * Echanges emis vers les autres assureurs
           SELECT F-EMIS ASSIGN TO "WORK/HAMONOUT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMIS.

      * Mouvements de suppression generes (extrait FMVTSE)
           SELECT F-MOUVEMENT ASSIGN TO "WORK/HAMONMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOUVEMENT.

      * Suivi des demandes emises - relu en debut de run puis reecrit
           SELECT F-SUIVI ASSIGN TO "WORK/HAMONSUI.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUIVI.

      * Fichier de sortie - listing des echanges
           SELECT F-RAPPORT ASSIGN TO "WORK/HAMASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-RECU.
       01  FS-RECU-REC              PIC X(100).

       FD  F-MANDAT.
       01  FS-MANDAT-REC            PIC X(100).

       FD  F-EMIS.
       01  FS-EMIS-REC              PIC X(100).

       FD  F-MOUVEMENT.
       01  FS-MVT-REC               PIC X(100).

       FD  F-SUIVI.
       01  FS-SUI-REC.
           05 FS-SUI-MAT            PIC X(6).
           05 FS-SUI-SEQ-VEHICULE   PIC 9(2).
           05 FS-SUI-ASSUREUR       PIC X(20).
           05 FS-SUI-POLICE         PIC X(12).
           05 FS-SUI-DATE-ENVOI     PIC 9(8).
           05 FS-SUI-DATE-LIMITE    PIC 9(8).
      * E : emise, en attente de reponse ; O : acceptee ; R : refusee
           05 FS-SUI-STATUT         PIC X.
           05 FS-SUI-DATE-EFFET     PIC 9(8).
           05 FS-SUI-DATE-REPONSE   PIC 9(8).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

      * Copy books structures
           COPY WASSURE.
           COPY WHAMON.
           COPY WFMVTSE.

       01  FS-RECU                   PIC XX.
       01  FS-MANDAT                 PIC XX.
       01  FS-EMIS                   PIC XX.
       01  FS-MOUVEMENT              PIC XX.
       01  FS-SUIVI                  PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER         PIC X(8).
           05 WS-CODE-FONCTION       PIC 99.
           05 WS-CODE-RETOUR         PIC 99.
           05 WS-ENREG               PIC X(120).
           05 WS-FILLER              PIC X(28).

       01  WS-NOM-PGMVSAM            PIC X(8) VALUE 'PGMVSAM'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN           PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE          PIC 99 VALUE 02.
           05 WS-FUNC-READ           PIC 99 VALUE 03.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK              PIC 99 VALUE 00.
           05 WS-RET-NOTFOUND        PIC 99 VALUE 01.

      * Date systeme et calcul de dates (conversion julienne - meme
      * technique que CHRASSU/EXPASSU)
       01  WS-DATE-SYSTEME            PIC 9(8).
       01  WS-DATE-SYSTEME-R REDEFINES WS-DATE-SYSTEME.
           05 WS-DSY-AAAA            PIC 9(4).
           05 WS-DSY-MM              PIC 99.
           05 WS-DSY-JJ              PIC 99.
       01  WS-DATE-LIMITE             PIC 9(8).
       01  WS-DATE-EFFET-POLICE       PIC 9(8).
       01  WS-CONV-JULIEN             PIC 9(7).

      * Date d'effet legale : date de reception + 1 mois
       01  WS-DATE-CALCUL             PIC 9(8).
       01  WS-DATE-CALCUL-R REDEFINES WS-DATE-CALCUL.
           05 WS-DCA-AAAA            PIC 9(4).
           05 WS-DCA-MM              PIC 99.
           05 WS-DCA-JJ              PIC 99.

      * Identifiant du lot de mouvements genere : 'HM' + MMJJ du run
       01  WS-BATCH-ID.
           05 FILLER                 PIC X(2) VALUE 'HM'.
           05 WS-BATCH-MM            PIC 99.
           05 WS-BATCH-JJ            PIC 99.

      * Zones extraites du PARM
       01  WS-PARM-REPONSE            PIC 9(3) VALUE 30.

       01  WS-PARM-TRAVAIL            PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK            PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX                PIC 9 VALUE 1.

      * Suivi des demandes emises, charge en memoire et reecrit en fin
      * de run (meme technique de file en memoire que SOUASSU)
       01  WS-TAB-SUIVI.
           05 WS-SUI-ENTRY           OCCURS 2000 TIMES.
               10 WS-SUI-MAT         PIC X(6).
               10 WS-SUI-SEQ-VEHICULE PIC 9(2).
               10 WS-SUI-ASSUREUR    PIC X(20).
               10 WS-SUI-POLICE      PIC X(12).
               10 WS-SUI-DATE-ENVOI  PIC 9(8).
               10 WS-SUI-DATE-LIMITE PIC 9(8).
               10 WS-SUI-STATUT      PIC X.
               10 WS-SUI-DATE-EFFET  PIC 9(8).
               10 WS-SUI-DATE-REPONSE PIC 9(8).
       01  WS-NB-SUI                  PIC 9(4) VALUE 0.
       01  WS-SUI-IDX                 PIC 9(4).
       01  WS-SUI-POS                 PIC 9(4) VALUE 0.

      * Demande recue courante
       01  WS-ACCEPTEE                PIC X VALUE 'N'.
           88 DEMANDE-ACCEPTEE            VALUE 'O'.
       01  WS-TYPE-LIGNE              PIC X(10).
       01  WS-DATE-LIGNE              PIC 9(8).
       01  WS-MOTIF                   PIC X(24).

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-RECUS           PIC 9(6) VALUE 0.
           05 WS-CPT-ACCEPTEES       PIC 9(6) VALUE 0.
           05 WS-CPT-REFUSEES        PIC 9(6) VALUE 0.
           05 WS-CPT-EMISES          PIC 9(6) VALUE 0.
           05 WS-CPT-REPONSES        PIC 9(6) VALUE 0.
           05 WS-CPT-RELANCES        PIC 9(6) VALUE 0.
           05 WS-CPT-ANOMALIES       PIC 9(5) VALUE 0.

      * Ligne de detail
       01  WS-LIG-ENTETE.
           05 FILLER                  PIC X(11) VALUE 'ECHANGE'.
           05 FILLER                  PIC X(10) VALUE 'MATRIC. VH'.
           05 FILLER                  PIC X(21) VALUE ' AUTRE ASSUREUR'.
           05 FILLER                  PIC X(9)  VALUE 'DATE'.
           05 FILLER                  PIC X(24) VALUE 'RESULTAT'.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-TYPE            PIC X(10).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-MAT             PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-LIGD-VEHIC           PIC Z9.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-ASSUREUR        PIC X(20).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE            PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 WS-LIGD-MOTIF           PIC X(24).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RESILIATIONS CHANGEMENT D''ASSUREUR'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER-RECUS
           PERFORM 30000-TRAITER-MANDATS
           PERFORM 35000-CONTROLER-DELAIS
               VARYING WS-SUI-IDX FROM 1 BY 1
               UNTIL WS-SUI-IDX > WS-NB-SUI
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'DEMANDES RECUES      : ' WS-CPT-RECUS
           DISPLAY '  ACCEPTEES          : ' WS-CPT-ACCEPTEES
           DISPLAY '  REFUSEES           : ' WS-CPT-REFUSEES
           DISPLAY 'DEMANDES EMISES      : ' WS-CPT-EMISES
           DISPLAY 'REPONSES RECUES      : ' WS-CPT-REPONSES
           DISPLAY 'A RELANCER           : ' WS-CPT-RELANCES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CPT-RELANCES > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      * Initialisation - PARM, suivi et ouverture des fichiers         *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DSY-MM TO WS-BATCH-MM
           MOVE WS-DSY-JJ TO WS-BATCH-JJ

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           DISPLAY 'DELAI DE REPONSE ATTENDU : ' WS-PARM-REPONSE
                   ' JOURS - LOT DE MOUVEMENTS ' WS-BATCH-ID

           COMPUTE WS-CONV-JULIEN =
               FUNCTION INTEGER-OF-DATE(WS-DATE-SYSTEME)
               + WS-PARM-REPONSE
           COMPUTE WS-DATE-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-CONV-JULIEN)

           PERFORM 11000-CHARGER-SUIVI

           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE ASSURES3'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-EMIS
           IF FS-EMIS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HAMONOUT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-MOUVEMENT
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HAMONMVT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'RESILIATIONS POUR CHANGEMENT D''ASSUREUR (LOI HAMON)'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Decouper le PARM en jetons cle=valeur separes par une virgule  *

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'REPONSE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:3)
                       TO WS-PARM-REPONSE
               END-IF
           END-PERFORM
           .

      * Suivi des demandes emises lors des runs precedents (absent :   *
      * aucune demande en cours)                                       *

       11000-CHARGER-SUIVI.
           OPEN INPUT F-SUIVI
           IF FS-SUIVI = '00'
               PERFORM UNTIL FS-SUIVI = '10'
                   READ F-SUIVI
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-NB-SUI < 2000
                               ADD 1 TO WS-NB-SUI
                               MOVE FS-SUI-REC
                                   TO WS-SUI-ENTRY(WS-NB-SUI)
                           ELSE
                               DISPLAY 'SUIVI HAMONSUI SATURE (2000) -'
                                       ' RIEN N''EST REECRIT'
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-SUIVI
           END-IF
           .

      * Echanges recus : demandes de resiliation et accuses            *

       20000-TRAITER-RECUS.
           OPEN INPUT F-RECU
           IF FS-RECU NOT = '00'
               DISPLAY 'HAMONIN.dat ABSENT - AUCUN ECHANGE RECU'
           ELSE
               PERFORM UNTIL FS-RECU = '10'
                   READ F-RECU
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-RECU-REC TO W-HAMON
                           EVALUATE TRUE
                               WHEN HM-DEMANDE
                                   PERFORM 21000-TRAITER-DEMANDE
                               WHEN HM-ACCUSE
                                   PERFORM 25000-TRAITER-ACCUSE
                               WHEN OTHER
                                   DISPLAY 'ANOMALIE - TYPE D''ECHANGE '
                                           'INCONNU : ' HM-TYPE
                                           ' MATRICULE ' HM-MAT
                                   ADD 1 TO WS-CPT-ANOMALIES
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE F-RECU
           END-IF
           .

      * Demande de resiliation recue pour un de nos assures            *

       21000-TRAITER-DEMANDE.
           ADD 1 TO WS-CPT-RECUS
           MOVE 'N' TO WS-ACCEPTEE
           MOVE 0 TO HM-DATE-EFFET
           MOVE SPACES TO HM-MOTIF
           IF HM-SEQ-VEHICULE NOT NUMERIC OR HM-SEQ-VEHICULE = 0
               MOVE 1 TO HM-SEQ-VEHICULE
           END-IF
           IF HM-DATE-DEMANDE NOT NUMERIC OR HM-DATE-DEMANDE = 0
               MOVE WS-DATE-SYSTEME TO HM-DATE-DEMANDE
           END-IF

           IF HM-MAT NOT NUMERIC OR HM-ASSUREUR = SPACES
               MOVE '03' TO HM-MOTIF
               MOVE 'REFUSEE - INCOMPLETE' TO WS-MOTIF
           ELSE
               MOVE HM-MAT          TO WS-ENREG(1:6)
               MOVE HM-SEQ-VEHICULE TO WS-ENREG(7:2)
               MOVE 'ASSURES3' TO WS-NOM-FICHIER
               MOVE WS-FUNC-READ TO WS-CODE-FONCTION
               CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
               IF WS-CODE-RETOUR NOT = WS-RET-OK
                   MOVE '01' TO HM-MOTIF
                   MOVE 'REFUSEE - POLICE INCONNUE' TO WS-MOTIF
               ELSE
                   MOVE WS-ENREG TO W-ASSURE
                   PERFORM 21100-CONTROLER-ANCIENNETE
               END-IF
           END-IF

           IF DEMANDE-ACCEPTEE
               PERFORM 21200-CALCULER-DATE-EFFET
               PERFORM 21300-GENERER-SUPPRESSION
               MOVE 'O' TO HM-STATUT
               MOVE 'ACCEPTEE - S GENERE' TO WS-MOTIF
               ADD 1 TO WS-CPT-ACCEPTEES
           ELSE
               MOVE 'R' TO HM-STATUT
               ADD 1 TO WS-CPT-REFUSEES
           END-IF

      * Accuse pour l'assureur demandeur
           MOVE 'A' TO HM-TYPE
           MOVE W-HAMON TO FS-EMIS-REC
           WRITE FS-EMIS-REC

           MOVE 'RECUE' TO WS-TYPE-LIGNE
           MOVE HM-DATE-EFFET TO WS-DATE-LIGNE
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Premiere echeance anniversaire passee a la reception ?         *

       21100-CONTROLER-ANCIENNETE.
      * Une DATE-EFFET-A4 encore en AAMMJJ passe par l'ancienne
      * fenetre de siecle AA < 50 -> 20AA (cf CHRASSU)
           MOVE DATE-EFFET-A4 OF W-ASSURE TO WS-DATE-EFFET-POLICE
           IF WS-DATE-EFFET-POLICE > 0
              AND WS-DATE-EFFET-POLICE NOT > 991231
               IF WS-DATE-EFFET-POLICE / 10000 < 50
                   ADD 20000000 TO WS-DATE-EFFET-POLICE
               ELSE
                   ADD 19000000 TO WS-DATE-EFFET-POLICE
               END-IF
           END-IF
           IF ANCIENNETE-A4 OF W-ASSURE >= 1
               MOVE 'O' TO WS-ACCEPTEE
           ELSE
               IF WS-DATE-EFFET-POLICE > 0
                  AND HM-DATE-DEMANDE >= WS-DATE-EFFET-POLICE + 10000
                   MOVE 'O' TO WS-ACCEPTEE
               END-IF
           END-IF
           IF NOT DEMANDE-ACCEPTEE
               MOVE '02' TO HM-MOTIF
               MOVE 'REFUSEE - MOINS D''UN AN' TO WS-MOTIF
           END-IF
           .

      * Date d'effet legale : un mois apres la reception de la         *
      * demande, reportee au 1er du mois suivant au-dela du 28         *

       21200-CALCULER-DATE-EFFET.
           MOVE HM-DATE-DEMANDE TO WS-DATE-CALCUL
           ADD 1 TO WS-DCA-MM
           IF WS-DCA-JJ > 28
               MOVE 1 TO WS-DCA-JJ
               ADD 1 TO WS-DCA-MM
           END-IF
           IF WS-DCA-MM > 12
               SUBTRACT 12 FROM WS-DCA-MM
               ADD 1 TO WS-DCA-AAAA
           END-IF
           MOVE WS-DATE-CALCUL TO HM-DATE-EFFET
           .

      * Mouvement de suppression du vehicule, a effet differe          *

       21300-GENERER-SUPPRESSION.
           MOVE SPACES                      TO W-FMVTSE
           MOVE MAT-X4 OF W-ASSURE          TO F-MAT
           MOVE NOM-PRE-A4 OF W-ASSURE      TO F-NOM-PRE
           MOVE RUE-A4 OF W-ASSURE          TO F-RUE
           MOVE CP-A4 OF W-ASSURE           TO F-CP
           MOVE VILLE-A4 OF W-ASSURE        TO F-VILLE
           MOVE 'S'                         TO F-CODE
           MOVE PRIME-A4 OF W-ASSURE        TO F-PRIME
           MOVE BM-A4 OF W-ASSURE           TO F-BM
           MOVE TAUX-A4 OF W-ASSURE         TO F-TAUX
           MOVE HM-DATE-EFFET               TO F-DATE-EFFET
           MOVE WS-BATCH-ID                 TO F-BATCH-ID
           MOVE '2'                         TO F-VERSION
           MOVE SEQ-VEHICULE-A4 OF W-ASSURE TO F-SEQ-VEHICULE
           MOVE W-FMVTSE TO FS-MVT-REC
           WRITE FS-MVT-REC
           IF FS-MOUVEMENT NOT = '00'
               DISPLAY 'ANOMALIE - ECRITURE HAMONMVT MATRICULE '
                       F-MAT ' STATUS ' FS-MOUVEMENT
               ADD 1 TO WS-CPT-ANOMALIES
           END-IF
           .

      * Accuse recu en reponse a une de nos demandes : solder le suivi *

       25000-TRAITER-ACCUSE.
           ADD 1 TO WS-CPT-REPONSES
           IF HM-SEQ-VEHICULE NOT NUMERIC OR HM-SEQ-VEHICULE = 0
               MOVE 1 TO HM-SEQ-VEHICULE
           END-IF
           MOVE 0 TO WS-SUI-POS
           PERFORM VARYING WS-SUI-IDX FROM 1 BY 1
               UNTIL WS-SUI-IDX > WS-NB-SUI OR WS-SUI-POS > 0
               IF WS-SUI-MAT(WS-SUI-IDX) = HM-MAT
                  AND WS-SUI-SEQ-VEHICULE(WS-SUI-IDX) = HM-SEQ-VEHICULE
                  AND WS-SUI-STATUT(WS-SUI-IDX) = 'E'
                   MOVE WS-SUI-IDX TO WS-SUI-POS
               END-IF
           END-PERFORM

           MOVE 'REPONSE' TO WS-TYPE-LIGNE
           MOVE HM-DATE-EFFET TO WS-DATE-LIGNE
           IF WS-SUI-POS = 0
               MOVE 'SANS DEMANDE EN COURS' TO WS-MOTIF
               ADD 1 TO WS-CPT-ANOMALIES
           ELSE
               MOVE WS-DATE-SYSTEME TO WS-SUI-DATE-REPONSE(WS-SUI-POS)
               MOVE HM-DATE-EFFET   TO WS-SUI-DATE-EFFET(WS-SUI-POS)
               IF HM-STATUT = 'O'
                   MOVE 'O' TO WS-SUI-STATUT(WS-SUI-POS)
                   MOVE 'RESILIATION ACCEPTEE' TO WS-MOTIF
               ELSE
                   MOVE 'R' TO WS-SUI-STATUT(WS-SUI-POS)
                   STRING 'RESILIATION REFUSEE (' HM-MOTIF ')'
                       DELIMITED BY SIZE INTO WS-MOTIF
               END-IF
           END-IF
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Mandats de nos nouveaux clients : emission de la demande vers  *
      * l'ancien assureur et mise en suivi                             *

       30000-TRAITER-MANDATS.
           OPEN INPUT F-MANDAT
           IF FS-MANDAT NOT = '00'
               DISPLAY 'HAMONMAN.dat ABSENT - AUCUNE DEMANDE A EMETTRE'
           ELSE
               PERFORM UNTIL FS-MANDAT = '10'
                   READ F-MANDAT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-MANDAT-REC TO W-HAMON
                           PERFORM 31000-EMETTRE-DEMANDE
                   END-READ
               END-PERFORM
               CLOSE F-MANDAT
           END-IF
           .

       31000-EMETTRE-DEMANDE.
           IF HM-SEQ-VEHICULE NOT NUMERIC OR HM-SEQ-VEHICULE = 0
               MOVE 1 TO HM-SEQ-VEHICULE
           END-IF
           MOVE 'EMISE' TO WS-TYPE-LIGNE
           MOVE WS-DATE-LIMITE TO WS-DATE-LIGNE

      * Un mandat deja en suivi (transmis deux fois) n'est pas reemis
           MOVE 0 TO WS-SUI-POS
           PERFORM VARYING WS-SUI-IDX FROM 1 BY 1
               UNTIL WS-SUI-IDX > WS-NB-SUI OR WS-SUI-POS > 0
               IF WS-SUI-MAT(WS-SUI-IDX) = HM-MAT
                  AND WS-SUI-SEQ-VEHICULE(WS-SUI-IDX) = HM-SEQ-VEHICULE
                  AND WS-SUI-POLICE(WS-SUI-IDX) = HM-POLICE
                   MOVE WS-SUI-IDX TO WS-SUI-POS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN HM-ASSUREUR = SPACES OR HM-POLICE = SPACES
                   MOVE 'MANDAT INCOMPLET' TO WS-MOTIF
                   ADD 1 TO WS-CPT-ANOMALIES
               WHEN WS-SUI-POS > 0
                   MOVE 'DEJA EMISE - IGNOREE' TO WS-MOTIF
                   MOVE WS-SUI-DATE-LIMITE(WS-SUI-POS) TO WS-DATE-LIGNE
               WHEN WS-NB-SUI NOT < 2000
                   MOVE 'SUIVI SATURE - NON EMISE' TO WS-MOTIF
                   ADD 1 TO WS-CPT-ANOMALIES
               WHEN OTHER
                   MOVE 'D'             TO HM-TYPE
                   MOVE WS-DATE-SYSTEME TO HM-DATE-DEMANDE
                   MOVE 0               TO HM-DATE-EFFET
                   MOVE SPACES          TO HM-STATUT
                   MOVE SPACES          TO HM-MOTIF
                   MOVE W-HAMON TO FS-EMIS-REC
                   WRITE FS-EMIS-REC
                   ADD 1 TO WS-NB-SUI
                   MOVE HM-MAT          TO WS-SUI-MAT(WS-NB-SUI)
                   MOVE HM-SEQ-VEHICULE
                       TO WS-SUI-SEQ-VEHICULE(WS-NB-SUI)
                   MOVE HM-ASSUREUR     TO WS-SUI-ASSUREUR(WS-NB-SUI)
                   MOVE HM-POLICE       TO WS-SUI-POLICE(WS-NB-SUI)
                   MOVE WS-DATE-SYSTEME
                       TO WS-SUI-DATE-ENVOI(WS-NB-SUI)
                   MOVE WS-DATE-LIMITE
                       TO WS-SUI-DATE-LIMITE(WS-NB-SUI)
                   MOVE 'E'             TO WS-SUI-STATUT(WS-NB-SUI)
                   MOVE 0 TO WS-SUI-DATE-EFFET(WS-NB-SUI)
                   MOVE 0 TO WS-SUI-DATE-REPONSE(WS-NB-SUI)
                   MOVE 'DEMANDE EMISE' TO WS-MOTIF
                   ADD 1 TO WS-CPT-EMISES
           END-EVALUATE
           PERFORM 37000-ECRIRE-DETAIL
           .

      * Demande emise sans reponse a la date limite : a relancer       *

       35000-CONTROLER-DELAIS.
           IF WS-SUI-STATUT(WS-SUI-IDX) = 'E'
              AND WS-SUI-DATE-LIMITE(WS-SUI-IDX) < WS-DATE-SYSTEME
               MOVE 'RELANCE' TO WS-TYPE-LIGNE
               MOVE WS-SUI-MAT(WS-SUI-IDX) TO HM-MAT
               MOVE WS-SUI-SEQ-VEHICULE(WS-SUI-IDX) TO HM-SEQ-VEHICULE
               MOVE WS-SUI-ASSUREUR(WS-SUI-IDX) TO HM-ASSUREUR
               MOVE WS-SUI-DATE-LIMITE(WS-SUI-IDX) TO WS-DATE-LIGNE
               MOVE 'SANS REPONSE A LA LIMITE' TO WS-MOTIF
               PERFORM 37000-ECRIRE-DETAIL
               ADD 1 TO WS-CPT-RELANCES
           END-IF
           .

      * Ligne de detail vers le listing                                *

       37000-ECRIRE-DETAIL.
           MOVE WS-TYPE-LIGNE    TO WS-LIGD-TYPE
           MOVE HM-MAT           TO WS-LIGD-MAT
           MOVE HM-SEQ-VEHICULE  TO WS-LIGD-VEHIC
           MOVE HM-ASSUREUR      TO WS-LIGD-ASSUREUR
           MOVE WS-DATE-LIGNE    TO WS-LIGD-DATE
           MOVE WS-MOTIF         TO WS-LIGD-MOTIF
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO WS-MOTIF
           .

      * Fin de traitement - reecriture du suivi                        *

       40000-FIN.
           MOVE 'ASSURES3' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM

           OPEN OUTPUT F-SUIVI
           IF FS-SUIVI NOT = '00'
               DISPLAY 'ERREUR REECRITURE HAMONSUI : ' FS-SUIVI
               ADD 1 TO WS-CPT-ANOMALIES
           ELSE
               PERFORM VARYING WS-SUI-IDX FROM 1 BY 1
                   UNTIL WS-SUI-IDX > WS-NB-SUI
                   MOVE WS-SUI-ENTRY(WS-SUI-IDX) TO FS-SUI-REC
                   WRITE FS-SUI-REC
               END-PERFORM
               CLOSE F-SUIVI
           END-IF

           CLOSE F-EMIS
           CLOSE F-MOUVEMENT
           CLOSE F-RAPPORT
           .
