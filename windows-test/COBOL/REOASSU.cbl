       IDENTIFICATION DIVISION.
       PROGRAM-ID. REOASSU.

      * SANTE ET REORGANISATION DES KSDS - ASSURES3, SINISTRE, TIERS  *
      * et CONTACTS recoivent en continu creations et suppressions    *
      * (MAJASSV2, transferts, fusions MRGASSU, effacements RGPDASSU) *
      * et les editions sequentielles (EDIASSU, LOSASSU) ralentissent.*
      * Pour chaque KSDS (PARM FICHIER=nom, defaut TOUS) :            *
      *   - statistiques : nombre d'enregistrements, premiere et      *
      *     derniere cle, total de controle (prime pour ASSURES3,     *
      *     montant pour SINISTRE, total des matricules pour TIERS    *
      *     et CONTACTS), ruptures de sequence de cle                 *
      *   - repartition des cles par tranche de matricules (PARM      *
      *     TRANCHE=nnnnnn, defaut 100000)                            *
      *   - indicateurs d'espace libre et d'eclatements : l'espace    *
      *     libre CI/CA et les eclatements ne sont pas restitues a un *
      *     programme ; l'indicateur retenu est le volume de          *
      *     creations + suppressions depuis la derniere               *
      *     reorganisation tracee dans AUDITLOG (compteurs MAJASSV2   *
      *     pour ASSURES3, variation du nombre d'enregistrements pour *
      *     les autres), rapporte au nombre d'enregistrements ; au-   *
      *     dela de SEUIL=nn % (defaut 20) la reorganisation est      *
      *     conseillee                                                *
      *   - reorganisation a la demande (PARM REORG=O pour les        *
      *     fichiers choisis, REORG=A pour ceux ou elle est           *
      *     conseillee, defaut N) : dechargement en ordre de cle dans *
      *     WORK/<fichier>.REO.dmp, relecture du dechargement, puis   *
      *     rechargement en ordre de cle (le KSDS est recree : son    *
      *     espace libre est redistribue selon sa definition) et      *
      *     relecture du KSDS recharge ; comptes et totaux compares   *
      *     avant / apres comme DMPASSU verifie ses dumps. Le KSDS    *
      *     n'est recree que si le dechargement est verifie ; un      *
      *     ecart apres rechargement laisse le dechargement en place  *
      *     pour restauration (code retour 16). A lancer hors         *
      *     fenetre transactionnelle, comme RFWASSU.                  *
      * Chaque fichier traite est trace dans AUDITLOG (job REOASSU,   *
      * type STATSKSD ou REORGKSD, compte et total avant / apres,     *
      * resultat OK/KO) ; rapport detaille WORK/REOASSU.lst.          *
      * PARM : FICHIER=ASSURES3|SINISTRE|TIERS|CONTACTS|TOUS,         *
      *        REORG=O|A|N, TRANCHE=nnnnnn, SEUIL=nn                  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-KSDS.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-KSDS.

           SELECT F-TIERS ASSIGN TO "WORK/TIERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-TIERS-KEY
               FILE STATUS IS FS-KSDS.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-CONTACTS-KEY
               FILE STATUS IS FS-KSDS.

      * Dechargement du KSDS en cours - chemin construit dynamiquement
           SELECT F-DUMP ASSIGN TO WS-DUMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DUMP.

      * Historique des reorganisations et compteurs MAJASSV2, puis
      * trace du traitement
           SELECT F-AUDIT ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUD.

           SELECT F-RAPPORT ASSIGN TO "WORK/REOASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY      PIC 9(10).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-TIERS.
       01  FS-TIERS-REC.
           05 FS-TIERS-KEY         PIC 9(12).
           05 FS-TIERS-DATA        PIC X(75).

       FD  F-CONTACTS.
       01  FS-CONTACTS-REC.
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

       FD  F-DUMP.
       01  FS-DUMP-REC             PIC X(120).

       FD  F-AUDIT.
       01  FS-AUD-REC.
           05 FS-AUD-JOB            PIC X(8).
           05 FS-AUD-DATE           PIC 9(8).
           05 FS-AUD-HEURE          PIC 9(6).
           05 FS-AUD-ACCESSEUR      PIC X(8).
           05 FS-AUD-CPT-MVT-LUS    PIC 9(6).
           05 FS-AUD-CPT-CREES      PIC 9(6).
           05 FS-AUD-CPT-MODIFIES   PIC 9(6).
           05 FS-AUD-CPT-SUPPRIMES  PIC 9(6).
           05 FS-AUD-RESTE          PIC X(26).
      * Trace REOASSU (type STATSKSD / REORGKSD)
       01  FS-AUD-REO-REC.
           05 FILLER                PIC X(22).
           05 FS-AUD-REO-TYPE       PIC X(8).
           05 FS-AUD-REO-FICHIER    PIC X(8).
           05 FS-AUD-REO-NB-AVANT   PIC 9(7).
           05 FS-AUD-REO-NB-APRES   PIC 9(7).
           05 FS-AUD-REO-TOT-AVANT  PIC 9(11)V99.
           05 FS-AUD-REO-TOT-APRES  PIC 9(11)V99.
           05 FS-AUD-REO-RESULTAT   PIC X(2).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-KSDS                   PIC XX.
       01  FS-DUMP                   PIC XX.
       01  FS-AUD                    PIC XX.
       01  FS-RAPPORT                PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.
       01  W-TIERS.
           COPY CTIERS.
       01  W-CONTACT.
           COPY CCONTACT.

      * KSDS traites : nom, longueur de cle, longueur d'enregistrement
       01  WS-TAB-KSDS.
           05 FILLER PIC X(13) VALUE 'ASSURES308120'.
           05 FILLER PIC X(13) VALUE 'SINISTRE10110'.
           05 FILLER PIC X(13) VALUE 'TIERS   12087'.
           05 FILLER PIC X(13) VALUE 'CONTACTS06080'.
       01  WS-TAB-KSDS-R REDEFINES WS-TAB-KSDS.
           05 WS-KSD-ENTREE OCCURS 4 TIMES.
               10 WS-KSD-NOM         PIC X(8).
               10 WS-KSD-LONG-CLE    PIC 99.
               10 WS-KSD-LONG-ENREG  PIC 9(3).
       01  WS-IF                     PIC 9.
       01  WS-FICHIER-COURANT        PIC X(8).
       01  WS-LONG-ENREG             PIC 9(3).
       01  WS-DUMP-PATH              PIC X(80) VALUE SPACES.

      * Historique AUDITLOG par KSDS
       01  WS-TAB-HISTO.
           05 WS-HIS-ENTREE OCCURS 4 TIMES.
               10 WS-HIS-DATE-REORG  PIC 9(8).
               10 WS-HIS-NB-REORG    PIC 9(7).
               10 WS-HIS-CREES       PIC 9(9).
               10 WS-HIS-SUPPRIMES   PIC 9(9).

      * Statistiques du KSDS en cours
       01  WS-NB-LUS                 PIC 9(7).
       01  WS-TOTAL-LU               PIC 9(11)V99.
       01  WS-PREMIERE-CLE           PIC X(12).
       01  WS-DERNIERE-CLE           PIC X(12).
       01  WS-CLE                    PIC X(12).
       01  WS-NB-RUPTURES            PIC 9(7).
       01  WS-ENR                    PIC X(120).
       01  WS-ENR-MONTANT            PIC 9(11)V99.
       01  WS-MATRICULE              PIC 9(6).
       01  WS-TAB-TRANCHES.
           05 WS-TRA-NB             PIC 9(7) OCCURS 100 TIMES.
       01  WS-NB-TRANCHES            PIC 9(3).
       01  WS-TRA-IDX                PIC 9(3).
       01  WS-TRA-DEBUT              PIC 9(7).
       01  WS-TRA-FIN                PIC 9(7).
       01  WS-POURCENT               PIC 9(3)V9.
       01  WS-NB-ETOILES             PIC 99.
       01  WS-MOUVEMENTS             PIC 9(9).
       01  WS-TAUX-MVT               PIC 9(5)V9.
       01  WS-REORG-CONSEILLEE       PIC X VALUE 'N'.
           88 REORG-CONSEILLEE           VALUE 'O'.

      * Reorganisation du KSDS en cours
       01  WS-NB-DECHARGES           PIC 9(7).
       01  WS-TOTAL-DECHARGE         PIC 9(11)V99.
       01  WS-NB-RELUS               PIC 9(7).
       01  WS-TOTAL-RELU             PIC 9(11)V99.
       01  WS-NB-RECHARGES           PIC 9(7).
       01  WS-NB-REJETS              PIC 9(7).
       01  WS-NB-APRES               PIC 9(7).
       01  WS-TOTAL-APRES            PIC 9(11)V99.
       01  WS-TYPE-TRACE             PIC X(8).
       01  WS-RESULTAT               PIC X(2).
       01  WS-FIN-DUMP               PIC X VALUE 'N'.
           88 FIN-DUMP                   VALUE 'O'.

      * PARM
       01  WS-PARM-TRAVAIL           PIC X(80).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 4 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-FICHIER           PIC X(8) VALUE 'TOUS'.
       01  WS-PARM-REORG             PIC X VALUE 'N'.
           88 REORG-FORCEE               VALUE 'O'.
           88 REORG-AUTO                 VALUE 'A'.
           88 REORG-AUCUNE               VALUE 'N'.
       01  WS-PARM-TRANCHE           PIC 9(6) VALUE 100000.
       01  WS-PARM-SEUIL             PIC 99 VALUE 20.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-HEURE-JOUR             PIC 9(6).
       01  WS-NB-TRAITES             PIC 9 VALUE 0.
       01  WS-NB-REORGANISES         PIC 9 VALUE 0.
       01  WS-RC-GLOBAL              PIC 99 VALUE 0.

      * Lignes du rapport
       01  WS-LIGNE                  PIC X(80).
       01  WS-ED-NB                  PIC Z(6)9.
       01  WS-ED-NB2                 PIC Z(6)9.
       01  WS-ED-TOTAL               PIC Z(10)9.99.
       01  WS-ED-POURCENT            PIC Z(4)9.9.
       01  WS-LIG-TRANCHE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LIGT-DEBUT         PIC 9(6).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-LIGT-FIN           PIC 9(6).
           05 WS-LIGT-NB            PIC Z(7)9.
           05 WS-LIGT-POURCENT      PIC ZZZ9.9.
           05 FILLER                PIC X(4) VALUE ' %  '.
           05 WS-LIGT-BARRE         PIC X(50).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(80).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'SANTE ET REORGANISATION DES KSDS'
           DISPLAY '========================================'
           PERFORM 10000-INIT

           PERFORM 20000-TRAITER-UN-KSDS THRU FIN-20000
               VARYING WS-IF FROM 1 BY 1 UNTIL WS-IF > 4

           IF WS-NB-TRAITES = 0
               DISPLAY 'FICHIER INCONNU : ' WS-PARM-FICHIER
               MOVE 16 TO WS-RC-GLOBAL
           END-IF
           CLOSE F-RAPPORT
           DISPLAY '========================================'
           DISPLAY 'KSDS ANALYSES        : ' WS-NB-TRAITES
           DISPLAY 'KSDS REORGANISES     : ' WS-NB-REORGANISES
           DISPLAY '========================================'
           MOVE WS-RC-GLOBAL TO RETURN-CODE
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 11000-DECOUPER-PARM
           END-IF
           IF NOT REORG-FORCEE AND NOT REORG-AUTO
                   AND NOT REORG-AUCUNE
               DISPLAY 'PARM INVALIDE : REORG=O|A|N'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PARM-TRANCHE < 10000
               DISPLAY 'PARM INVALIDE : TRANCHE=nnnnnn (010000 AU '
                       'MOINS)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-NB-TRANCHES = (999999 / WS-PARM-TRANCHE) + 1

           PERFORM 12000-CHARGER-HISTORIQUE

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'SANTE ET REORGANISATION DES KSDS DU ' WS-DATE-JOUR
                  ' - REORG=' WS-PARM-REORG ' SEUIL=' WS-PARM-SEUIL
                  ' %'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           .

       11000-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
                    WS-PARM-TOK(3) WS-PARM-TOK(4)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 4
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'FICHIER='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(9:8)
                           TO WS-PARM-FICHIER
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'REORG='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:1)
                           TO WS-PARM-REORG
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'TRANCHE='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(9:6)
                           TO WS-PARM-TRANCHE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'SEUIL='
                       MOVE WS-PARM-TOK(WS-PARM-IDX)(7:2)
                           TO WS-PARM-SEUIL
               END-EVALUATE
           END-PERFORM
           .

      * Historique AUDITLOG (chronologique) : derniere reorganisation  *
      * reussie de chaque KSDS, et creations / suppressions MAJASSV2   *
      * sur ASSURES3 cumulees depuis                                   *

       12000-CHARGER-HISTORIQUE.
           INITIALIZE WS-TAB-HISTO
           OPEN INPUT F-AUDIT
           IF FS-AUD = '00'
               PERFORM 12100-LIRE-AUDIT UNTIL FS-AUD = '10'
               CLOSE F-AUDIT
           END-IF
           .

       12100-LIRE-AUDIT.
           READ F-AUDIT
               AT END
                   MOVE '10' TO FS-AUD
               NOT AT END
                   EVALUATE TRUE
                       WHEN FS-AUD-JOB = 'MAJASSV2'
                           IF FS-AUD-CPT-CREES NUMERIC
                                   AND FS-AUD-CPT-SUPPRIMES NUMERIC
                               ADD FS-AUD-CPT-CREES
                                   TO WS-HIS-CREES(1)
                               ADD FS-AUD-CPT-SUPPRIMES
                                   TO WS-HIS-SUPPRIMES(1)
                           END-IF
                       WHEN FS-AUD-JOB = 'REOASSU'
                               AND FS-AUD-REO-TYPE = 'REORGKSD'
                               AND FS-AUD-REO-RESULTAT = 'OK'
                           PERFORM VARYING WS-IF FROM 1 BY 1
                               UNTIL WS-IF > 4
                               IF WS-KSD-NOM(WS-IF) = FS-AUD-REO-FICHIER
                                   MOVE FS-AUD-DATE
                                       TO WS-HIS-DATE-REORG(WS-IF)
                                   MOVE FS-AUD-REO-NB-APRES
                                       TO WS-HIS-NB-REORG(WS-IF)
                                   MOVE 0 TO WS-HIS-CREES(WS-IF)
                                   MOVE 0 TO WS-HIS-SUPPRIMES(WS-IF)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
           END-READ
           .

      * Un KSDS : statistiques, indicateurs, reorganisation eventuelle *

       20000-TRAITER-UN-KSDS.
           IF WS-PARM-FICHIER NOT = 'TOUS'
                   AND WS-PARM-FICHIER NOT = WS-KSD-NOM(WS-IF)
               GO TO FIN-20000
           END-IF
           ADD 1 TO WS-NB-TRAITES
           MOVE WS-KSD-NOM(WS-IF) TO WS-FICHIER-COURANT
           MOVE WS-KSD-LONG-ENREG(WS-IF) TO WS-LONG-ENREG
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE ALL '=' TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE

           PERFORM 30000-STATISTIQUES THRU FIN-30000
           IF FS-KSDS NOT = '00' AND FS-KSDS NOT = '10'
               GO TO FIN-20000
           END-IF
           PERFORM 35000-EDITER-REPARTITION
           PERFORM 40000-INDICATEURS

           MOVE 'STATSKSD' TO WS-TYPE-TRACE
           MOVE 'OK' TO WS-RESULTAT
           MOVE WS-NB-LUS TO WS-NB-APRES
           MOVE WS-TOTAL-LU TO WS-TOTAL-APRES
           IF REORG-FORCEE OR (REORG-AUTO AND REORG-CONSEILLEE)
               MOVE 'REORGKSD' TO WS-TYPE-TRACE
               PERFORM 50000-REORGANISER THRU FIN-50000
           END-IF
           PERFORM 60000-TRACER-AUDIT
           .
       FIN-20000.
           EXIT.

      * Statistiques : lecture sequentielle complete en ordre de cle   *

       30000-STATISTIQUES.
           MOVE 0 TO WS-NB-LUS
           MOVE 0 TO WS-TOTAL-LU
           MOVE 0 TO WS-NB-RUPTURES
           MOVE SPACES TO WS-PREMIERE-CLE
           MOVE LOW-VALUES TO WS-DERNIERE-CLE
           INITIALIZE WS-TAB-TRANCHES
           PERFORM 31000-OUVRIR-KSDS-LECTURE
           IF FS-KSDS NOT = '00'
               MOVE SPACES TO WS-LIGNE
               STRING WS-FICHIER-COURANT ' - OUVERTURE IMPOSSIBLE, '
                      'FILE STATUS ' FS-KSDS
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
               DISPLAY WS-LIGNE
               MOVE 16 TO WS-RC-GLOBAL
               GO TO FIN-30000
           END-IF
           PERFORM 32000-LIRE-KSDS
           PERFORM 33000-COMPTER-ENREG UNTIL FS-KSDS = '10'
           PERFORM 34000-FERMER-KSDS
           MOVE '10' TO FS-KSDS

           MOVE SPACES TO WS-LIGNE
           MOVE WS-NB-LUS TO WS-ED-NB
           MOVE WS-TOTAL-LU TO WS-ED-TOTAL
           STRING WS-FICHIER-COURANT ' - ' WS-ED-NB ' ENREG. - TOTAL '
                  'DE CONTROLE ' WS-ED-TOTAL
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           DISPLAY WS-LIGNE
           IF WS-NB-LUS > 0
               MOVE SPACES TO WS-LIGNE
               STRING '  CLES DE ' WS-PREMIERE-CLE ' A ' WS-DERNIERE-CLE
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
           END-IF
           IF WS-NB-RUPTURES > 0
               MOVE SPACES TO WS-LIGNE
               MOVE WS-NB-RUPTURES TO WS-ED-NB
               STRING '  *** ' WS-ED-NB ' RUPTURE(S) DE SEQUENCE DE '
                      'CLE - FICHIER A REORGANISER ***'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
               DISPLAY WS-LIGNE
               IF WS-RC-GLOBAL < 8
                   MOVE 8 TO WS-RC-GLOBAL
               END-IF
           END-IF
           .
       FIN-30000.
           EXIT.

       31000-OUVRIR-KSDS-LECTURE.
           EVALUATE WS-IF
               WHEN 1
                   OPEN INPUT F-ASSURES
               WHEN 2
                   OPEN INPUT F-SINISTRE
               WHEN 3
                   OPEN INPUT F-TIERS
               WHEN OTHER
                   OPEN INPUT F-CONTACTS
           END-EVALUATE
           .

      * Lecture suivante : enregistrement dans WS-ENR, cle dans WS-CLE *

       32000-LIRE-KSDS.
           MOVE SPACES TO WS-ENR
           EVALUATE WS-IF
               WHEN 1
                   READ F-ASSURES
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-ASSURES-REC TO WS-ENR
                   END-READ
               WHEN 2
                   READ F-SINISTRE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-SINISTRE-REC TO WS-ENR
                   END-READ
               WHEN 3
                   READ F-TIERS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-TIERS-REC TO WS-ENR
                   END-READ
               WHEN OTHER
                   READ F-CONTACTS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-CONTACTS-REC TO WS-ENR
                   END-READ
           END-EVALUATE
           MOVE SPACES TO WS-CLE
           MOVE WS-ENR(1:WS-KSD-LONG-CLE(WS-IF)) TO WS-CLE
           .

       33000-COMPTER-ENREG.
           ADD 1 TO WS-NB-LUS
           PERFORM 36000-CUMULER-TOTAL
           ADD WS-ENR-MONTANT TO WS-TOTAL-LU
           IF WS-NB-LUS = 1
               MOVE WS-CLE TO WS-PREMIERE-CLE
           END-IF
           IF WS-CLE NOT > WS-DERNIERE-CLE
               ADD 1 TO WS-NB-RUPTURES
           END-IF
           MOVE WS-CLE TO WS-DERNIERE-CLE
           IF WS-ENR(1:6) NUMERIC
               MOVE WS-ENR(1:6) TO WS-MATRICULE
               COMPUTE WS-TRA-IDX = (WS-MATRICULE / WS-PARM-TRANCHE)
                   + 1
               ADD 1 TO WS-TRA-NB(WS-TRA-IDX)
           END-IF
           PERFORM 32000-LIRE-KSDS
           .

       34000-FERMER-KSDS.
           EVALUATE WS-IF
               WHEN 1
                   CLOSE F-ASSURES
               WHEN 2
                   CLOSE F-SINISTRE
               WHEN 3
                   CLOSE F-TIERS
               WHEN OTHER
                   CLOSE F-CONTACTS
           END-EVALUATE
           .

      * Repartition des cles par tranche de matricules                 *

       35000-EDITER-REPARTITION.
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE '  REPARTITION PAR TRANCHE DE MATRICULES' TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           PERFORM 35100-EDITER-TRANCHE
               VARYING WS-TRA-IDX FROM 1 BY 1
               UNTIL WS-TRA-IDX > WS-NB-TRANCHES
           .

       35100-EDITER-TRANCHE.
           COMPUTE WS-TRA-DEBUT = (WS-TRA-IDX - 1) * WS-PARM-TRANCHE
           COMPUTE WS-TRA-FIN = WS-TRA-DEBUT + WS-PARM-TRANCHE - 1
           IF WS-TRA-FIN > 999999
               MOVE 999999 TO WS-TRA-FIN
           END-IF
           MOVE 0 TO WS-POURCENT
           IF WS-NB-LUS > 0
               COMPUTE WS-POURCENT ROUNDED =
                   WS-TRA-NB(WS-TRA-IDX) * 100 / WS-NB-LUS
           END-IF
           MOVE WS-TRA-DEBUT TO WS-LIGT-DEBUT
           MOVE WS-TRA-FIN TO WS-LIGT-FIN
           MOVE WS-TRA-NB(WS-TRA-IDX) TO WS-LIGT-NB
           MOVE WS-POURCENT TO WS-LIGT-POURCENT
           MOVE SPACES TO WS-LIGT-BARRE
           COMPUTE WS-NB-ETOILES = WS-POURCENT / 2
           IF WS-NB-ETOILES > 0
               MOVE ALL '*' TO WS-LIGT-BARRE(1:WS-NB-ETOILES)
           END-IF
           MOVE WS-LIG-TRANCHE TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           .

      * Total de controle de WS-ENR : prime (ASSURES3), montant        *
      * (SINISTRE), matricule (TIERS, CONTACTS)                        *

       36000-CUMULER-TOTAL.
           MOVE 0 TO WS-ENR-MONTANT
           EVALUATE WS-IF
               WHEN 1
                   MOVE WS-ENR TO WS-ASSURE-CASSURES
                   IF PRIME-A4 IN WS-ASSURE-CASSURES NUMERIC
                       MOVE PRIME-A4 IN WS-ASSURE-CASSURES
                           TO WS-ENR-MONTANT
                   END-IF
               WHEN 2
                   MOVE WS-ENR(1:110) TO W-SINISTRE
                   IF SIN-MONTANT IN W-SINISTRE NUMERIC
                       MOVE SIN-MONTANT IN W-SINISTRE
                           TO WS-ENR-MONTANT
                   END-IF
               WHEN 3
                   MOVE WS-ENR(1:87) TO W-TIERS
                   IF TRS-MAT IN W-TIERS NUMERIC
                       MOVE TRS-MAT IN W-TIERS TO WS-ENR-MONTANT
                   END-IF
               WHEN OTHER
                   MOVE WS-ENR(1:80) TO W-CONTACT
                   IF CT-MAT IN W-CONTACT NUMERIC
                       MOVE CT-MAT IN W-CONTACT TO WS-ENR-MONTANT
                   END-IF
           END-EVALUATE
           .

      * Indicateurs d'eclatements : creations + suppressions depuis la *
      * derniere reorganisation, rapportees au nombre d'enregistrements*

       40000-INDICATEURS.
           MOVE 'N' TO WS-REORG-CONSEILLEE
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           IF WS-HIS-DATE-REORG(WS-IF) = 0
               MOVE '  AUCUNE REORGANISATION TRACEE DANS AUDITLOG'
                   TO WS-LIGNE
           ELSE
               STRING '  DERNIERE REORGANISATION LE '
                      WS-HIS-DATE-REORG(WS-IF)
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF
           PERFORM 85000-ECRIRE-LIGNE

           IF WS-IF = 1
               COMPUTE WS-MOUVEMENTS = WS-HIS-CREES(1)
                   + WS-HIS-SUPPRIMES(1)
               MOVE SPACES TO WS-LIGNE
               MOVE WS-HIS-CREES(1) TO WS-ED-NB
               MOVE WS-HIS-SUPPRIMES(1) TO WS-ED-NB2
               STRING '  CREATIONS MAJASSV2 ' WS-ED-NB
                      '  SUPPRESSIONS ' WS-ED-NB2
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
           ELSE
               IF WS-NB-LUS > WS-HIS-NB-REORG(WS-IF)
                   COMPUTE WS-MOUVEMENTS = WS-NB-LUS
                       - WS-HIS-NB-REORG(WS-IF)
               ELSE
                   COMPUTE WS-MOUVEMENTS = WS-HIS-NB-REORG(WS-IF)
                       - WS-NB-LUS
               END-IF
               MOVE SPACES TO WS-LIGNE
               MOVE WS-HIS-NB-REORG(WS-IF) TO WS-ED-NB
               MOVE WS-MOUVEMENTS TO WS-ED-NB2
               STRING '  ENREG. A LA REORGANISATION ' WS-ED-NB
                      '  VARIATION ' WS-ED-NB2
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
           END-IF

           MOVE 0 TO WS-TAUX-MVT
           IF WS-NB-LUS > 0
               COMPUTE WS-TAUX-MVT ROUNDED =
                   WS-MOUVEMENTS * 100 / WS-NB-LUS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TAUX-MVT
               END-COMPUTE
           END-IF
           IF WS-HIS-DATE-REORG(WS-IF) = 0
                   OR WS-TAUX-MVT > WS-PARM-SEUIL
                   OR WS-NB-RUPTURES > 0
               SET REORG-CONSEILLEE TO TRUE
           END-IF
           MOVE SPACES TO WS-LIGNE
           MOVE WS-TAUX-MVT TO WS-ED-POURCENT
           IF REORG-CONSEILLEE
               STRING '  TAUX DE MOUVEMENT ' WS-ED-POURCENT
                      ' % - REORGANISATION CONSEILLEE'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING '  TAUX DE MOUVEMENT ' WS-ED-POURCENT
                      ' % - PAS DE REORGANISATION NECESSAIRE'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF
           PERFORM 85000-ECRIRE-LIGNE
           DISPLAY WS-FICHIER-COURANT WS-LIGNE
           .

      * Reorganisation : dechargement verifie, rechargement en ordre   *
      * de cle, relecture du KSDS recharge                             *

       50000-REORGANISER.
           MOVE 'KO' TO WS-RESULTAT
           MOVE 0 TO WS-NB-APRES
           MOVE 0 TO WS-TOTAL-APRES
           MOVE SPACES TO WS-DUMP-PATH
           IF WS-IF = 1
               MOVE 'WORK/ASSURES.REO.dmp' TO WS-DUMP-PATH
           ELSE
               STRING 'WORK/' DELIMITED BY SIZE
                      WS-FICHIER-COURANT DELIMITED BY SPACE
                      '.REO.dmp' DELIMITED BY SIZE
                   INTO WS-DUMP-PATH
               END-STRING
           END-IF
           MOVE SPACES TO WS-LIGNE
           PERFORM 85000-ECRIRE-LIGNE

      * Dechargement
           MOVE 0 TO WS-NB-DECHARGES
           MOVE 0 TO WS-TOTAL-DECHARGE
           OPEN OUTPUT F-DUMP
           IF FS-DUMP NOT = '00'
               MOVE SPACES TO WS-LIGNE
               STRING '  *** DECHARGEMENT IMPOSSIBLE : ' WS-DUMP-PATH
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               GO TO 59000-ECHEC-REORG
           END-IF
           PERFORM 31000-OUVRIR-KSDS-LECTURE
           IF FS-KSDS NOT = '00'
               CLOSE F-DUMP
               MOVE '  *** KSDS NON OUVERT - PAS DE REORGANISATION'
                   TO WS-LIGNE
               GO TO 59000-ECHEC-REORG
           END-IF
           PERFORM 32000-LIRE-KSDS
           PERFORM 51000-DECHARGER-ENREG UNTIL FS-KSDS = '10'
           PERFORM 34000-FERMER-KSDS
           CLOSE F-DUMP

      * Relecture du dechargement - le KSDS n'est recree que si le
      * dechargement porte le meme compte et le meme total
           MOVE 0 TO WS-NB-RELUS
           MOVE 0 TO WS-TOTAL-RELU
           MOVE 'N' TO WS-FIN-DUMP
           OPEN INPUT F-DUMP
           PERFORM 52000-RELIRE-DECHARGEMENT UNTIL FIN-DUMP
           CLOSE F-DUMP
           IF WS-NB-DECHARGES NOT = WS-NB-LUS
                   OR WS-TOTAL-DECHARGE NOT = WS-TOTAL-LU
                   OR WS-NB-RELUS NOT = WS-NB-LUS
                   OR WS-TOTAL-RELU NOT = WS-TOTAL-LU
               MOVE SPACES TO WS-LIGNE
               MOVE WS-NB-RELUS TO WS-ED-NB
               STRING '  *** DECHARGEMENT NON VERIFIE (' WS-ED-NB
                      ' RELUS) - KSDS LAISSE EN L''ETAT'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               GO TO 59000-ECHEC-REORG
           END-IF

      * Rechargement en ordre de cle dans le KSDS recree
           MOVE 0 TO WS-NB-RECHARGES
           MOVE 0 TO WS-NB-REJETS
           PERFORM 53000-OUVRIR-KSDS-CREATION
           IF FS-KSDS NOT = '00'
               MOVE SPACES TO WS-LIGNE
               STRING '  *** KSDS NON RECREE (' FS-KSDS ') - '
                      'RESTAURER DEPUIS ' WS-DUMP-PATH
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               GO TO 59000-ECHEC-REORG
           END-IF
           MOVE 'N' TO WS-FIN-DUMP
           OPEN INPUT F-DUMP
           PERFORM 54000-RECHARGER-ENREG UNTIL FIN-DUMP
           CLOSE F-DUMP
           PERFORM 34000-FERMER-KSDS

      * Relecture du KSDS recharge
           PERFORM 31000-OUVRIR-KSDS-LECTURE
           IF FS-KSDS = '00'
               PERFORM 32000-LIRE-KSDS
               PERFORM 55000-RECOMPTER-ENREG UNTIL FS-KSDS = '10'
               PERFORM 34000-FERMER-KSDS
           END-IF
           IF WS-NB-APRES NOT = WS-NB-LUS
                   OR WS-TOTAL-APRES NOT = WS-TOTAL-LU
               MOVE SPACES TO WS-LIGNE
               MOVE WS-NB-APRES TO WS-ED-NB
               MOVE WS-NB-REJETS TO WS-ED-NB2
               STRING '  *** ECART APRES RECHARGEMENT (' WS-ED-NB
                      ' ENREG., ' WS-ED-NB2 ' REJETS) - RESTAURER'
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM 85000-ECRIRE-LIGNE
               DISPLAY WS-FICHIER-COURANT WS-LIGNE
               MOVE SPACES TO WS-LIGNE
               STRING '      DEPUIS ' WS-DUMP-PATH
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               GO TO 59000-ECHEC-REORG
           END-IF

           MOVE 'OK' TO WS-RESULTAT
           ADD 1 TO WS-NB-REORGANISES
           MOVE SPACES TO WS-LIGNE
           MOVE WS-NB-APRES TO WS-ED-NB
           MOVE WS-TOTAL-APRES TO WS-ED-TOTAL
           STRING '  REORGANISE - ' WS-ED-NB ' ENREG. - TOTAL '
                  WS-ED-TOTAL ' - VERIFIE'
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING
           PERFORM 85000-ECRIRE-LIGNE
           DISPLAY WS-FICHIER-COURANT WS-LIGNE
           GO TO FIN-50000
           .

       59000-ECHEC-REORG.
           PERFORM 85000-ECRIRE-LIGNE
           DISPLAY WS-FICHIER-COURANT WS-LIGNE
           MOVE 16 TO WS-RC-GLOBAL
           .
       FIN-50000.
           EXIT.

       51000-DECHARGER-ENREG.
           MOVE SPACES TO FS-DUMP-REC
           MOVE WS-ENR(1:WS-LONG-ENREG) TO FS-DUMP-REC
           WRITE FS-DUMP-REC
           ADD 1 TO WS-NB-DECHARGES
           PERFORM 36000-CUMULER-TOTAL
           ADD WS-ENR-MONTANT TO WS-TOTAL-DECHARGE
           PERFORM 32000-LIRE-KSDS
           .

       52000-RELIRE-DECHARGEMENT.
           READ F-DUMP
               AT END
                   SET FIN-DUMP TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-RELUS
                   MOVE SPACES TO WS-ENR
                   MOVE FS-DUMP-REC(1:WS-LONG-ENREG) TO WS-ENR
                   PERFORM 36000-CUMULER-TOTAL
                   ADD WS-ENR-MONTANT TO WS-TOTAL-RELU
           END-READ
           .

       53000-OUVRIR-KSDS-CREATION.
           EVALUATE WS-IF
               WHEN 1
                   OPEN OUTPUT F-ASSURES
               WHEN 2
                   OPEN OUTPUT F-SINISTRE
               WHEN 3
                   OPEN OUTPUT F-TIERS
               WHEN OTHER
                   OPEN OUTPUT F-CONTACTS
           END-EVALUATE
           .

       54000-RECHARGER-ENREG.
           READ F-DUMP
               AT END
                   SET FIN-DUMP TO TRUE
               NOT AT END
                   EVALUATE WS-IF
                       WHEN 1
                           MOVE FS-DUMP-REC(1:120) TO FS-ASSURES-REC
                           WRITE FS-ASSURES-REC
                       WHEN 2
                           MOVE FS-DUMP-REC(1:110) TO FS-SINISTRE-REC
                           WRITE FS-SINISTRE-REC
                       WHEN 3
                           MOVE FS-DUMP-REC(1:87) TO FS-TIERS-REC
                           WRITE FS-TIERS-REC
                       WHEN OTHER
                           MOVE FS-DUMP-REC(1:80) TO FS-CONTACTS-REC
                           WRITE FS-CONTACTS-REC
                   END-EVALUATE
                   IF FS-KSDS = '00'
                       ADD 1 TO WS-NB-RECHARGES
                   ELSE
                       ADD 1 TO WS-NB-REJETS
                   END-IF
           END-READ
           .

       55000-RECOMPTER-ENREG.
           ADD 1 TO WS-NB-APRES
           PERFORM 36000-CUMULER-TOTAL
           ADD WS-ENR-MONTANT TO WS-TOTAL-APRES
           PERFORM 32000-LIRE-KSDS
           .

      * Trace du traitement dans AUDITLOG (EXTEND, OUTPUT a la toute   *
      * premiere ecriture)                                             *

       60000-TRACER-AUDIT.
           OPEN EXTEND F-AUDIT
           IF FS-AUD NOT = '00'
               OPEN OUTPUT F-AUDIT
           END-IF
           IF FS-AUD NOT = '00'
               DISPLAY 'ERREUR OUVERTURE AUDITLOG : ' FS-AUD
           ELSE
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE SPACES              TO FS-AUD-REC
               MOVE 'REOASSU'           TO FS-AUD-JOB
               MOVE WS-DATE-JOUR        TO FS-AUD-DATE
               MOVE WS-HEURE-JOUR       TO FS-AUD-HEURE
               MOVE WS-TYPE-TRACE       TO FS-AUD-REO-TYPE
               MOVE WS-FICHIER-COURANT  TO FS-AUD-REO-FICHIER
               MOVE WS-NB-LUS           TO FS-AUD-REO-NB-AVANT
               MOVE WS-NB-APRES         TO FS-AUD-REO-NB-APRES
               MOVE WS-TOTAL-LU         TO FS-AUD-REO-TOT-AVANT
               MOVE WS-TOTAL-APRES      TO FS-AUD-REO-TOT-APRES
               MOVE WS-RESULTAT         TO FS-AUD-REO-RESULTAT
               WRITE FS-AUD-REO-REC
               CLOSE F-AUDIT
           END-IF
           .

       85000-ECRIRE-LIGNE.
           MOVE WS-LIGNE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
