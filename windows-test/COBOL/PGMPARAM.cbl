       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPARAM.

      * PARAMETRES BATCH - Sous-programme partage d'acces au          *
      * referentiel des parametres WORK/PARAMBAT.dat (CPARAM, tenu    *
      * par la transaction PRMA) : seuils et options des programmes   *
      * batch, dates d'effet comprises, au lieu de valeurs eparpillees*
      * dans les PARM des JCL. Le PARM explicite reste prioritaire :  *
      * l'appelant lit d'abord sa valeur par defaut ici, puis applique*
      * son PARM, puis trace la valeur retenue.                       *
      * Interface : WCOMPRM.cpy                                       *
      * Fonctions (LS-PRM-FONCTION) :                                 *
      *   'L' : valeur de LS-PRM-PROGRAMME / LS-PRM-NOM en vigueur a  *
      *         LS-PRM-DATE (zero = date du jour), c'est-a-dire celle *
      *         de la plus recente date d'effet ne la depassant pas ; *
      *         LS-PRM-LONGUEUR premiers caracteres numeriques exiges *
      *         -> LS-PRM-VALEUR, LS-PRM-DATE-EFFET                   *
      *   'T' : ecrit dans AUDITLOG la valeur effectivement utilisee  *
      *         (LS-PRM-VALEUR) et son origine (LS-PRM-SOURCE : F     *
      *         referentiel, P PARM, D defaut du programme), pour     *
      *         savoir quel seuil etait applique une nuit donnee      *
      * Codes retour (LS-PRM-RETOUR) :                                *
      *   00 : OK                                                     *
      *   10 : aucune valeur en vigueur a cette date                  *
      *   20 : valeur du referentiel non numerique (ignoree)          *
      *   90 : fichier indisponible (referentiel ou AUDITLOG)         *
      *   99 : fonction inconnue                                      *
      * Enregistrement AUDITLOG de type parametre (80 caracteres) :   *
      * JOB(8)=programme DATE(8) HEURE(6) 'PARAMETR'(8) en lieu et    *
      * place de l'accesseur, NOM(12) VALEUR(20) SOURCE(1)            *
      * DATE-EFFET(8) ; DMPASSU ne les prend pas pour un compte rendu *
      * de run, RETASSU les purge sur leur date comme les autres.     *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-PARAM ASSIGN TO "WORK/PARAMBAT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-PRM-CLE
               FILE STATUS IS FS-PARAM.

           SELECT F-AUDIT ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-AUD.

       DATA DIVISION.
       FILE SECTION.

       FD  F-PARAM.
       01  FS-PRM-REC.
           05 FS-PRM-CLE.
               10 FS-PRM-PROGRAMME PIC X(8).
               10 FS-PRM-NOM       PIC X(12).
               10 FS-PRM-DATE-EFFET PIC 9(8).
           05 FS-PRM-DATA          PIC X(72).

       FD  F-AUDIT.
       01  FS-AUD-REC.
           05 FS-AUD-JOB           PIC X(8).
           05 FS-AUD-DATE          PIC 9(8).
           05 FS-AUD-HEURE         PIC 9(6).
           05 FS-AUD-TYPE          PIC X(8).
           05 FS-AUD-PRM-NOM       PIC X(12).
           05 FS-AUD-PRM-VALEUR    PIC X(20).
           05 FS-AUD-PRM-SOURCE    PIC X(1).
           05 FS-AUD-PRM-DATE-EFFET PIC 9(8).
           05 FS-AUD-RESTE         PIC X(9).

       WORKING-STORAGE SECTION.

       01  FS-PARAM                PIC XX.
       01  FS-AUD                  PIC XX.

           COPY WPARAM.

       01  WS-DATE-REF             PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(6).
       01  WS-FIN-PARAM            PIC X VALUE 'N'.
           88 FIN-PARAM                VALUE 'O'.
       01  WS-VALEUR-TROUVEE       PIC X VALUE 'N'.
           88 VALEUR-TROUVEE           VALUE 'O'.

       LINKAGE SECTION.

       01  LS-COM-PARAM.
           05 LS-PRM-FONCTION      PIC X(1).
           05 LS-PRM-PROGRAMME     PIC X(8).
           05 LS-PRM-NOM           PIC X(12).
           05 LS-PRM-DATE          PIC 9(8).
           05 LS-PRM-LONGUEUR      PIC 99.
           05 LS-PRM-VALEUR        PIC X(20).
           05 LS-PRM-DATE-EFFET    PIC 9(8).
           05 LS-PRM-SOURCE        PIC X(1).
           05 LS-PRM-RETOUR        PIC 99.
           05 FILLER               PIC X(7).

       PROCEDURE DIVISION USING LS-COM-PARAM.

      * Programme principal                                           *

       MAIN-PGMPARAM.
           MOVE 00 TO LS-PRM-RETOUR
           EVALUATE LS-PRM-FONCTION
               WHEN 'L'
                   PERFORM LIRE-VALEUR THRU FIN-LIRE-VALEUR
               WHEN 'T'
                   PERFORM TRACER-VALEUR
               WHEN OTHER
                   MOVE 99 TO LS-PRM-RETOUR
           END-EVALUATE
           GOBACK.

      * Valeur en vigueur : balayage des dates d'effet du parametre,  *
      * dans l'ordre de la cle, jusqu'a depasser la date de reference *

       LIRE-VALEUR.
           MOVE SPACES TO LS-PRM-VALEUR
           MOVE 0 TO LS-PRM-DATE-EFFET
           MOVE LS-PRM-DATE TO WS-DATE-REF
           IF WS-DATE-REF = 0
               ACCEPT WS-DATE-REF FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT F-PARAM
           IF FS-PARAM NOT = '00'
               MOVE 90 TO LS-PRM-RETOUR
               GO TO FIN-LIRE-VALEUR
           END-IF

           MOVE 'N' TO WS-VALEUR-TROUVEE
           MOVE 'N' TO WS-FIN-PARAM
           MOVE LS-PRM-PROGRAMME TO FS-PRM-PROGRAMME
           MOVE LS-PRM-NOM       TO FS-PRM-NOM
           MOVE 0                TO FS-PRM-DATE-EFFET
           START F-PARAM KEY >= FS-PRM-CLE
               INVALID KEY
                   SET FIN-PARAM TO TRUE
           END-START
           PERFORM LIRE-DATE-EFFET UNTIL FIN-PARAM
           CLOSE F-PARAM

           IF NOT VALEUR-TROUVEE
               MOVE 10 TO LS-PRM-RETOUR
               GO TO FIN-LIRE-VALEUR
           END-IF
           MOVE PRM-VALEUR     TO LS-PRM-VALEUR
           MOVE PRM-DATE-EFFET TO LS-PRM-DATE-EFFET
           IF LS-PRM-LONGUEUR > 0
               IF LS-PRM-VALEUR(1:LS-PRM-LONGUEUR) NOT NUMERIC
                   MOVE 20 TO LS-PRM-RETOUR
               END-IF
           END-IF
           .
       FIN-LIRE-VALEUR.
           EXIT.

       LIRE-DATE-EFFET.
           READ F-PARAM NEXT
               AT END
                   SET FIN-PARAM TO TRUE
               NOT AT END
                   IF FS-PRM-PROGRAMME NOT = LS-PRM-PROGRAMME
                           OR FS-PRM-NOM NOT = LS-PRM-NOM
                           OR FS-PRM-DATE-EFFET > WS-DATE-REF
                       SET FIN-PARAM TO TRUE
                   ELSE
                       MOVE FS-PRM-REC TO W-PARAM
                       SET VALEUR-TROUVEE TO TRUE
                   END-IF
           END-READ
           .

      * Trace de la valeur utilisee dans AUDITLOG (EXTEND, OUTPUT a   *
      * la toute premiere ecriture) - un echec est signale sans       *
      * interrompre l'appelant                                        *

       TRACER-VALEUR.
           OPEN EXTEND F-AUDIT
           IF FS-AUD NOT = '00'
               OPEN OUTPUT F-AUDIT
           END-IF
           IF FS-AUD NOT = '00'
               DISPLAY 'PGMPARAM - ERREUR OUVERTURE AUDITLOG : ' FS-AUD
               MOVE 90 TO LS-PRM-RETOUR
           ELSE
               ACCEPT WS-HEURE-JOUR FROM TIME
               MOVE SPACES             TO FS-AUD-REC
               MOVE LS-PRM-PROGRAMME   TO FS-AUD-JOB
               ACCEPT FS-AUD-DATE FROM DATE YYYYMMDD
               MOVE WS-HEURE-JOUR      TO FS-AUD-HEURE
               MOVE 'PARAMETR'         TO FS-AUD-TYPE
               MOVE LS-PRM-NOM         TO FS-AUD-PRM-NOM
               MOVE LS-PRM-VALEUR      TO FS-AUD-PRM-VALEUR
               MOVE LS-PRM-SOURCE      TO FS-AUD-PRM-SOURCE
               IF LS-PRM-SOURCE = 'F'
                   MOVE LS-PRM-DATE-EFFET TO FS-AUD-PRM-DATE-EFFET
               ELSE
                   MOVE 0 TO FS-AUD-PRM-DATE-EFFET
               END-IF
               WRITE FS-AUD-REC
               CLOSE F-AUDIT
           END-IF
           .
