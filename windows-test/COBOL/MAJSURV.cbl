       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJSURV.

      * MAINTENANCE DE LA LISTE DE SURVEILLANCE ANTI-FRAUDE - Applique *
      * les mouvements de WORK/SURVMVT.dat a WORK/SURVEIL.dat (cf      *
      * CSURVEIL.cpy, cree au premier lancement) puis edite la liste   *
      * complete dans WORK/SURVEIL.lst. Les valeurs surveillees (noms, *
      * adresses) depassant la longueur d'un jeton PARM, la saisie     *
      * passe par un fichier mouvement a positions fixes plutot que    *
      * par le PARM de MAJUSERS/MAJREGTF :                             *
      *   ACTION(1) TYPE(1) VALEUR(30) MOTIF(30) USER(8)               *
      *   ACTION : A = inscription (une entree retiree est reactivee   *
      *            avec le nouveau motif), R = retrait (l'entree est   *
      *            conservee, marquee retiree, et n'est plus filtree)  *
      *   TYPE   : N = nom d'assure (20), A = adresse - rue (18) puis  *
      *            code postal (5), R = identifiant reparateur (4),    *
      *            T = nom de tiers adverse (20)                       *
      * Un mouvement invalide (action/type inconnus, valeur ou motif   *
      * absents, inscription d'une entree deja active, retrait d'une   *
      * entree inconnue) est signale et ignore - code retour 4.        *
      * Fichier mouvement absent = edition seule de la liste.          *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SURVEIL ASSIGN TO "WORK/SURVEIL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SRV-CLE
               FILE STATUS IS FS-SURVEIL.

           SELECT F-SURVMVT ASSIGN TO "WORK/SURVMVT.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURVMVT.

           SELECT F-RAPPORT ASSIGN TO "WORK/SURVEIL.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SURVEIL.
       01  FS-SRV-REC.
           05 FS-SRV-CLE.
               10 FS-SRV-TYPE      PIC X(1).
               10 FS-SRV-VALEUR    PIC X(30).
           05 FS-SRV-DATA          PIC X(69).

       FD  F-SURVMVT.
       01  FS-SMV-REC.
           05 FS-SMV-ACTION        PIC X(1).
           05 FS-SMV-TYPE          PIC X(1).
           05 FS-SMV-VALEUR        PIC X(30).
           05 FS-SMV-MOTIF         PIC X(30).
           05 FS-SMV-USER          PIC X(8).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-SURVEIL              PIC XX.
       01  FS-SURVMVT              PIC XX.
       01  FS-RAPPORT              PIC XX.

           COPY WSURVEIL.

       01  WS-DATE-JOUR            PIC 9(8).
      * Cle du mouvement courant (type + valeur cadree)
       01  WS-CLE-SURVEIL.
           05 WS-CLE-TYPE          PIC X(1).
           05 WS-CLE-VALEUR        PIC X(30).
       01  WS-FIN-SURVEIL          PIC X VALUE 'N'.
           88 FIN-SURVEIL              VALUE 'O'.

       01  WS-COMPTEURS.
           05 WS-CPT-MVT-LUS       PIC 9(6) VALUE 0.
           05 WS-CPT-INSCRITS      PIC 9(6) VALUE 0.
           05 WS-CPT-REACTIVES     PIC 9(6) VALUE 0.
           05 WS-CPT-RETIRES       PIC 9(6) VALUE 0.
           05 WS-CPT-REJETES       PIC 9(6) VALUE 0.
           05 WS-CPT-ACTIVES       PIC 9(6) VALUE 0.
           05 WS-CPT-INACTIVES     PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER               PIC X(37) VALUE
               'LISTE DE SURVEILLANCE ANTI-FRAUDE AU '.
           05 WS-LIGT-DATE         PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER               PIC X(40) VALUE
               'T VALEUR                         MOTIF  '.
           05 FILLER               PIC X(40) VALUE
               '                        INSCRIT  E      '.
       01  WS-LIG-DETAIL.
           05 WS-LIGD-TYPE         PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LIGD-VALEUR       PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LIGD-MOTIF        PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LIGD-DATE         PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 WS-LIGD-ETAT         PIC X(1).
       01  WS-LIG-TOTAL.
           05 FILLER               PIC X(20) VALUE
               'ENTREES ACTIVES   : '.
           05 WS-LIGT-ACTIVES      PIC ZZZZZ9.
           05 FILLER               PIC X(20) VALUE
               '   RETIREES       : '.
           05 WS-LIGT-INACTIVES    PIC ZZZZZ9.

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'MAINTENANCE LISTE DE SURVEILLANCE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF FS-SURVMVT = '00'
               PERFORM 20000-LIRE-MOUVEMENT
                   UNTIL FS-SURVMVT NOT = '00'
               CLOSE F-SURVMVT
           END-IF
           PERFORM 30000-EDITER-LISTE
           PERFORM 40000-FIN
           DISPLAY '========================================'
           DISPLAY 'MOUVEMENTS LUS       : ' WS-CPT-MVT-LUS
           DISPLAY 'ENTREES INSCRITES    : ' WS-CPT-INSCRITS
           DISPLAY 'ENTREES REACTIVEES   : ' WS-CPT-REACTIVES
           DISPLAY 'ENTREES RETIREES     : ' WS-CPT-RETIRES
           DISPLAY 'MOUVEMENTS REJETES   : ' WS-CPT-REJETES
           DISPLAY 'LISTE ACTIVE         : ' WS-CPT-ACTIVES
           DISPLAY '========================================'
           IF WS-CPT-REJETES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Initialisation - liste creee a vide au premier lancement      *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           OPEN I-O F-SURVEIL
           IF FS-SURVEIL NOT = '00'
               OPEN OUTPUT F-SURVEIL
               IF FS-SURVEIL = '00'
                   CLOSE F-SURVEIL
                   OPEN I-O F-SURVEIL
               END-IF
           END-IF
           IF FS-SURVEIL NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SURVEIL : ' FS-SURVEIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT F-SURVMVT
           IF FS-SURVMVT NOT = '00'
               DISPLAY 'PAS DE MOUVEMENT SURVMVT - EDITION SEULE'
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Lecture et application d'un mouvement                          *

       20000-LIRE-MOUVEMENT.
           READ F-SURVMVT
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-MVT-LUS
                   PERFORM 21000-TRAITER-MOUVEMENT
                       THRU FIN-21000-TRAITER-MOUVEMENT
           END-READ
           .

       21000-TRAITER-MOUVEMENT.
           IF FS-SMV-TYPE NOT = 'N' AND NOT = 'A' AND NOT = 'R'
                   AND NOT = 'T'
               DISPLAY 'REJET - TYPE INCONNU ' FS-SMV-TYPE
                       ' VALEUR ' FS-SMV-VALEUR
               ADD 1 TO WS-CPT-REJETES
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF
           IF FS-SMV-VALEUR = SPACES
               DISPLAY 'REJET - VALEUR ABSENTE TYPE ' FS-SMV-TYPE
               ADD 1 TO WS-CPT-REJETES
               GO TO FIN-21000-TRAITER-MOUVEMENT
           END-IF

      * Valeur cadree sur la longueur comparee par PGMSURV
           MOVE FS-SMV-TYPE TO FS-SRV-TYPE
           MOVE SPACES TO FS-SRV-VALEUR
           EVALUATE FS-SMV-TYPE
               WHEN 'A'
                   MOVE FS-SMV-VALEUR(1:23) TO FS-SRV-VALEUR
                   IF FS-SMV-VALEUR(19:5) NOT NUMERIC
                       DISPLAY 'REJET - CODE POSTAL INVALIDE ADRESSE '
                               FS-SMV-VALEUR
                       ADD 1 TO WS-CPT-REJETES
                       GO TO FIN-21000-TRAITER-MOUVEMENT
                   END-IF
               WHEN 'R'
                   MOVE FS-SMV-VALEUR(1:4) TO FS-SRV-VALEUR
               WHEN OTHER
                   MOVE FS-SMV-VALEUR(1:20) TO FS-SRV-VALEUR
           END-EVALUATE
           MOVE FS-SRV-CLE TO WS-CLE-SURVEIL

           EVALUATE FS-SMV-ACTION
               WHEN 'A'
                   PERFORM 22000-INSCRIRE
               WHEN 'R'
                   PERFORM 23000-RETIRER
               WHEN OTHER
                   DISPLAY 'REJET - ACTION INCONNUE ' FS-SMV-ACTION
                           ' VALEUR ' FS-SMV-VALEUR
                   ADD 1 TO WS-CPT-REJETES
           END-EVALUATE
           .
       FIN-21000-TRAITER-MOUVEMENT.
           EXIT.

      * Inscription : nouvelle entree, ou reactivation d'une entree    *
      * retiree ; une entree deja active est laissee en l'etat         *

       22000-INSCRIRE.
           IF FS-SMV-MOTIF = SPACES
               DISPLAY 'REJET - MOTIF OBLIGATOIRE ' FS-SMV-TYPE
                       ' ' FS-SMV-VALEUR
               ADD 1 TO WS-CPT-REJETES
           ELSE
               READ F-SURVEIL
                   INVALID KEY
                       MOVE SPACES TO W-SURVEIL
                       MOVE WS-CLE-TYPE   TO SRV-TYPE OF W-SURVEIL
                       MOVE WS-CLE-VALEUR TO SRV-VALEUR OF W-SURVEIL
                       PERFORM 22100-RENSEIGNER-ENTREE
                       MOVE W-SURVEIL TO FS-SRV-REC
                       WRITE FS-SRV-REC
                       IF FS-SURVEIL = '00'
                           ADD 1 TO WS-CPT-INSCRITS
                       ELSE
                           DISPLAY 'ERREUR ECRITURE SURVEIL : '
                                   FS-SURVEIL
                           ADD 1 TO WS-CPT-REJETES
                       END-IF
                   NOT INVALID KEY
                       MOVE FS-SRV-REC TO W-SURVEIL
                       IF SRV-ETAT OF W-SURVEIL = SPACE
                           DISPLAY 'REJET - ENTREE DEJA ACTIVE '
                                   FS-SMV-TYPE ' ' FS-SMV-VALEUR
                           ADD 1 TO WS-CPT-REJETES
                       ELSE
                           PERFORM 22100-RENSEIGNER-ENTREE
                           MOVE W-SURVEIL TO FS-SRV-REC
                           REWRITE FS-SRV-REC
                           ADD 1 TO WS-CPT-REACTIVES
                       END-IF
               END-READ
           END-IF
           .

       22100-RENSEIGNER-ENTREE.
           MOVE FS-SMV-MOTIF  TO SRV-MOTIF OF W-SURVEIL
           MOVE WS-DATE-JOUR  TO SRV-DATE-AJOUT OF W-SURVEIL
           MOVE FS-SMV-USER   TO SRV-USER OF W-SURVEIL
           MOVE SPACE         TO SRV-ETAT OF W-SURVEIL
           MOVE 0             TO SRV-DATE-RETRAIT OF W-SURVEIL
           .

      * Retrait : l'entree reste au fichier pour l'historique          *

       23000-RETIRER.
           READ F-SURVEIL
               INVALID KEY
                   DISPLAY 'REJET - ENTREE INCONNUE ' FS-SMV-TYPE
                           ' ' FS-SMV-VALEUR
                   ADD 1 TO WS-CPT-REJETES
               NOT INVALID KEY
                   MOVE FS-SRV-REC TO W-SURVEIL
                   IF SRV-ETAT OF W-SURVEIL NOT = SPACE
                       DISPLAY 'REJET - ENTREE DEJA RETIREE '
                               FS-SMV-TYPE ' ' FS-SMV-VALEUR
                       ADD 1 TO WS-CPT-REJETES
                   ELSE
                       MOVE 'R' TO SRV-ETAT OF W-SURVEIL
                       MOVE WS-DATE-JOUR
                           TO SRV-DATE-RETRAIT OF W-SURVEIL
                       MOVE W-SURVEIL TO FS-SRV-REC
                       REWRITE FS-SRV-REC
                       ADD 1 TO WS-CPT-RETIRES
                   END-IF
           END-READ
           .

      * Edition de la liste complete, dans l'ordre de la cle           *

       30000-EDITER-LISTE.
           MOVE WS-DATE-JOUR TO WS-LIGT-DATE
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE LOW-VALUES TO FS-SRV-CLE
           START F-SURVEIL KEY IS NOT LESS THAN FS-SRV-CLE
               INVALID KEY
                   SET FIN-SURVEIL TO TRUE
           END-START
           PERFORM 31000-EDITER-ENTREE
               UNTIL FIN-SURVEIL

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE WS-CPT-ACTIVES   TO WS-LIGT-ACTIVES
           MOVE WS-CPT-INACTIVES TO WS-LIGT-INACTIVES
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       31000-EDITER-ENTREE.
           READ F-SURVEIL NEXT RECORD
               AT END
                   SET FIN-SURVEIL TO TRUE
               NOT AT END
                   MOVE FS-SRV-REC TO W-SURVEIL
                   MOVE SRV-TYPE OF W-SURVEIL       TO WS-LIGD-TYPE
                   MOVE SRV-VALEUR OF W-SURVEIL     TO WS-LIGD-VALEUR
                   MOVE SRV-MOTIF OF W-SURVEIL      TO WS-LIGD-MOTIF
                   MOVE SRV-DATE-AJOUT OF W-SURVEIL TO WS-LIGD-DATE
                   MOVE SRV-ETAT OF W-SURVEIL       TO WS-LIGD-ETAT
                   IF SRV-ETAT OF W-SURVEIL = SPACE
                       ADD 1 TO WS-CPT-ACTIVES
                   ELSE
                       ADD 1 TO WS-CPT-INACTIVES
                   END-IF
                   MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
           END-READ
           .

      * Fin de traitement                                              *

       40000-FIN.
           CLOSE F-SURVEIL
           CLOSE F-RAPPORT
           .
