      * membre du foyer est reconstitue NOM-SEUL-A4 + PRENOM-A4 quand  *
      * les zones eclatees sont renseignees (meme normalisation que    *
      * DBLASSU), le bloc historique NOM-PRE-A4 servant de repli       *
      * Chaque vehicule d'un foyer multi-assures est en outre ecrit    *
      * sur WORK/FOYERS.dat (cf CFOYER.cpy, reconstruit a chaque       *
      * passage) avec l'identifiant du foyer (code postal + plus petit *
      * matricule de l'adresse) et le nombre de vehicules du foyer :   *
      * PRIMCALC y lit la remise foyer a accorder au renouvellement    *
      * (etape de CHAINRUN, avant PRIMCALC). Une adresse de plus de 20 *
      * matricules ou 100 vehicules (immeuble collectif plutot que     *
      * foyer familial) est listee mais n'ouvre pas droit a la remise. *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Fichier de travail du tri (groupage par adresse)
           SELECT F-TRI ASSIGN TO "WORK/FOYASSU.srt".

      * Composition des foyers par vehicule (remise foyer PRIMCALC)
           SELECT F-FOYERS ASSIGN TO "WORK/FOYERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOY-CLE
               FILE STATUS IS FS-FOYERS.

      * Fichier de sortie - listing imprimable
           SELECT F-RAPPORT ASSIGN TO "WORK/FOYASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
       01  FS-TRI-REC.
           COPY CASSURES.

       FD  F-FOYERS.
       01  FS-FOY-REC.
           COPY CFOYER.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).


       01  FS-ASSURES               PIC XX.
       01  FS-RAPPORT               PIC XX.
       01  FS-FOYERS                PIC XX.

      * Decomposition enregistrement assure lu sur le KSDS, avant tri
       01  WS-ASSURE-CASSURES.
           05 WS-GRP-SOMME-PRIME     PIC 9(8)V99.
       01  WS-GRP-IDX-EDIT           PIC 99.

      * Vehicules du groupe adresse courant, pour l'ecriture de la
      * composition du foyer sur WORK/FOYERS.dat ; au-dela de 20
      * matricules ou de 100 vehicules le groupe est deborde et
      * n'ouvre pas droit a la remise foyer
       01  WS-NB-VEH-GROUPE          PIC 9(3) VALUE 0.
       01  WS-GROUPE-VEH OCCURS 100 TIMES.
           05 WS-GRV-MAT             PIC 9(6).
           05 WS-GRV-SEQ             PIC 9(2).
       01  WS-GRV-IDX                PIC 9(3).
       01  WS-GRP-DEBORDE            PIC X VALUE 'N'.
           88 GRP-DEBORDE                VALUE 'O'.
       01  WS-DATE-JOUR              PIC 9(8).

      * Total d'exposition du foyer courant (somme des matricules du
      * groupe), recalcule a chaque cloture de groupe
       01  WS-FOYER-SOMME-PRIME      PIC 9(9)V99 VALUE 0.
      * Compteurs
       01  WS-NB-ASSURES              PIC 9(6) VALUE 0.
       01  WS-NB-FOYERS-MULTI         PIC 9(5) VALUE 0.
       01  WS-NB-VEH-FOYERS           PIC 9(6) VALUE 0.
       01  WS-NB-FOYERS-DEBORDES      PIC 9(5) VALUE 0.

      * Ligne d'en-tete de groupe foyer
       01  WS-LIG-GROUPE.
           DISPLAY '========================================'
           DISPLAY 'VEHICULES CONTROLES    : ' WS-NB-ASSURES
           DISPLAY 'FOYERS MULTI-ASSURES    : ' WS-NB-FOYERS-MULTI
           DISPLAY '  DONT HORS REMISE FOYER: ' WS-NB-FOYERS-DEBORDES
           DISPLAY 'VEHICULES SUR FOYERS.dat: ' WS-NB-VEH-FOYERS
           DISPLAY '========================================'
           GOBACK.

      * Alimentation du tri - lecture sequentielle du KSDS source      *

           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE KSDS'
               DISPLAY 'FILE STATUS : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-ASSURES = '10'
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               DISPLAY 'FILE STATUS : ' FS-RAPPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT F-FOYERS
           IF FS-FOYERS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/FOYERS.dat'
               DISPLAY 'FILE STATUS : ' FS-FOYERS
               CLOSE F-RAPPORT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           MOVE 'FOYERS MULTI-ASSURES - MEME ADRESSE, MATRICULES'
               TO FS-RAPPORT-REC
               PERFORM 22000-CLORE-GROUPE
           END-IF

           CLOSE F-FOYERS
           CLOSE F-RAPPORT
           .

               MOVE CP-A4 IN FS-TRI-REC      TO WS-CP-PREC
               MOVE VILLE-A4 IN FS-TRI-REC   TO WS-VILLE-PREC
               MOVE 0 TO WS-NB-MAT-GROUPE
               MOVE 0 TO WS-NB-VEH-GROUPE
               MOVE 'N' TO WS-GRP-DEBORDE
               MOVE 0 TO WS-MAT-PREC
               MOVE 'N' TO WS-PREMIER-GROUPE
           END-IF
                       TO WS-GRP-NOM(WS-NB-MAT-GROUPE)
                   MOVE 0 TO WS-GRP-NB-VEHIC(WS-NB-MAT-GROUPE)
                   MOVE 0 TO WS-GRP-SOMME-PRIME(WS-NB-MAT-GROUPE)
               ELSE
                   SET GRP-DEBORDE TO TRUE
               END-IF
           END-IF

           IF WS-NB-VEH-GROUPE < 100
               ADD 1 TO WS-NB-VEH-GROUPE
               MOVE MAT-A4 IN FS-TRI-REC
                   TO WS-GRV-MAT(WS-NB-VEH-GROUPE)
               MOVE SEQ-VEHICULE-A4 IN FS-TRI-REC
                   TO WS-GRV-SEQ(WS-NB-VEH-GROUPE)
           ELSE
               SET GRP-DEBORDE TO TRUE
           END-IF

           IF WS-NB-MAT-GROUPE > 0
               ADD 1 TO WS-GRP-NB-VEHIC(WS-NB-MAT-GROUPE)
               ADD PRIME-A4 IN FS-TRI-REC
               MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC

               IF GRP-DEBORDE
                   ADD 1 TO WS-NB-FOYERS-DEBORDES
                   MOVE '      IMMEUBLE COLLECTIF - PAS DE REMISE FOYER'
                       TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
               ELSE
                   PERFORM VARYING WS-GRV-IDX FROM 1 BY 1
                       UNTIL WS-GRV-IDX > WS-NB-VEH-GROUPE
                       PERFORM 24000-ECRIRE-VEHICULE-FOYER
                   END-PERFORM
               END-IF

               MOVE SPACES TO FS-RAPPORT-REC
               WRITE FS-RAPPORT-REC
           END-IF
           ADD WS-GRP-SOMME-PRIME(WS-GRP-IDX-EDIT)
               TO WS-FOYER-SOMME-PRIME
           .

      * Composition du foyer pour un vehicule du groupe : identifiant  *
      * code postal + premier matricule (le plus petit, tri par        *
      * matricule), nombre de matricules et de vehicules de l'adresse  *

       24000-ECRIRE-VEHICULE-FOYER.
           MOVE SPACES TO FS-FOY-REC
           MOVE WS-GRV-MAT(WS-GRV-IDX) TO FOY-MAT
           MOVE WS-GRV-SEQ(WS-GRV-IDX) TO FOY-SEQ-VEHICULE
           MOVE WS-CP-PREC             TO FOY-ID-CP
           MOVE WS-GRP-MAT(1)          TO FOY-ID-MAT
           MOVE WS-NB-MAT-GROUPE       TO FOY-NB-MATRICULES
           MOVE WS-NB-VEH-GROUPE       TO FOY-NB-VEHICULES
           MOVE WS-DATE-JOUR           TO FOY-DATE-CALCUL
           WRITE FS-FOY-REC
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE FOYERS.dat - MATRICULE '
                           FOY-MAT
               NOT INVALID KEY
                   ADD 1 TO WS-NB-VEH-FOYERS
           END-WRITE
           .
