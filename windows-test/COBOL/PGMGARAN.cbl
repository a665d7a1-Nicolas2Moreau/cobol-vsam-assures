       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGARAN.

      * GARANTIES SOUSCRITES PAR VEHICULE - Sous-programme partage    *
      * tenant le fichier WORK/GARANTIE.dat (cf CGARANT.cpy, une      *
      * garantie par enregistrement, cle matricule + vehicule + code  *
      * garantie). ASSURES3 ne porte qu'une prime par vehicule, sans  *
      * dire ce qu'elle couvre : ce fichier distingue un vehicule au  *
      * tiers d'un vehicule tous risques.                             *
      * Fonctions (LS-GAR-FONCTION) :                                 *
      *   'C' : creer les garanties d'un vehicule d'apres la formule  *
      *         (T/I/R, cf CFORMUL.cpy), quote-part de prime calculee *
      *         sur LS-GAR-PRIME, debut de garantie LS-GAR-DATE       *
      *         (MAJASSV2 'C'/'V', MVTASSU 'C')                       *
      *   'V' : verifier qu'une garantie LS-GAR-CODE couvre le        *
      *         vehicule a la date LS-GAR-DATE (SINASSU, CLMASSU)     *
      *   'R' : rebasculer les garanties du vehicule sous             *
      *         LS-GAR-MAT-NOUVEAU (transfert 'T' re-matricule)       *
      * Codes retour (LS-GAR-RETOUR) :                                *
      *   00 : OK / garantie couvrante                                *
      *   01 : garantie non souscrite ou hors periode a cette date    *
      *   02 : vehicule sans aucune garantie au fichier (stock        *
      *        anterieur a la tenue des garanties - pas de controle)  *
      *   99 : fichier inaccessible / erreur d'ecriture               *
      * Le fichier est cree au premier appel de creation ; en         *
      * verification, un fichier absent rend 02 (pas de controle).    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-GARANTIE ASSIGN TO "WORK/GARANTIE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-GAR-CLE
               FILE STATUS IS FS-GARANTIE.

       DATA DIVISION.
       FILE SECTION.

       FD  F-GARANTIE.
       01  FS-GAR-REC.
           05 FS-GAR-CLE.
               10 FS-GAR-MAT       PIC 9(6).
               10 FS-GAR-SEQ       PIC 9(2).
               10 FS-GAR-CODE      PIC X(3).
           05 FS-GAR-DATA          PIC X(39).

       WORKING-STORAGE SECTION.

       01  FS-GARANTIE             PIC XX.

           COPY WGARANT.
           COPY CFORMUL.

       01  WS-IDX-FORMULE          PIC 9 VALUE 0.
       01  WS-IDX-CHERCHE          PIC 9.
       01  WS-IDX-GAR              PIC 9.

      * Garanties d'un vehicule retenues le temps de les rebasculer
      * (au plus une par code de WS-TABLE-GARCODES)
       01  WS-NB-A-REBASCULER      PIC 9 VALUE 0.
       01  WS-TAB-REBASCULE.
           05 WS-RBC-REC           PIC X(50) OCCURS 6 TIMES.
       01  WS-FIN-VEHICULE         PIC X VALUE 'N'.
           88 FIN-VEHICULE             VALUE 'O'.

       LINKAGE SECTION.

       01  LS-GARANTIE.
           05 LS-GAR-FONCTION      PIC X(1).
           05 LS-GAR-MAT           PIC 9(6).
           05 LS-GAR-SEQ           PIC 9(2).
           05 LS-GAR-FORMULE       PIC X(1).
           05 LS-GAR-PRIME         PIC 9(6)V99.
           05 LS-GAR-DATE          PIC 9(8).
           05 LS-GAR-CODE          PIC X(3).
           05 LS-GAR-MAT-NOUVEAU   PIC 9(6).
           05 LS-GAR-RETOUR        PIC 99.
           05 FILLER               PIC X(13).

       PROCEDURE DIVISION USING LS-GARANTIE.

      * Programme principal                                           *

       MAIN-PGMGARAN.
           MOVE 99 TO LS-GAR-RETOUR
           EVALUATE LS-GAR-FONCTION
               WHEN 'C'
                   PERFORM CREER-GARANTIES
               WHEN 'V'
                   PERFORM VERIFIER-GARANTIE
               WHEN 'R'
                   PERFORM REBASCULER-GARANTIES
               WHEN OTHER
                   DISPLAY 'PGMGARAN - FONCTION INCONNUE : '
                           LS-GAR-FONCTION
           END-EVALUATE
           GOBACK.

      * Ouvrir GARANTIE en mise a jour, en le creant s'il n'existe    *
      * pas encore (premiere creation de garantie)                    *

       OUVRIR-GARANTIE-MAJ.
           OPEN I-O F-GARANTIE
           IF FS-GARANTIE NOT = '00'
               OPEN OUTPUT F-GARANTIE
               IF FS-GARANTIE = '00'
                   CLOSE F-GARANTIE
                   OPEN I-O F-GARANTIE
               END-IF
           END-IF
           IF FS-GARANTIE NOT = '00'
               DISPLAY 'PGMGARAN - GARANTIE.dat INACCESSIBLE : '
                       FS-GARANTIE
           END-IF
           .

      * Creation des garanties d'un vehicule d'apres sa formule -      *
      * formule a blanc ou inconnue : formule 'T' (tiers), minimum     *
      * obligatoire                                                    *

       CREER-GARANTIES.
           MOVE 1 TO WS-IDX-FORMULE
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > 3
               IF WS-FOR-CODE(WS-IDX-CHERCHE) = LS-GAR-FORMULE
                   MOVE WS-IDX-CHERCHE TO WS-IDX-FORMULE
               END-IF
           END-PERFORM

           PERFORM OUVRIR-GARANTIE-MAJ
           IF FS-GARANTIE = '00'
               MOVE 00 TO LS-GAR-RETOUR
               PERFORM ECRIRE-UNE-GARANTIE
                   VARYING WS-IDX-GAR FROM 1 BY 1
                   UNTIL WS-IDX-GAR > 6
               CLOSE F-GARANTIE
           END-IF
           .

       ECRIRE-UNE-GARANTIE.
           IF WS-FOR-PCT(WS-IDX-FORMULE, WS-IDX-GAR) > 0
               MOVE SPACES TO W-GARANTIE
               MOVE LS-GAR-MAT  TO GAR-MAT
               MOVE LS-GAR-SEQ  TO GAR-SEQ-VEHICULE
               MOVE WS-GAR-CODE-REF(WS-IDX-GAR) TO GAR-CODE
               MOVE LS-GAR-DATE TO GAR-DATE-DEBUT
               MOVE 0           TO GAR-DATE-FIN
               COMPUTE GAR-PRIME-PART ROUNDED =
                   LS-GAR-PRIME
                       * WS-FOR-PCT(WS-IDX-FORMULE, WS-IDX-GAR) / 100
               MOVE WS-FOR-CODE(WS-IDX-FORMULE) TO GAR-FORMULE
               MOVE W-GARANTIE TO FS-GAR-REC
               WRITE FS-GAR-REC
                   INVALID KEY
      * Garantie deja presente (vehicule recree a l'identique) : la
      * nouvelle periode remplace l'ancienne
                       REWRITE FS-GAR-REC
                           INVALID KEY
                               MOVE 99 TO LS-GAR-RETOUR
                       END-REWRITE
               END-WRITE
           END-IF
           .

      * Verification de couverture : la garantie doit exister pour le  *
      * vehicule et sa periode encadrer la date du sinistre ; un       *
      * vehicule sans aucune garantie au fichier n'est pas controle    *

       VERIFIER-GARANTIE.
           OPEN INPUT F-GARANTIE
           IF FS-GARANTIE NOT = '00'
               MOVE 02 TO LS-GAR-RETOUR
           ELSE
               MOVE LS-GAR-MAT  TO FS-GAR-MAT
               MOVE LS-GAR-SEQ  TO FS-GAR-SEQ
               MOVE LS-GAR-CODE TO FS-GAR-CODE
               READ F-GARANTIE
                   INVALID KEY
                       PERFORM CHERCHER-GARANTIE-VEHICULE
                   NOT INVALID KEY
                       MOVE FS-GAR-REC TO W-GARANTIE
                       MOVE 00 TO LS-GAR-RETOUR
                       IF LS-GAR-DATE NOT = 0
                           IF LS-GAR-DATE < GAR-DATE-DEBUT
                               MOVE 01 TO LS-GAR-RETOUR
                           END-IF
                           IF GAR-DATE-FIN NOT = 0
                                   AND LS-GAR-DATE > GAR-DATE-FIN
                               MOVE 01 TO LS-GAR-RETOUR
                           END-IF
                       END-IF
               END-READ
               CLOSE F-GARANTIE
           END-IF
           .

      * Garantie absente : le vehicule a-t-il au moins une garantie    *
      * au fichier (01 = non souscrite) ou aucune (02 = stock non      *
      * encore tenu, pas de controle) ?                                *

       CHERCHER-GARANTIE-VEHICULE.
           MOVE 02 TO LS-GAR-RETOUR
           MOVE LS-GAR-MAT TO FS-GAR-MAT
           MOVE LS-GAR-SEQ TO FS-GAR-SEQ
           MOVE LOW-VALUES TO FS-GAR-CODE
           START F-GARANTIE KEY IS >= FS-GAR-CLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ F-GARANTIE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FS-GAR-MAT = LS-GAR-MAT
                                   AND FS-GAR-SEQ = LS-GAR-SEQ
                               MOVE 01 TO LS-GAR-RETOUR
                           END-IF
                   END-READ
           END-START
           .

      * Rebascule des garanties d'un vehicule sous un nouveau          *
      * matricule : collecte puis suppression/reecriture, comme le     *
      * rebascule des recours/notes de MAJASSV2                        *

       REBASCULER-GARANTIES.
           OPEN I-O F-GARANTIE
           IF FS-GARANTIE NOT = '00'
      * Pas de fichier : rien a rebasculer
               MOVE 00 TO LS-GAR-RETOUR
           ELSE
               MOVE 00 TO LS-GAR-RETOUR
               MOVE 0 TO WS-NB-A-REBASCULER
               MOVE 'N' TO WS-FIN-VEHICULE
               MOVE LS-GAR-MAT TO FS-GAR-MAT
               MOVE LS-GAR-SEQ TO FS-GAR-SEQ
               MOVE LOW-VALUES TO FS-GAR-CODE
               START F-GARANTIE KEY IS >= FS-GAR-CLE
                   INVALID KEY
                       SET FIN-VEHICULE TO TRUE
               END-START
               PERFORM COLLECTER-UNE-GARANTIE UNTIL FIN-VEHICULE
               PERFORM REECRIRE-UNE-GARANTIE
                   VARYING WS-IDX-GAR FROM 1 BY 1
                   UNTIL WS-IDX-GAR > WS-NB-A-REBASCULER
               CLOSE F-GARANTIE
           END-IF
           .

       COLLECTER-UNE-GARANTIE.
           READ F-GARANTIE NEXT
               AT END
                   SET FIN-VEHICULE TO TRUE
               NOT AT END
                   IF FS-GAR-MAT NOT = LS-GAR-MAT
                           OR FS-GAR-SEQ NOT = LS-GAR-SEQ
                           OR WS-NB-A-REBASCULER = 6
                       SET FIN-VEHICULE TO TRUE
                   ELSE
                       ADD 1 TO WS-NB-A-REBASCULER
                       MOVE FS-GAR-REC
                           TO WS-RBC-REC(WS-NB-A-REBASCULER)
                   END-IF
           END-READ
           .

       REECRIRE-UNE-GARANTIE.
           MOVE WS-RBC-REC(WS-IDX-GAR) TO FS-GAR-REC
           DELETE F-GARANTIE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-RBC-REC(WS-IDX-GAR) TO FS-GAR-REC
           MOVE LS-GAR-MAT-NOUVEAU TO FS-GAR-MAT
           WRITE FS-GAR-REC
               INVALID KEY
                   DISPLAY 'PGMGARAN - ERREUR REBASCULE GARANTIE '
                           LS-GAR-MAT '/' LS-GAR-SEQ
                   MOVE 99 TO LS-GAR-RETOUR
           END-WRITE
           .
