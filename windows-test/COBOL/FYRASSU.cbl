       IDENTIFICATION DIVISION.
       PROGRAM-ID. FYRASSU.

      * ETAT DES REMISES FOYER MULTI-ASSURES - A partir de la trace    *
      * des remises foyer tenue par PRIMCALC au renouvellement         *
      * (WORK/REMFOYER.dat, cf CREMFOY.cpy), liste pour les            *
      * renouvellements de la periode :                                *
      *   - les remises accordees (nouvelles) : vehicule entre dans un *
      *     foyer ou foyer ayant atteint le premier palier             *
      *   - les remises reconduites, avec la remise du terme precedent *
      *     (changement de palier ou de prime)                         *
      *   - les remises perdues : foyer n'atteignant plus le premier   *
      *     palier (depart d'un membre du foyer, demenagement)         *
      * par foyer (code postal + plus petit matricule, cf FOYASSU), et *
      * l'incidence sur les primes : remises deduites, remises du      *
      * terme precedent reintegrees et solde net.                      *
      * Sortie : WORK/FYRASSU.lst                                      *
      * PARM optionnel : DEBUT=aaaammjj,FIN=aaaammjj -> dates de       *
      * renouvellement retenues, bornes incluses (defaut : du premier  *
      * du mois du run a la date du run)                               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Remises foyer par vehicule (tenues par PRIMCALC)
           SELECT F-REMFOY ASSIGN TO "WORK/REMFOYER.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMF-CLE
               FILE STATUS IS FS-REMFOY.

      * Fichier de travail du tri (section puis foyer)
           SELECT F-TRI ASSIGN TO "WORK/FYRASSU.srt".

           SELECT F-RAPPORT ASSIGN TO "WORK/FYRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-REMFOY.
       01  FS-RMF-REC.
           COPY CREMFOY.

      * Section : 1 accordees, 2 reconduites, 3 perdues
       SD  F-TRI.
       01  SD-FYR-REC.
           05 SD-FYR-SECTION       PIC X(1).
           05 SD-FYR-FOYER         PIC X(11).
           05 SD-FYR-MAT           PIC X(6).
           05 SD-FYR-VEHIC         PIC 9(2).
           05 SD-FYR-NB-VEHIC      PIC 9(3).
           05 SD-FYR-TAUX          PIC 9(2).
           05 SD-FYR-MONTANT-PREC  PIC 9(6)V99.
           05 SD-FYR-MONTANT       PIC 9(6)V99.
           05 SD-FYR-PRIME         PIC 9(6)V99.

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-REMFOY                 PIC XX.
       01  FS-RAPPORT                PIC XX.

      * Zones extraites du PARM
       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.
       01  WS-PARM-OK                PIC X VALUE 'O'.
           88 PARM-OK                    VALUE 'O'.

      * Periode retenue
       01  WS-DATE-SYSTEME           PIC 9(8).
       01  WS-DATE-DEBUT             PIC 9(8).
       01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
           05 WS-DDB-AAAAMM          PIC 9(6).
           05 WS-DDB-JJ              PIC 99.
       01  WS-DATE-FIN               PIC 9(8).

      * Rupture section / foyer
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.
       01  WS-RUP-SECTION            PIC X(1).
       01  WS-RUP-FOYER              PIC X(11).

      * Totaux par section (1 accordees, 2 reconduites, 3 perdues)
       01  WS-TOTAUX-SECTION.
           05 WS-TOT-ENTREE OCCURS 3 TIMES.
               10 WS-TOT-NB          PIC 9(6).
               10 WS-TOT-FOYERS      PIC 9(5).
               10 WS-TOT-PREC        PIC 9(9)V99.
               10 WS-TOT-MONTANT     PIC 9(9)V99.
       01  WS-IDX-SECTION            PIC 9.
       01  WS-TOTAL-DEDUIT           PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-REINTEGRE        PIC 9(9)V99 VALUE 0.
       01  WS-SOLDE                  PIC S9(9)V99 VALUE 0.

      * Compteurs statistiques
       01  WS-COMPTEURS.
           05 WS-CPT-LUS             PIC 9(6) VALUE 0.
           05 WS-CPT-RETENUS         PIC 9(6) VALUE 0.

      * Lignes d'edition
       01  WS-LIG-TITRE.
           05 FILLER                PIC X(34)
               VALUE 'ETAT DES REMISES FOYER - RENOUV. '.
           05 FILLER                PIC X(3) VALUE 'DU '.
           05 WS-LIGT-DEBUT         PIC 9(8).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-LIGT-FIN           PIC 9(8).
       01  WS-LIG-ENTETE.
           05 FILLER                PIC X(40)
               VALUE '  FOYER       MATRIC VE NBV TX  REM.PREC'.
           05 FILLER                PIC X(30)
               VALUE '    REMISE  PRIME NETTE'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGD-FOYER          PIC X(11).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-MAT            PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-VEHIC          PIC 9(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-NB-VEHIC       PIC ZZ9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-TAUX           PIC Z9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PREC           PIC ZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-MONTANT        PIC ZZZZZ9.99.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-LGD-PRIME          PIC ZZZZZ9.99.
       01  WS-LIG-TOTAL.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-LGT-LIBELLE        PIC X(22).
           05 WS-LGT-NB             PIC ZZZZZ9.
           05 FILLER                PIC X(11) VALUE ' VEHICULES '.
           05 WS-LGT-FOYERS         PIC ZZZZ9.
           05 FILLER                PIC X(8) VALUE ' FOYERS '.
           05 WS-LGT-MONTANT        PIC ZZZZZZZZ9.99.
       01  WS-LIG-INCIDENCE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-LGI-LIBELLE        PIC X(40).
           05 WS-LGI-MONTANT        PIC -ZZZZZZZZ9.99.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(60).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'ETAT DES REMISES FOYER'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           SORT F-TRI
               ASCENDING KEY SD-FYR-SECTION SD-FYR-FOYER
                             SD-FYR-MAT SD-FYR-VEHIC
               INPUT PROCEDURE IS 20000-SELECTIONNER-REMISES
               OUTPUT PROCEDURE IS 30000-EDITER-ETAT
           PERFORM 40000-EDITER-INCIDENCE
           CLOSE F-RAPPORT
           DISPLAY '========================================'
           DISPLAY 'PERIODE                 : ' WS-DATE-DEBUT
                   ' - ' WS-DATE-FIN
           DISPLAY 'REMISES LUES            : ' WS-CPT-LUS
           DISPLAY 'RENOUVELLEMENTS RETENUS : ' WS-CPT-RETENUS
           DISPLAY '  REMISES ACCORDEES     : ' WS-TOT-NB(1)
           DISPLAY '  REMISES RECONDUITES   : ' WS-TOT-NB(2)
           DISPLAY '  REMISES PERDUES       : ' WS-TOT-NB(3)
           DISPLAY 'SOLDE SUR LES PRIMES    : ' WS-SOLDE
           DISPLAY '========================================'
           GOBACK.

      * Initialisation - PARM, periode et fichiers                     *

       10000-INIT.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD
           MOVE WS-DATE-SYSTEME TO WS-DATE-DEBUT
           MOVE 01 TO WS-DDB-JJ
           MOVE WS-DATE-SYSTEME TO WS-DATE-FIN
           INITIALIZE WS-TOTAUX-SECTION

           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF PARM-OK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DEBUT) NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-FIN)
                          NOT = 0
                       OR WS-DATE-FIN < WS-DATE-DEBUT
                   MOVE 'N' TO WS-PARM-OK
               END-IF
           END-IF
           IF NOT PARM-OK
               DISPLAY 'PARM INVALIDE - DEBUT=aaaammjj,FIN=aaaammjj'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DATE-DEBUT TO WS-LIGT-DEBUT
           MOVE WS-DATE-FIN   TO WS-LIGT-FIN
           MOVE WS-LIG-TITRE TO FS-RAPPORT-REC
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
               EVALUATE TRUE
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DEBUT='
                       IF WS-PARM-TOK(WS-PARM-IDX)(7:8) NUMERIC
                           MOVE WS-PARM-TOK(WS-PARM-IDX)(7:8)
                               TO WS-DATE-DEBUT
                       ELSE
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   WHEN WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'FIN='
                       IF WS-PARM-TOK(WS-PARM-IDX)(5:8) NUMERIC
                           MOVE WS-PARM-TOK(WS-PARM-IDX)(5:8)
                               TO WS-DATE-FIN
                       ELSE
                           MOVE 'N' TO WS-PARM-OK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

      * Selection des renouvellements de la periode                    *

       20000-SELECTIONNER-REMISES.
           OPEN INPUT F-REMFOY
           IF FS-REMFOY NOT = '00'
               DISPLAY 'REMFOYER.dat ABSENT - AUCUNE REMISE FOYER'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 21000-LIRE-UNE-REMISE
                   UNTIL FS-REMFOY = '10'
               CLOSE F-REMFOY
           END-IF
           .

       21000-LIRE-UNE-REMISE.
           READ F-REMFOY
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   PERFORM 22000-RETENIR-REMISE
                       THRU FIN-22000-RETENIR-REMISE
           END-READ
           .

       22000-RETENIR-REMISE.
           IF RMF-DATE-APPLICATION < WS-DATE-DEBUT
                   OR RMF-DATE-APPLICATION > WS-DATE-FIN
               GO TO FIN-22000-RETENIR-REMISE
           END-IF
           EVALUATE TRUE
               WHEN RMF-NOUVELLE
                   MOVE '1' TO SD-FYR-SECTION
                   MOVE RMF-FOYER TO SD-FYR-FOYER
               WHEN RMF-RECONDUITE
                   MOVE '2' TO SD-FYR-SECTION
                   MOVE RMF-FOYER TO SD-FYR-FOYER
               WHEN RMF-PERDUE
                   MOVE '3' TO SD-FYR-SECTION
                   MOVE RMF-FOYER-PREC TO SD-FYR-FOYER
               WHEN OTHER
                   GO TO FIN-22000-RETENIR-REMISE
           END-EVALUATE
           ADD 1 TO WS-CPT-RETENUS
           MOVE RMF-MAT           TO SD-FYR-MAT
           MOVE RMF-SEQ-VEHICULE  TO SD-FYR-VEHIC
           MOVE RMF-NB-VEHICULES  TO SD-FYR-NB-VEHIC
           MOVE RMF-TAUX          TO SD-FYR-TAUX
           MOVE RMF-MONTANT-PREC  TO SD-FYR-MONTANT-PREC
           MOVE RMF-MONTANT       TO SD-FYR-MONTANT
           MOVE RMF-PRIME         TO SD-FYR-PRIME
           RELEASE SD-FYR-REC
           .
       FIN-22000-RETENIR-REMISE.
           EXIT.

      * Edition par section, rupture sur le foyer                      *

       30000-EDITER-ETAT.
           PERFORM 31000-RETOURNER-REMISE
           PERFORM 32000-EDITER-UNE-SECTION
               UNTIL FIN-TRI
           .

       31000-RETOURNER-REMISE.
           RETURN F-TRI
               AT END
                   SET FIN-TRI TO TRUE
           END-RETURN
           .

       32000-EDITER-UNE-SECTION.
           MOVE SD-FYR-SECTION TO WS-RUP-SECTION
           MOVE SD-FYR-SECTION TO WS-IDX-SECTION
           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           EVALUATE WS-RUP-SECTION
               WHEN '1'
                   MOVE 'REMISES FOYER ACCORDEES' TO FS-RAPPORT-REC
               WHEN '2'
                   MOVE 'REMISES FOYER RECONDUITES' TO FS-RAPPORT-REC
               WHEN OTHER
                   MOVE 'REMISES FOYER PERDUES - FOYER SOUS LE PREMIER'
                       TO FS-RAPPORT-REC
                   WRITE FS-RAPPORT-REC
                   MOVE '  PALIER (DEPART D''UN MEMBRE, DEMENAGEMENT)'
                       TO FS-RAPPORT-REC
           END-EVALUATE
           WRITE FS-RAPPORT-REC
           MOVE WS-LIG-ENTETE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE SPACES TO WS-RUP-FOYER

           PERFORM 33000-EDITER-UNE-REMISE
               UNTIL FIN-TRI OR SD-FYR-SECTION NOT = WS-RUP-SECTION

           EVALUATE WS-RUP-SECTION
               WHEN '1'
                   MOVE 'TOTAL ACCORDEES' TO WS-LGT-LIBELLE
               WHEN '2'
                   MOVE 'TOTAL RECONDUITES' TO WS-LGT-LIBELLE
               WHEN OTHER
                   MOVE 'TOTAL PERDUES' TO WS-LGT-LIBELLE
           END-EVALUATE
           MOVE WS-TOT-NB(WS-IDX-SECTION)     TO WS-LGT-NB
           MOVE WS-TOT-FOYERS(WS-IDX-SECTION) TO WS-LGT-FOYERS
           IF WS-RUP-SECTION = '3'
               MOVE WS-TOT-PREC(WS-IDX-SECTION) TO WS-LGT-MONTANT
           ELSE
               MOVE WS-TOT-MONTANT(WS-IDX-SECTION) TO WS-LGT-MONTANT
           END-IF
           MOVE WS-LIG-TOTAL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

       33000-EDITER-UNE-REMISE.
           IF SD-FYR-FOYER NOT = WS-RUP-FOYER
               MOVE SD-FYR-FOYER TO WS-RUP-FOYER
               ADD 1 TO WS-TOT-FOYERS(WS-IDX-SECTION)
           END-IF
           ADD 1 TO WS-TOT-NB(WS-IDX-SECTION)
           ADD SD-FYR-MONTANT-PREC TO WS-TOT-PREC(WS-IDX-SECTION)
           ADD SD-FYR-MONTANT      TO WS-TOT-MONTANT(WS-IDX-SECTION)

           MOVE SD-FYR-FOYER        TO WS-LGD-FOYER
           MOVE SD-FYR-MAT          TO WS-LGD-MAT
           MOVE SD-FYR-VEHIC        TO WS-LGD-VEHIC
           MOVE SD-FYR-NB-VEHIC     TO WS-LGD-NB-VEHIC
           MOVE SD-FYR-TAUX         TO WS-LGD-TAUX
           MOVE SD-FYR-MONTANT-PREC TO WS-LGD-PREC
           MOVE SD-FYR-MONTANT      TO WS-LGD-MONTANT
           MOVE SD-FYR-PRIME        TO WS-LGD-PRIME
           MOVE WS-LIG-DETAIL TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           PERFORM 31000-RETOURNER-REMISE
           .

      * Incidence sur les primes de la periode : remises deduites      *
      * (accordees et reconduites), remises du terme precedent         *
      * retirees (reconduites et perdues) et solde - positif, les      *
      * primes augmentent                                              *

       40000-EDITER-INCIDENCE.
           COMPUTE WS-TOTAL-DEDUIT =
               WS-TOT-MONTANT(1) + WS-TOT-MONTANT(2)
           COMPUTE WS-TOTAL-REINTEGRE =
               WS-TOT-PREC(2) + WS-TOT-PREC(3)
           COMPUTE WS-SOLDE = WS-TOTAL-REINTEGRE - WS-TOTAL-DEDUIT

           MOVE SPACES TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'INCIDENCE SUR LES PRIMES' TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REMISES DEDUITES DES PRIMES' TO WS-LGI-LIBELLE
           MOVE WS-TOTAL-DEDUIT TO WS-LGI-MONTANT
           MOVE WS-LIG-INCIDENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  DONT NOUVELLES REMISES' TO WS-LGI-LIBELLE
           MOVE WS-TOT-MONTANT(1) TO WS-LGI-MONTANT
           MOVE WS-LIG-INCIDENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'REMISES DU TERME PRECEDENT REINTEGREES' TO
               WS-LGI-LIBELLE
           MOVE WS-TOTAL-REINTEGRE TO WS-LGI-MONTANT
           MOVE WS-LIG-INCIDENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE '  DONT REMISES PERDUES' TO WS-LGI-LIBELLE
           MOVE WS-TOT-PREC(3) TO WS-LGI-MONTANT
           MOVE WS-LIG-INCIDENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           MOVE 'SOLDE (HAUSSE + / BAISSE - DES PRIMES)' TO
               WS-LGI-LIBELLE
           MOVE WS-SOLDE TO WS-LGI-MONTANT
           MOVE WS-LIG-INCIDENCE TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .
