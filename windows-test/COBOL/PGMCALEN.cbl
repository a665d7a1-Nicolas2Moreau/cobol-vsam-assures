       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCALEN.

      * CALENDRIER DES JOURS OUVRES - Sous-programme partage de calcul *
      * de dates en jours ouvres : samedis, dimanches et jours feries  *
      * de la table DATA/FERIES sont chomes. La table est chargee au   *
      * premier appel puis conservee pour les appels suivants.         *
      * DATA/FERIES : un enregistrement de 28 caracteres par jour      *
      * ferie - DATE(8, AAAAMMJJ) LIBELLE(20) ; table absente = seuls  *
      * les week-ends sont chomes (avertissement au premier appel).    *
      * Fonctions (LS-CAL-FONCTION) :                                  *
      *   'J' : LS-CAL-DATE est-il ouvre ? (LS-CAL-OUVRE 'O'/'N')      *
      *   'A' : LS-CAL-DATE + LS-CAL-NB jours ouvres -> LS-CAL-RESULTAT*
      *         (delai d'accuse de reception d'une reclamation...)     *
      *   'M' : LS-CAL-DATE + LS-CAL-NB mois calendaires, fin de mois  *
      *         ramenee au dernier jour du mois, puis reportee au      *
      *         premier jour ouvre -> LS-CAL-RESULTAT                  *
      *   'N' : nombre de jours ouvres apres LS-CAL-DATE jusqu'a       *
      *         LS-CAL-DATE2 inclus -> LS-CAL-NB (0 si DATE2 <= DATE)  *
      * Codes retour (LS-CAL-RETOUR) :                                 *
      *   00 : OK                                                      *
      *   01 : date invalide (LS-CAL-DATE ou LS-CAL-DATE2)             *
      *   02 : fonction inconnue                                       *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-FERIES ASSIGN TO "DATA/FERIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FERIES.

       DATA DIVISION.
       FILE SECTION.

       FD  F-FERIES.
       01  FS-FER-REC.
           05 FS-FER-DATE          PIC 9(8).
           05 FS-FER-LIBELLE       PIC X(20).

       WORKING-STORAGE SECTION.

       01  FS-FERIES               PIC XX.

      * Table des jours feries (chargee au premier appel)
       01  WS-TABLE-CHARGEE        PIC X VALUE 'N'.
           88 TABLE-CHARGEE            VALUE 'O'.
       01  WS-TAB-FERIES.
           05 WS-FER-JOUR          PIC 9(7) OCCURS 300 TIMES.
       01  WS-NB-FERIES            PIC 9(3) VALUE 0.
       01  WS-IDX-FER              PIC 9(3).

      * Jour courant (entier de date) et jour de la semaine
      * (0 = lundi ... 5 = samedi, 6 = dimanche)
       01  WS-JOUR                 PIC 9(7).
       01  WS-JOUR-FIN             PIC 9(7).
       01  WS-JOUR-SEMAINE         PIC 9.
       01  WS-NB-RESTANT           PIC 9(5).
       01  WS-OUVRE                PIC X.
           88 JOUR-OUVRE               VALUE 'O'.

      * Controle et decomposition d'une date
       01  WS-DATE-CTL             PIC 9(8).
       01  WS-DATE-CTL-R REDEFINES WS-DATE-CTL.
           05 WS-CTL-AAAA          PIC 9(4).
           05 WS-CTL-MM            PIC 99.
           05 WS-CTL-JJ            PIC 99.
       01  WS-DATE-VALIDE          PIC X.
           88 DATE-VALIDE              VALUE 'O'.

      * Ajout de mois
       01  WS-MOIS-ABS             PIC 9(6).
       01  WS-DATE-MOIS            PIC 9(8).
       01  WS-DATE-MOIS-R REDEFINES WS-DATE-MOIS.
           05 WS-DMO-AAAA          PIC 9(4).
           05 WS-DMO-MM            PIC 99.
           05 WS-DMO-JJ            PIC 99.

       LINKAGE SECTION.

       01  LS-CALENDRIER.
           05 LS-CAL-FONCTION      PIC X(1).
           05 LS-CAL-DATE          PIC 9(8).
           05 LS-CAL-DATE2         PIC 9(8).
           05 LS-CAL-NB            PIC 9(5).
           05 LS-CAL-RESULTAT      PIC 9(8).
           05 LS-CAL-OUVRE         PIC X(1).
           05 LS-CAL-RETOUR        PIC 99.
           05 FILLER               PIC X(7).

       PROCEDURE DIVISION USING LS-CALENDRIER.

      * Programme principal                                           *

       MAIN-PGMCALEN.
           MOVE 00 TO LS-CAL-RETOUR
           IF NOT TABLE-CHARGEE
               PERFORM CHARGER-FERIES
           END-IF

           MOVE LS-CAL-DATE TO WS-DATE-CTL
           PERFORM CONTROLER-DATE
           IF NOT DATE-VALIDE
               MOVE 01 TO LS-CAL-RETOUR
               GOBACK
           END-IF
           COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(LS-CAL-DATE)

           EVALUATE LS-CAL-FONCTION
               WHEN 'J'
                   PERFORM EXAMINER-JOUR
                   MOVE WS-OUVRE TO LS-CAL-OUVRE
               WHEN 'A'
                   PERFORM AJOUTER-JOURS-OUVRES
               WHEN 'M'
                   PERFORM AJOUTER-MOIS
               WHEN 'N'
                   MOVE LS-CAL-DATE2 TO WS-DATE-CTL
                   PERFORM CONTROLER-DATE
                   IF NOT DATE-VALIDE
                       MOVE 01 TO LS-CAL-RETOUR
                   ELSE
                       PERFORM COMPTER-JOURS-OUVRES
                   END-IF
               WHEN OTHER
                   MOVE 02 TO LS-CAL-RETOUR
           END-EVALUATE
           GOBACK.

      * Chargement de la table des jours feries                        *

       CHARGER-FERIES.
           SET TABLE-CHARGEE TO TRUE
           OPEN INPUT F-FERIES
           IF FS-FERIES NOT = '00'
               DISPLAY 'PGMCALEN - DATA/FERIES ABSENT - SEULS LES '
                       'WEEK-ENDS SONT CHOMES'
           ELSE
               PERFORM LIRE-UN-FERIE
                   UNTIL FS-FERIES NOT = '00'
               CLOSE F-FERIES
           END-IF
           .

       LIRE-UN-FERIE.
           READ F-FERIES
               AT END
                   CONTINUE
               NOT AT END
                   MOVE FS-FER-DATE TO WS-DATE-CTL
                   PERFORM CONTROLER-DATE
                   IF DATE-VALIDE AND WS-NB-FERIES < 300
                       ADD 1 TO WS-NB-FERIES
                       COMPUTE WS-FER-JOUR(WS-NB-FERIES) =
                           FUNCTION INTEGER-OF-DATE(FS-FER-DATE)
                   END-IF
           END-READ
           .

      * Date AAAAMMJJ existante (31/02 refuse)                         *

       CONTROLER-DATE.
           MOVE 'N' TO WS-DATE-VALIDE
           IF WS-DATE-CTL NUMERIC
                   AND WS-CTL-AAAA > 1600
                   AND WS-CTL-MM >= 1 AND WS-CTL-MM <= 12
                   AND WS-CTL-JJ >= 1 AND WS-CTL-JJ <= 31
               IF FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DATE-CTL))
                       = WS-DATE-CTL
                   SET DATE-VALIDE TO TRUE
               END-IF
           END-IF
           .

      * Le jour WS-JOUR est-il ouvre ?                                 *

       EXAMINER-JOUR.
           MOVE 'O' TO WS-OUVRE
           COMPUTE WS-JOUR-SEMAINE = FUNCTION MOD(WS-JOUR - 1, 7)
           IF WS-JOUR-SEMAINE > 4
               MOVE 'N' TO WS-OUVRE
           ELSE
               PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-NB-FERIES
                   IF WS-FER-JOUR(WS-IDX-FER) = WS-JOUR
                       MOVE 'N' TO WS-OUVRE
                   END-IF
               END-PERFORM
           END-IF
           .

      * Date + N jours ouvres                                          *

       AJOUTER-JOURS-OUVRES.
           MOVE LS-CAL-NB TO WS-NB-RESTANT
           PERFORM AVANCER-UN-JOUR-OUVRE
               UNTIL WS-NB-RESTANT = 0
           COMPUTE LS-CAL-RESULTAT = FUNCTION DATE-OF-INTEGER(WS-JOUR)
           .

       AVANCER-UN-JOUR-OUVRE.
           ADD 1 TO WS-JOUR
           PERFORM EXAMINER-JOUR
           IF JOUR-OUVRE
               SUBTRACT 1 FROM WS-NB-RESTANT
           END-IF
           .

      * Date + N mois calendaires, reportee au premier jour ouvre      *

       AJOUTER-MOIS.
           COMPUTE WS-MOIS-ABS = WS-CTL-AAAA * 12 + WS-CTL-MM - 1
                               + LS-CAL-NB
           COMPUTE WS-DMO-AAAA = WS-MOIS-ABS / 12
           COMPUTE WS-DMO-MM = FUNCTION MOD(WS-MOIS-ABS, 12) + 1
           MOVE WS-CTL-JJ TO WS-DMO-JJ
      * Fin de mois : 31 -> 30, 29/28 selon le mois d'arrivee
           MOVE WS-DATE-MOIS TO WS-DATE-CTL
           PERFORM CONTROLER-DATE
           PERFORM RECULER-FIN-DE-MOIS
               UNTIL DATE-VALIDE
           COMPUTE WS-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS)
           PERFORM EXAMINER-JOUR
           PERFORM AVANCER-JOUR-CHOME
               UNTIL JOUR-OUVRE
           COMPUTE LS-CAL-RESULTAT = FUNCTION DATE-OF-INTEGER(WS-JOUR)
           .

       RECULER-FIN-DE-MOIS.
           SUBTRACT 1 FROM WS-DMO-JJ
           MOVE WS-DATE-MOIS TO WS-DATE-CTL
           PERFORM CONTROLER-DATE
           .

       AVANCER-JOUR-CHOME.
           ADD 1 TO WS-JOUR
           PERFORM EXAMINER-JOUR
           .

      * Nombre de jours ouvres apres DATE jusqu'a DATE2 inclus         *

       COMPTER-JOURS-OUVRES.
           MOVE 0 TO LS-CAL-NB
           COMPUTE WS-JOUR-FIN = FUNCTION INTEGER-OF-DATE(LS-CAL-DATE2)
           PERFORM COMPTER-UN-JOUR
               UNTIL WS-JOUR >= WS-JOUR-FIN
           .

       COMPTER-UN-JOUR.
           ADD 1 TO WS-JOUR
           PERFORM EXAMINER-JOUR
           IF JOUR-OUVRE
               ADD 1 TO LS-CAL-NB
           END-IF
           .
