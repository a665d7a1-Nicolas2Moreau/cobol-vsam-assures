       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOUT.

      * LIGNES DE COUT DES SINISTRES - Sous-programme partage tenant   *
      * le fichier WORK/SINCOUT.dat (cf CCOUTLIG.cpy, une ligne par    *
      * poste de cout, cle matricule + sinistre + numero de ligne).    *
      * SIN-MONTANT ne porte qu'un total : ce fichier distingue        *
      * l'indemnite des frais d'expertise, de remorquage, de vehicule  *
      * de remplacement ou juridiques (composants, cf CCOMPOS.cpy),    *
      * la somme des lignes restant reportee dans SIN-MONTANT par      *
      * l'appelant.                                                    *
      * Fonctions (LS-COU-FONCTION) :                                  *
      *   'A' : ajouter une ligne (composant, beneficiaire - a blanc   *
      *         celui par defaut du composant -, montant signe, date,  *
      *         libelle, origine, utilisateur) sous le numero suivant  *
      *         du sinistre, puis rendre les totaux (SINASSU, CLMASSU) *
      *   'T' : rendre les totaux du sinistre sans rien ecrire         *
      * Totaux rendus : nombre de lignes, total, dont indemnite (I) et *
      * dont frais de gestion (F).                                     *
      * Codes retour (LS-COU-RETOUR) :                                 *
      *   00 : OK                                                      *
      *   02 : sinistre sans aucune ligne (fonction 'T')               *
      *   03 : composant ou beneficiaire inconnu - ligne non ecrite    *
      *   04 : total du sinistre negatif ou hors capacite de           *
      *        SIN-MONTANT apres la ligne - ligne non ecrite           *
      *   99 : fichier inaccessible / erreur d'ecriture                *
      * Le fichier est cree au premier ajout ; en totalisation, un     *
      * fichier absent rend 02.                                        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-SINCOUT ASSIGN TO "WORK/SINCOUT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-COU-CLE
               FILE STATUS IS FS-SINCOUT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SINCOUT.
       01  FS-COU-REC.
           05 FS-COU-CLE.
               10 FS-COU-MAT       PIC 9(6).
               10 FS-COU-SIN-SEQ   PIC 9(4).
               10 FS-COU-LIGNE     PIC 9(3).
           05 FS-COU-DATA          PIC X(47).

       WORKING-STORAGE SECTION.

       01  FS-SINCOUT              PIC XX.

           COPY WCOUTLIG.
           COPY CCOMPOS.

       01  WS-IDX-CMP              PIC 9.
       01  WS-IDX-CHERCHE          PIC 9.
       01  WS-IDX-BEN              PIC 9.
       01  WS-BENEF-VALIDE         PIC X VALUE 'N'.
           88 BENEF-VALIDE             VALUE 'O'.
       01  WS-DERNIERE-LIGNE       PIC 9(3) VALUE 0.
       01  WS-TOTAL-APRES          PIC S9(7)V99 VALUE 0.
       01  WS-FIN-SINISTRE         PIC X VALUE 'N'.
           88 FIN-SINISTRE             VALUE 'O'.

       LINKAGE SECTION.

       01  LS-COUT.
           05 LS-COU-FONCTION      PIC X(1).
           05 LS-COU-MAT           PIC 9(6).
           05 LS-COU-SIN-SEQ       PIC 9(4).
           05 LS-COU-COMPOSANT     PIC X(3).
           05 LS-COU-BENEF         PIC X(1).
           05 LS-COU-MONTANT       PIC S9(6)V99.
           05 LS-COU-DATE          PIC 9(8).
           05 LS-COU-LIBELLE       PIC X(16).
           05 LS-COU-ORIGINE       PIC X(1).
           05 LS-COU-USER          PIC X(8).
           05 LS-COU-NUM-LIGNE     PIC 9(3).
           05 LS-COU-NB-LIGNES     PIC 9(3).
           05 LS-COU-TOTAL         PIC S9(7)V99.
           05 LS-COU-TOTAL-INDEM   PIC S9(7)V99.
           05 LS-COU-TOTAL-FRAIS   PIC S9(7)V99.
           05 LS-COU-RETOUR        PIC 99.
           05 FILLER               PIC X(10).

       PROCEDURE DIVISION USING LS-COUT.

      * Programme principal                                           *

       MAIN-PGMCOUT.
           MOVE 99 TO LS-COU-RETOUR
           EVALUATE LS-COU-FONCTION
               WHEN 'A'
                   PERFORM AJOUTER-LIGNE
               WHEN 'T'
                   PERFORM TOTALISER-SINISTRE
               WHEN OTHER
                   DISPLAY 'PGMCOUT - FONCTION INCONNUE : '
                           LS-COU-FONCTION
           END-EVALUATE
           GOBACK.

      * Ouvrir SINCOUT en mise a jour, en le creant s'il n'existe pas *
      * encore (premiere ligne de cout)                               *

       OUVRIR-SINCOUT-MAJ.
           OPEN I-O F-SINCOUT
           IF FS-SINCOUT NOT = '00'
               OPEN OUTPUT F-SINCOUT
               IF FS-SINCOUT = '00'
                   CLOSE F-SINCOUT
                   OPEN I-O F-SINCOUT
               END-IF
           END-IF
           IF FS-SINCOUT NOT = '00'
               DISPLAY 'PGMCOUT - SINCOUT.dat INACCESSIBLE : '
                       FS-SINCOUT
           END-IF
           .

      * Ajout d'une ligne : composant et beneficiaire controles contre *
      * CCOMPOS, numero = derniere ligne du sinistre + 1, refus si le  *
      * total du sinistre deviendrait negatif ou depasserait la        *
      * capacite de SIN-MONTANT                                        *

       AJOUTER-LIGNE.
           MOVE 0 TO WS-IDX-CMP
           PERFORM VARYING WS-IDX-CHERCHE FROM 1 BY 1
               UNTIL WS-IDX-CHERCHE > 6
               IF WS-CMP-CODE(WS-IDX-CHERCHE) = LS-COU-COMPOSANT
                   MOVE WS-IDX-CHERCHE TO WS-IDX-CMP
               END-IF
           END-PERFORM
           IF WS-IDX-CMP = 0
               MOVE 03 TO LS-COU-RETOUR
           ELSE
               IF LS-COU-BENEF = SPACE
                   MOVE WS-CMP-BENEF-DEF(WS-IDX-CMP) TO LS-COU-BENEF
               END-IF
               MOVE 'N' TO WS-BENEF-VALIDE
               PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
                   UNTIL WS-IDX-BEN > 7
                   IF WS-BEN-CODE(WS-IDX-BEN) = LS-COU-BENEF
                       SET BENEF-VALIDE TO TRUE
                   END-IF
               END-PERFORM
               IF NOT BENEF-VALIDE
                   MOVE 03 TO LS-COU-RETOUR
               ELSE
                   PERFORM OUVRIR-SINCOUT-MAJ
                   IF FS-SINCOUT = '00'
                       PERFORM CUMULER-LIGNES-SINISTRE
                       COMPUTE WS-TOTAL-APRES =
                           LS-COU-TOTAL + LS-COU-MONTANT
                       IF WS-TOTAL-APRES < 0
                               OR WS-TOTAL-APRES > 999999.99
                           MOVE 04 TO LS-COU-RETOUR
                       ELSE
                           PERFORM ECRIRE-LIGNE
                       END-IF
                       CLOSE F-SINCOUT
                   END-IF
               END-IF
           END-IF
           .

       ECRIRE-LIGNE.
           MOVE SPACES TO W-COUTLIG
           MOVE LS-COU-MAT                TO CL-MAT
           MOVE LS-COU-SIN-SEQ            TO CL-SIN-SEQ
           COMPUTE CL-NUM-LIGNE = WS-DERNIERE-LIGNE + 1
           MOVE LS-COU-COMPOSANT          TO CL-COMPOSANT
           MOVE WS-CMP-CATEGORIE(WS-IDX-CMP) TO CL-CATEGORIE
           MOVE LS-COU-BENEF              TO CL-BENEFICIAIRE
           MOVE LS-COU-MONTANT            TO CL-MONTANT
           MOVE LS-COU-DATE               TO CL-DATE
           MOVE LS-COU-LIBELLE            TO CL-LIBELLE
           MOVE LS-COU-ORIGINE            TO CL-ORIGINE
           MOVE LS-COU-USER               TO CL-USER
           MOVE W-COUTLIG TO FS-COU-REC
           WRITE FS-COU-REC
               INVALID KEY
                   DISPLAY 'PGMCOUT - ERREUR ECRITURE LIGNE '
                           LS-COU-MAT '/' LS-COU-SIN-SEQ
                   MOVE 99 TO LS-COU-RETOUR
               NOT INVALID KEY
                   MOVE 00 TO LS-COU-RETOUR
                   MOVE CL-NUM-LIGNE TO LS-COU-NUM-LIGNE
                   ADD 1 TO LS-COU-NB-LIGNES
                   MOVE WS-TOTAL-APRES TO LS-COU-TOTAL
                   IF CL-CATEGORIE = 'I'
                       ADD LS-COU-MONTANT TO LS-COU-TOTAL-INDEM
                   ELSE
                       ADD LS-COU-MONTANT TO LS-COU-TOTAL-FRAIS
                   END-IF
           END-WRITE
           .

      * Totaux d'un sinistre sans ecriture                             *

       TOTALISER-SINISTRE.
           OPEN INPUT F-SINCOUT
           IF FS-SINCOUT NOT = '00'
               MOVE 0 TO LS-COU-NB-LIGNES
               MOVE 0 TO LS-COU-TOTAL
               MOVE 0 TO LS-COU-TOTAL-INDEM
               MOVE 0 TO LS-COU-TOTAL-FRAIS
               MOVE 02 TO LS-COU-RETOUR
           ELSE
               PERFORM CUMULER-LIGNES-SINISTRE
               IF LS-COU-NB-LIGNES = 0
                   MOVE 02 TO LS-COU-RETOUR
               ELSE
                   MOVE 00 TO LS-COU-RETOUR
               END-IF
               CLOSE F-SINCOUT
           END-IF
           .

      * Balayage des lignes du sinistre (START sur matricule +        *
      * sinistre, READ NEXT tant que la cle correspond) : totaux et   *
      * dernier numero de ligne attribue                              *

       CUMULER-LIGNES-SINISTRE.
           MOVE 0 TO LS-COU-NB-LIGNES
           MOVE 0 TO LS-COU-TOTAL
           MOVE 0 TO LS-COU-TOTAL-INDEM
           MOVE 0 TO LS-COU-TOTAL-FRAIS
           MOVE 0 TO WS-DERNIERE-LIGNE
           MOVE 'N' TO WS-FIN-SINISTRE
           MOVE LS-COU-MAT     TO FS-COU-MAT
           MOVE LS-COU-SIN-SEQ TO FS-COU-SIN-SEQ
           MOVE 0              TO FS-COU-LIGNE
           START F-SINCOUT KEY IS >= FS-COU-CLE
               INVALID KEY
                   SET FIN-SINISTRE TO TRUE
           END-START
           PERFORM LIRE-LIGNE-SINISTRE UNTIL FIN-SINISTRE
           .

       LIRE-LIGNE-SINISTRE.
           READ F-SINCOUT NEXT
               AT END
                   SET FIN-SINISTRE TO TRUE
               NOT AT END
                   IF FS-COU-MAT NOT = LS-COU-MAT
                           OR FS-COU-SIN-SEQ NOT = LS-COU-SIN-SEQ
                       SET FIN-SINISTRE TO TRUE
                   ELSE
                       MOVE FS-COU-REC TO W-COUTLIG
                       ADD 1 TO LS-COU-NB-LIGNES
                       MOVE CL-NUM-LIGNE TO WS-DERNIERE-LIGNE
                       ADD CL-MONTANT TO LS-COU-TOTAL
                       IF CL-CATEGORIE = 'I'
                           ADD CL-MONTANT TO LS-COU-TOTAL-INDEM
                       ELSE
                           ADD CL-MONTANT TO LS-COU-TOTAL-FRAIS
                       END-IF
                   END-IF
           END-READ
           .
