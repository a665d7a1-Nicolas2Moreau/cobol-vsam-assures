       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACCES.

      * AIGUILLAGE DES ACCESSEURS - Sous-programme partage des        *
      * transactions en ligne (INQA/MVTA/CLMA/CTAA) : meme zone de    *
      * communication 160 octets que PGMVSAM/PGMDB2, l'appelant ne    *
      * sait plus quel accesseur sert la donnee. Le choix vient du    *
      * fichier de controle WORK/ACCMODE.dat (un enregistrement,      *
      * relu a chaque OPEN) et non plus du code :                     *
      *   'V' = PGMVSAM (defaut, aussi si le fichier est absent)      *
      *   'D' = PGMDB2 pour ASSURES3/ASSUREXT/SINISTRE                *
      *   'T' = transition : lectures sur DB2 ; OPEN/CLOSE et mises a *
      *         jour (WRITE/REWRITE/DELETE) appliques sur DB2 puis    *
      *         reportes sur le KSDS, pour que les deux stocks        *
      *         restent alignes tant que des batchs lisent encore     *
      *         le VSAM                                               *
      * Les fichiers sans table DB2 (TIERS, CONTACTS, ESDS) restent   *
      * toujours servis par PGMVSAM, quel que soit le mode.           *
      * En transition, DB2 fait foi : le code retour rendu est celui  *
      * de PGMDB2. Un report KSDS impossible ne bloque pas l'agent -  *
      * il est signale sur la console et depose dans                  *
      * WORK/ACCECART.dat (nom, fonction, code retour VSAM, date,     *
      * heure, image) pour reprise. Un REWRITE sur une cle absente du *
      * KSDS y est rattrape en WRITE, un WRITE en doublon en REWRITE, *
      * un DELETE sur cle deja absente compte comme applique.         *
      * Le nom 'ASSUREXT' (zone extension CASSEXT en second           *
      * parametre) est aiguille de la meme facon, les deux parametres *
      * etant alors transmis a l'accesseur retenu.                    *
      * Les tables DB2 ne portent que les premieres colonnes de       *
      * l'enregistrement (ASSURES : MAT-A4 a ANCIENNETE-A4 ;          *
      * SINISTRES : SIN-MAT a SIN-COMMENT). En transition, le reste   *
      * (CIE-A4 et suivants, SIN-MONTANT-NET et suivants) n'est tenu  *
      * que par le KSDS : une lecture DB2 reussie (READ/READNEXT) est *
      * completee par ces zones relues sur le KSDS, et un REWRITE est *
      * reporte sur l'enregistrement KSDS relu dont seules les        *
      * colonnes DB2 sont remplacees - le report ne perd rien.        *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Mode d'acces courant (fichier optionnel, un enregistrement)
           SELECT F-ACCMODE ASSIGN TO "WORK/ACCMODE.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCMODE.

      * Reports KSDS en echec pendant la transition
           SELECT F-ECART ASSIGN TO "WORK/ACCECART.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ECART.

       DATA DIVISION.
       FILE SECTION.

       FD  F-ACCMODE.
       01  FS-ACM-REC.
           05 FS-ACM-MODE          PIC X(1).
           05 FILLER               PIC X(1).
           05 FS-ACM-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-ACM-USER          PIC X(8).
           05 FILLER               PIC X(61).

       FD  F-ECART.
       01  FS-ECA-REC.
           05 FS-ECA-NOM-FICHIER   PIC X(8).
           05 FILLER               PIC X(1).
           05 FS-ECA-FONCTION      PIC 99.
           05 FILLER               PIC X(1).
           05 FS-ECA-RETOUR        PIC 99.
           05 FILLER               PIC X(1).
           05 FS-ECA-DATE          PIC 9(8).
           05 FILLER               PIC X(1).
           05 FS-ECA-HEURE         PIC 9(6).
           05 FILLER               PIC X(1).
           05 FS-ECA-ENREG         PIC X(120).

       WORKING-STORAGE SECTION.

       01  FS-ACCMODE              PIC XX.
       01  FS-ECART                PIC XX.

      * Mode d'acces, charge au premier appel puis a chaque OPEN
       01  WS-MODE-CHARGE          PIC X VALUE 'N'.
       01  WS-MODE-ACCES           PIC X VALUE 'V'.
           88 MODE-VSAM                VALUE 'V'.
           88 MODE-DB2                 VALUE 'D'.
           88 MODE-TRANSITION          VALUE 'T'.

       01  WS-NOM-PGMVSAM          PIC X(8) VALUE 'PGMVSAM'.
       01  WS-NOM-PGMDB2           PIC X(8) VALUE 'PGMDB2'.
       01  WS-NOM-ACCESSEUR        PIC X(8).

      * Fichier servi par une table DB2
       01  WS-FICHIER-DB2          PIC X VALUE 'N'.
           88 FICHIER-DB2              VALUE 'O'.

      * Zone de report sur le KSDS (copie de la demande initiale)
       01  WS-COM-REPORT.
           05 WS-REP-NOM-FICHIER   PIC X(8).
           05 WS-REP-CODE-FONCTION PIC 99.
           05 WS-REP-CODE-RETOUR   PIC 99.
           05 WS-REP-ENREG         PIC X(120).
           05 WS-REP-FILLER        PIC X(28).
       01  WS-ENREG-DEMANDE        PIC X(120).

      * Relecture KSDS de l'enregistrement sous la meme cle, pour les
      * zones que la table DB2 ne porte pas
       01  WS-COM-RELECTURE.
           05 WS-REL-NOM-FICHIER   PIC X(8).
           05 WS-REL-CODE-FONCTION PIC 99.
           05 WS-REL-CODE-RETOUR   PIC 99.
           05 WS-REL-ENREG         PIC X(120).
           05 WS-REL-FILLER        PIC X(28).

      * Image portant les colonnes DB2 (lecture DB2 ou demande de
      * mise a jour) et image fusionnee : enregistrement KSDS relu
      * dont les colonnes DB2 sont remplacees
       01  WS-ENREG-DB2            PIC X(120).
       01  WS-DB2-ASSURES REDEFINES WS-ENREG-DB2.
      *    MAT-A4 a ANCIENNETE-A4 (cf CASSURES)
           05 WS-DB2-ASS-COLONNES  PIC X(89).
           05 FILLER               PIC X(31).
       01  WS-DB2-SINISTRE REDEFINES WS-ENREG-DB2.
      *    SIN-MAT a SIN-COMMENT (cf CSINISTR)
           05 WS-DB2-SIN-COLONNES  PIC X(66).
           05 FILLER               PIC X(54).
       01  WS-ENREG-FUSION         PIC X(120).
       01  WS-FUS-ASSURES REDEFINES WS-ENREG-FUSION.
           05 WS-FUS-ASS-COLONNES  PIC X(89).
           05 FILLER               PIC X(31).
       01  WS-FUS-SINISTRE REDEFINES WS-ENREG-FUSION.
           05 WS-FUS-SIN-COLONNES  PIC X(66).
           05 FILLER               PIC X(54).

       01  WS-DATE-JOUR            PIC 9(8).
       01  WS-HEURE-JOUR           PIC 9(6).

      * Codes fonction/retour (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN         PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE        PIC 99 VALUE 02.
           05 WS-FUNC-READ         PIC 99 VALUE 03.
           05 WS-FUNC-REWRITE      PIC 99 VALUE 04.
           05 WS-FUNC-DELETE       PIC 99 VALUE 05.
           05 WS-FUNC-WRITE        PIC 99 VALUE 06.
           05 WS-FUNC-READNEXT     PIC 99 VALUE 08.
       01  WS-CODES-RETOUR.
           05 WS-RETOUR-OK         PIC 99 VALUE 00.
           05 WS-RETOUR-NOTFOUND   PIC 99 VALUE 01.
           05 WS-RETOUR-DUPLICATE  PIC 99 VALUE 02.

       LINKAGE SECTION.

      * Zone de communication 160 octets
       01  LS-COM.
           05 LS-NOM-FICHIER       PIC X(8).
           05 LS-CODE-FONCTION     PIC 99.
           05 LS-CODE-RETOUR       PIC 99.
           05 LS-ENREG             PIC X(120).
           05 LS-FILLER            PIC X(28).

      * Zone extension ASSURES3 (400 octets, cf CASSEXT) - second
      * parametre, transmis et reference pour le seul nom 'ASSUREXT'
       01  LS-EXT.
           COPY CASSEXT.

       PROCEDURE DIVISION USING LS-COM LS-EXT.

      * Programme principal                                           *

       MAIN-PGMACCES.
           IF WS-MODE-CHARGE = 'N'
                   OR LS-CODE-FONCTION = WS-FUNC-OPEN
               PERFORM LIRE-MODE-ACCES
           END-IF

           IF LS-NOM-FICHIER = 'ASSURES3' OR LS-NOM-FICHIER = 'ASSUREXT'
                   OR LS-NOM-FICHIER = 'SINISTRE'
               MOVE 'O' TO WS-FICHIER-DB2
           ELSE
               MOVE 'N' TO WS-FICHIER-DB2
           END-IF

           EVALUATE TRUE
               WHEN NOT FICHIER-DB2
               WHEN MODE-VSAM
                   MOVE WS-NOM-PGMVSAM TO WS-NOM-ACCESSEUR
                   PERFORM APPELER-ACCESSEUR
               WHEN MODE-DB2
                   MOVE WS-NOM-PGMDB2 TO WS-NOM-ACCESSEUR
                   PERFORM APPELER-ACCESSEUR
               WHEN OTHER
                   PERFORM TRAITER-TRANSITION
           END-EVALUATE
           GOBACK.

      * Lire le mode d'acces courant - fichier absent, vide ou mode    *
      * inconnu : 'V' (PGMVSAM), comportement d'avant le basculement   *

       LIRE-MODE-ACCES.
           MOVE 'V' TO WS-MODE-ACCES
           OPEN INPUT F-ACCMODE
           IF FS-ACCMODE = '00'
               READ F-ACCMODE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FS-ACM-MODE = 'D' OR FS-ACM-MODE = 'T'
                           MOVE FS-ACM-MODE TO WS-MODE-ACCES
                       END-IF
               END-READ
               CLOSE F-ACCMODE
           END-IF
           MOVE 'O' TO WS-MODE-CHARGE
           .

      * Appel de l'accesseur retenu, avec la zone extension pour       *
      * 'ASSUREXT' seulement                                           *

       APPELER-ACCESSEUR.
           IF LS-NOM-FICHIER = 'ASSUREXT'
               CALL WS-NOM-ACCESSEUR USING LS-COM LS-EXT
           ELSE
               CALL WS-NOM-ACCESSEUR USING LS-COM
           END-IF
           .

      * Transition : DB2 fait foi (code retour rendu a l'appelant),    *
      * lectures completees par le KSDS, OPEN/CLOSE et mises a jour    *
      * reussies reportees sur le KSDS                                 *

       TRAITER-TRANSITION.
           MOVE LS-COM TO WS-COM-REPORT
           MOVE LS-ENREG TO WS-ENREG-DEMANDE
           MOVE WS-NOM-PGMDB2 TO WS-NOM-ACCESSEUR
           PERFORM APPELER-ACCESSEUR

           EVALUATE WS-REP-CODE-FONCTION
               WHEN WS-FUNC-OPEN
               WHEN WS-FUNC-CLOSE
                   PERFORM REPORTER-SUR-VSAM
                   IF WS-REP-CODE-RETOUR NOT = WS-RETOUR-OK
                       DISPLAY 'PGMACCES - OPEN/CLOSE KSDS EN ECHEC : '
                               WS-REP-NOM-FICHIER ' '
                               WS-REP-CODE-FONCTION ' '
                               WS-REP-CODE-RETOUR
                   END-IF
               WHEN WS-FUNC-READ
               WHEN WS-FUNC-READNEXT
                   IF LS-CODE-RETOUR = WS-RETOUR-OK
                       PERFORM COMPLETER-LECTURE
                   END-IF
               WHEN WS-FUNC-REWRITE
               WHEN WS-FUNC-DELETE
               WHEN WS-FUNC-WRITE
                   IF LS-CODE-RETOUR = WS-RETOUR-OK
                       PERFORM REPORTER-MISE-A-JOUR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * Report d'une mise a jour DB2 reussie sur le KSDS, avec         *
      * rattrapage des ecarts de presence entre les deux stocks        *

       REPORTER-MISE-A-JOUR.
           IF WS-REP-CODE-FONCTION = WS-FUNC-REWRITE
               PERFORM COMPLETER-MISE-A-JOUR
           END-IF
           PERFORM REPORTER-SUR-VSAM

           EVALUATE TRUE
               WHEN WS-REP-CODE-FONCTION = WS-FUNC-REWRITE
                       AND WS-REP-CODE-RETOUR = WS-RETOUR-NOTFOUND
                   MOVE WS-FUNC-WRITE TO WS-REP-CODE-FONCTION
                   PERFORM REPORTER-SUR-VSAM
               WHEN WS-REP-CODE-FONCTION = WS-FUNC-WRITE
                       AND WS-REP-CODE-RETOUR = WS-RETOUR-DUPLICATE
                   MOVE WS-FUNC-REWRITE TO WS-REP-CODE-FONCTION
                   PERFORM REPORTER-SUR-VSAM
               WHEN WS-REP-CODE-FONCTION = WS-FUNC-DELETE
                       AND WS-REP-CODE-RETOUR = WS-RETOUR-NOTFOUND
                   MOVE WS-RETOUR-OK TO WS-REP-CODE-RETOUR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REP-CODE-RETOUR NOT = WS-RETOUR-OK
               PERFORM DEPOSER-ECART
           END-IF
           .

      * Lecture DB2 reussie : zones hors table reprises de             *
      * l'enregistrement KSDS - KSDS sans cet enregistrement, image    *
      * DB2 rendue telle quelle                                        *

       COMPLETER-LECTURE.
           MOVE LS-ENREG TO WS-ENREG-DB2
           PERFORM RELIRE-KSDS
           IF WS-REL-CODE-RETOUR = WS-RETOUR-OK
               PERFORM FUSIONNER-IMAGES
               MOVE WS-ENREG-FUSION TO LS-ENREG
           END-IF
           .

      * REWRITE : l'enregistrement KSDS relu est reporte avec les      *
      * seules colonnes DB2 de la demande - KSDS sans cet              *
      * enregistrement, la demande part telle quelle (rattrapee en     *
      * WRITE)                                                         *

       COMPLETER-MISE-A-JOUR.
           MOVE WS-ENREG-DEMANDE TO WS-ENREG-DB2
           PERFORM RELIRE-KSDS
           IF WS-REL-CODE-RETOUR = WS-RETOUR-OK
               PERFORM FUSIONNER-IMAGES
               MOVE WS-ENREG-FUSION TO WS-ENREG-DEMANDE
           END-IF
           .

      * Relecture KSDS sous la cle de WS-ENREG-DB2 - ASSURES3 seul     *
      * pour 'ASSUREXT', l'extension DB2 restant celle rendue          *

       RELIRE-KSDS.
           MOVE SPACES TO WS-COM-RELECTURE
           IF WS-REP-NOM-FICHIER = 'ASSUREXT'
               MOVE 'ASSURES3' TO WS-REL-NOM-FICHIER
           ELSE
               MOVE WS-REP-NOM-FICHIER TO WS-REL-NOM-FICHIER
           END-IF
           MOVE WS-FUNC-READ TO WS-REL-CODE-FONCTION
           MOVE WS-ENREG-DB2 TO WS-REL-ENREG
           CALL WS-NOM-PGMVSAM USING WS-COM-RELECTURE
           .

      * Enregistrement KSDS relu, colonnes DB2 remplacees par celles   *
      * de WS-ENREG-DB2                                                *

       FUSIONNER-IMAGES.
           MOVE WS-REL-ENREG TO WS-ENREG-FUSION
           IF WS-REP-NOM-FICHIER = 'SINISTRE'
               MOVE WS-DB2-SIN-COLONNES TO WS-FUS-SIN-COLONNES
           ELSE
               MOVE WS-DB2-ASS-COLONNES TO WS-FUS-ASS-COLONNES
           END-IF
           .

      * Appel PGMVSAM sur la zone de report, image de la demande       *
      * restituee a chaque essai                                       *

       REPORTER-SUR-VSAM.
           MOVE WS-ENREG-DEMANDE TO WS-REP-ENREG
           IF WS-REP-NOM-FICHIER = 'ASSUREXT'
               CALL WS-NOM-PGMVSAM USING WS-COM-REPORT LS-EXT
           ELSE
               CALL WS-NOM-PGMVSAM USING WS-COM-REPORT
           END-IF
           .

      * Deposer un report KSDS en echec dans WORK/ACCECART.dat         *

       DEPOSER-ECART.
           DISPLAY 'PGMACCES - REPORT KSDS EN ECHEC : '
                   WS-REP-NOM-FICHIER ' ' WS-REP-CODE-FONCTION ' '
                   WS-REP-CODE-RETOUR ' ' WS-ENREG-DEMANDE(1:8)
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME

           OPEN EXTEND F-ECART
           IF FS-ECART NOT = '00'
               OPEN OUTPUT F-ECART
           END-IF
           IF FS-ECART NOT = '00'
               DISPLAY 'PGMACCES - FICHIER ACCECART INACCESSIBLE : '
                       FS-ECART
           ELSE
               MOVE SPACES               TO FS-ECA-REC
               MOVE WS-REP-NOM-FICHIER   TO FS-ECA-NOM-FICHIER
               MOVE WS-REP-CODE-FONCTION TO FS-ECA-FONCTION
               MOVE WS-REP-CODE-RETOUR   TO FS-ECA-RETOUR
               MOVE WS-DATE-JOUR         TO FS-ECA-DATE
               MOVE WS-HEURE-JOUR        TO FS-ECA-HEURE
               MOVE WS-ENREG-DEMANDE     TO FS-ECA-ENREG
               WRITE FS-ECA-REC
               CLOSE F-ECART
           END-IF
           .
