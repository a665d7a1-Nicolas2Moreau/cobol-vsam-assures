       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTASSU.

      * EXTRACTION A LA DEMANDE - Extrait generique pilote par un      *
      * fichier de specification, a la place d'un programme d'edition  *
      * ponctuel par question de la direction ou d'un CSV READDATA     *
      * retravaille a la main. La specification DATA/<nom>.spc (PARM   *
      * SPEC=<nom>, '*' en colonne 1 = commentaire) donne, un mot-cle  *
      * par ligne en colonnes 1-8 suivi de ses arguments :             *
      *   SOURCE   ASSURES3 | SINISTRE | TIERS | CONTACTS              *
      *   JOINTURE SINISTRE [VEH|MAT]  (source ASSURES3 : sinistres du *
      *            vehicule - defaut - ou de tout le matricule)        *
      *   JOINTURE ASSURES3            (source SINISTRE : vehicule du  *
      *            sinistre, cle SIN-MAT + SIN-SEQ-VEHICULE)           *
      *   CHAMP    <zone>              (zone editee, 15 au plus)       *
      *   CRITERE  <zone> <op> <valeur> (EQ NE LT LE GT GE, 10 au plus,*
      *            tous exiges ; valeur numerique avec point decimal,  *
      *            dates en AAAAMMJJ ; valeur absente = blanc)         *
      *   TRI      <zone> [A|D]        (3 cles au plus, ordre de       *
      *            lecture a defaut)                                   *
      *   FORMAT   FIXE | DELIM [sep]  (defaut FIXE ; DELIM : ';' a    *
      *            defaut, ligne d'entete des noms de zones)           *
      * Les zones sont celles de CASSURES / CSINISTR / CTIERS /        *
      * CCONTACT (dictionnaire CEXTDIC) et doivent appartenir a la     *
      * source ou au fichier joint. Avec JOINTURE SINISTRE, un vehicule*
      * n'est retenu que s'il a au moins un sinistre satisfaisant les  *
      * criteres sur SINISTRE ; si une zone SINISTRE est editee ou     *
      * triee, une ligne est produite par sinistre retenu.             *
      * Hors production (WORK/ENVIRON.dat absent ou ne portant pas 'P' *
      * en premiere position), les zones de donnees personnelles du    *
      * dictionnaire (noms, adresse, commentaire, telephone, email)    *
      * sont masquees a l'edition comme par READDATA MASK - les        *
      * criteres portent toujours sur les valeurs reelles.             *
      * Sortie : WORK/<nom>.ext. Chaque execution, acceptee ou rejetee,*
      * est journalisee dans WORK/EXTLOG.dat avec le texte integral de *
      * la specification utilisee, pour pouvoir reproduire l'extrait.  *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Specification et extrait (chemins construits depuis le PARM,
      * cf ASSIGN variable de CATASSU)
           SELECT F-SPEC ASSIGN TO WS-SPEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SPEC.

           SELECT F-EXTRAIT ASSIGN TO WS-EXTRAIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRAIT.

      * Indicateur d'environnement (fichier optionnel, 'P' =
      * production)
           SELECT F-ENVIRON ASSIGN TO "WORK/ENVIRON.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIRON.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-SINISTRE ASSIGN TO "WORK/SINISTRE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-SINISTRE-KEY
               FILE STATUS IS FS-SINISTRE.

           SELECT F-TIERS ASSIGN TO "WORK/TIERS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-TIERS-KEY
               FILE STATUS IS FS-TIERS.

           SELECT F-CONTACTS ASSIGN TO "WORK/CONTACTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-CONTACTS-KEY
               FILE STATUS IS FS-CONTACTS.

      * Fichier de travail du tri
           SELECT F-TRI ASSIGN TO "WORK/EXTASSU.srt".

      * Journal des extractions
           SELECT F-JOURNAL ASSIGN TO "WORK/EXTLOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.

       FD  F-SPEC.
       01  FS-SPEC-REC             PIC X(80).

       FD  F-EXTRAIT.
       01  FS-EXTRAIT-REC          PIC X(480).

       FD  F-ENVIRON.
       01  FS-ENV-REC.
           05 FS-ENV-CODE          PIC X(1).
           05 FILLER               PIC X(79).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY       PIC 9(8).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-SINISTRE.
       01  FS-SINISTRE-REC.
           05 FS-SINISTRE-KEY.
               10 FS-SINISTRE-MAT  PIC 9(6).
               10 FS-SINISTRE-SEQ  PIC 9(4).
           05 FS-SINISTRE-DATA     PIC X(100).

       FD  F-TIERS.
       01  FS-TIERS-REC.
           05 FS-TIERS-KEY.
               10 FS-TIERS-MAT     PIC 9(6).
               10 FS-TIERS-SIN-SEQ PIC 9(4).
               10 FS-TIERS-PARTIE  PIC 9(2).
           05 FS-TIERS-DATA        PIC X(75).

       FD  F-CONTACTS.
       01  FS-CONTACTS-REC.
           05 FS-CONTACTS-KEY      PIC 9(6).
           05 FS-CONTACTS-DATA     PIC X(74).

      * Cle de tri (3 zones de 20), numero d'ordre de lecture (ordre
      * conserve a cles egales) et ligne deja mise en forme
       SD  F-TRI.
       01  FS-TRI-REC.
           05 FS-TRI-CLE           PIC X(60).
           05 FS-TRI-SEQ           PIC 9(8).
           05 FS-TRI-LIGNE         PIC X(480).

       FD  F-JOURNAL.
       01  FS-JOURNAL-REC          PIC X(100).

       WORKING-STORAGE SECTION.

       01  FS-SPEC                   PIC XX.
       01  FS-EXTRAIT                PIC XX.
       01  FS-ENVIRON                PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-SINISTRE               PIC XX.
       01  FS-TIERS                  PIC XX.
       01  FS-CONTACTS               PIC XX.
       01  FS-JOURNAL                PIC XX.

           COPY CEXTDIC.

      * Enregistrement courant de chaque fichier (acces aux zones par
      * position/longueur du dictionnaire)
       01  WS-ASSURE-CASSURES.
           COPY CASSURES.
       01  W-SINISTRE.
           COPY CSINISTR.
       01  W-TIERS.
           COPY CTIERS.
       01  W-CONTACT.
           COPY CCONTACT.

      * PARM SPEC=<nom> (obligatoire)
       01  WS-SPEC-NOM               PIC X(8) VALUE SPACES.
       01  WS-SPEC-PATH              PIC X(80) VALUE SPACES.
       01  WS-EXTRAIT-PATH           PIC X(80) VALUE SPACES.
       01  WS-PARM-TRAVAIL           PIC X(40).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 2 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

      * Texte de la specification, conserve pour le journal
       01  WS-NB-LIGNES-SPEC         PIC 99 VALUE 0.
       01  WS-TABLE-SPEC.
           05 WS-SPEC-LIGNE         PIC X(80) OCCURS 60 TIMES.
       01  WS-SPEC-IDX               PIC 99.
       01  WS-FIN-SPEC               PIC X VALUE 'N'.
           88 FIN-SPEC                   VALUE 'O'.

      * Analyse d'une ligne de specification
       01  WS-NUM-LIGNE              PIC 999 VALUE 0.
       01  WS-SPEC-MOT               PIC X(8).
       01  WS-SPEC-ARG1              PIC X(18).
       01  WS-SPEC-ARG2              PIC X(18).
       01  WS-SPEC-RESTE             PIC X(30).
       01  WS-SPEC-PTR               PIC 999.
       01  WS-CONTROLE-NUM           PIC X(30).
       01  WS-NB-ERREURS             PIC 99 VALUE 0.
       01  WS-MSG-ERREUR             PIC X(40).

      * Specification analysee
       01  WS-SOURCE-NOM             PIC X(8) VALUE SPACES.
       01  WS-SRC-FICHIER            PIC X VALUE SPACE.
       01  WS-JNT-FICHIER            PIC X VALUE SPACE.
       01  WS-JNT-MODE               PIC X VALUE 'V'.
           88 JNT-PAR-VEHICULE           VALUE 'V'.
           88 JNT-PAR-MATRICULE          VALUE 'M'.
       01  WS-JNT-PAR-SINISTRE       PIC X VALUE 'N'.
           88 LIGNE-PAR-SINISTRE         VALUE 'O'.
       01  WS-NB-CHAMPS              PIC 99 VALUE 0.
       01  WS-TABLE-CHAMPS.
           05 WS-CHP-DIC            PIC 99 OCCURS 15 TIMES.
       01  WS-CHP-IDX                PIC 99.
       01  WS-NB-CRITERES            PIC 99 VALUE 0.
       01  WS-TABLE-CRITERES.
           05 WS-CRI-ENTREE OCCURS 10 TIMES.
               10 WS-CRI-DIC         PIC 99.
               10 WS-CRI-OPER        PIC X(2).
               10 WS-CRI-VALEUR      PIC X(30).
               10 WS-CRI-VAL-NUM     PIC S9(12)V99.
       01  WS-CRI-IDX                PIC 99.
       01  WS-NB-TRIS                PIC 9 VALUE 0.
       01  WS-TABLE-TRIS.
           05 WS-TRI-ENTREE OCCURS 3 TIMES.
               10 WS-TRI-DIC         PIC 99.
               10 WS-TRI-SENS        PIC X.
       01  WS-TRI-IDX                PIC 9.
       01  WS-FORMAT                 PIC X VALUE 'F'.
           88 FORMAT-FIXE                VALUE 'F'.
           88 FORMAT-DELIM               VALUE 'D'.
       01  WS-SEPARATEUR             PIC X VALUE ';'.

      * Masquage des donnees personnelles (hors production)
       01  WS-MASQUAGE               PIC X VALUE 'O'.
           88 MASQUAGE-ACTIF             VALUE 'O'.
       01  WS-MASK-IDX               PIC 99.

      * Recherche et extraction d'une zone du dictionnaire
       01  WS-NOM-CHERCHE            PIC X(18).
       01  WS-DIC-POS                PIC 99.
       01  WS-DIC-IDX                PIC 99.
       01  WS-CHP-BRUT               PIC X(30).
       01  WS-CHP-TEXTE              PIC X(31).
       01  WS-CHP-LARGEUR            PIC 99.
       01  WS-CHP-NUM                PIC S9(12)V99.
       01  WS-LONG-ENTIER            PIC 99.
       01  WS-ZONE-ENTIER            PIC 9(14).
       01  WS-CONDENSE-8             PIC 9(8) COMP-3.
       01  WS-CONDENSE-8-X REDEFINES WS-CONDENSE-8 PIC X(5).
       01  WS-CONDENSE-2             PIC 9(2) COMP-3.
       01  WS-CONDENSE-2-X REDEFINES WS-CONDENSE-2 PIC X(2).
       01  WS-ZONE-8                 PIC 9(8).
       01  WS-ZONE-2                 PIC 99.

      * Evaluation des criteres sur l'enregistrement d'un fichier
       01  WS-FICHIER-EVALUE         PIC X.
       01  WS-RETENU                 PIC X VALUE 'N'.
           88 ENR-RETENU                 VALUE 'O'.
       01  WS-COMPARAISON            PIC S9.

      * Lecture de la source et de la jointure
       01  WS-FIN-SOURCE             PIC X VALUE 'N'.
           88 FIN-SOURCE                 VALUE 'O'.
       01  WS-FIN-JOINT              PIC X VALUE 'N'.
           88 FIN-JOINT                  VALUE 'O'.
       01  WS-JNT-TROUVE             PIC X VALUE 'N'.
           88 JOINTURE-TROUVEE           VALUE 'O'.
       01  WS-ASSURES-OUVERT         PIC X VALUE 'N'.
       01  WS-SINISTRE-OUVERT        PIC X VALUE 'N'.
       01  WS-TIERS-OUVERT           PIC X VALUE 'N'.
       01  WS-CONTACTS-OUVERT        PIC X VALUE 'N'.
       01  WS-EXTRAIT-OUVERT         PIC X VALUE 'N'.
       01  WS-FIN-TRI                PIC X VALUE 'N'.
           88 FIN-TRI                    VALUE 'O'.

      * Ligne d'extrait et cle de tri
       01  WS-LIGNE                  PIC X(480).
       01  WS-LIG-PTR                PIC 999.
       01  WS-LONG-UTILE             PIC 99.
       01  WS-CLE-TRI                PIC X(60).
       01  WS-CLE-ZONE               PIC X(20).
       01  WS-CLE-NUM                PIC 9(12)V99.
       01  WS-CLE-NUM-X REDEFINES WS-CLE-NUM PIC X(14).
      * Tri descendant : inversion de l'ordre de classement des
      * caracteres usuels (blanc, chiffres, majuscules)
       01  WS-ALPHA-ASC              PIC X(37) VALUE
           ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-ALPHA-DESC             PIC X(37) VALUE
           'ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 '.

      * Compteurs
       01  WS-NB-LUS                 PIC 9(8) VALUE 0.
       01  WS-NB-EXTRAITS            PIC 9(8) VALUE 0.

      * Journal des extractions
       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-HEURE-JOUR             PIC 9(6).
       01  WS-STATUT                 PIC X(7) VALUE SPACES.
       01  WS-LIG-JRN-RUN.
           05 FILLER                PIC X(11) VALUE 'EXTRACTION '.
           05 WS-JRN-DATE           PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-JRN-HEURE          PIC 9(6).
           05 FILLER                PIC X(6) VALUE ' SPEC='.
           05 WS-JRN-SPEC           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-JRN-STATUT         PIC X(7).
           05 FILLER                PIC X(8) VALUE ' MASQUE='.
           05 WS-JRN-MASQUE         PIC X(1).
           05 FILLER                PIC X(5) VALUE ' LUS='.
           05 WS-JRN-LUS            PIC 9(8).
           05 FILLER                PIC X(10) VALUE ' EXTRAITS='.
           05 WS-JRN-EXTRAITS       PIC 9(8).
       01  WS-LIG-JRN-SPEC.
           05 FILLER                PIC X(8) VALUE '  SPEC> '.
           05 WS-JRN-LIGNE          PIC X(80).

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN           PIC S9(4) COMP.
           05 LS-PARM-DATA          PIC X(40).

       PROCEDURE DIVISION USING LS-PARM.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'EXTRACTION A LA DEMANDE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           IF WS-NB-ERREURS = 0
               SORT F-TRI
                   ON ASCENDING KEY FS-TRI-CLE FS-TRI-SEQ
                   INPUT PROCEDURE IS 20000-SELECTIONNER
                   OUTPUT PROCEDURE IS 30000-ECRIRE-EXTRAIT
               MOVE 'EXTRAIT' TO WS-STATUT
           ELSE
               MOVE 'REJETE' TO WS-STATUT
           END-IF
           PERFORM 35000-FERMER-FICHIERS
           PERFORM 40000-JOURNALISER
           DISPLAY '========================================'
           DISPLAY 'SPECIFICATION      : ' WS-SPEC-PATH(1:40)
           DISPLAY 'STATUT             : ' WS-STATUT
           DISPLAY 'ENREGISTREMENTS LUS: ' WS-NB-LUS
           DISPLAY 'LIGNES EXTRAITES   : ' WS-NB-EXTRAITS
           DISPLAY '========================================'
           IF WS-NB-ERREURS > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation - PARM, environnement, specification, fichiers *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-JOUR FROM TIME
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-PARM-TRAVAIL
               MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-PARM-TRAVAIL
               PERFORM 10100-DECOUPER-PARM
           END-IF
           IF WS-SPEC-NOM = SPACES
               DISPLAY 'PARM INVALIDE - SPEC=<nom> OBLIGATOIRE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           STRING 'DATA/' WS-SPEC-NOM DELIMITED BY SPACE
                  '.spc' DELIMITED BY SIZE
               INTO WS-SPEC-PATH
           END-STRING
           STRING 'WORK/' WS-SPEC-NOM DELIMITED BY SPACE
                  '.ext' DELIMITED BY SIZE
               INTO WS-EXTRAIT-PATH
           END-STRING

           PERFORM 11000-DETERMINER-ENVIRONNEMENT
           PERFORM 12000-LIRE-SPEC THRU FIN-12000-LIRE-SPEC
           IF WS-NB-ERREURS = 0
               PERFORM 13000-CONTROLER-SPEC
           END-IF
           IF WS-NB-ERREURS = 0
               PERFORM 15000-OUVRIR-FICHIERS
           END-IF
           .

       10100-DECOUPER-PARM.
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 2
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'SPEC='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:8)
                       TO WS-SPEC-NOM
               END-IF
           END-PERFORM
           .

      * Production ou non : seul un 'P' explicite leve le masquage     *

       11000-DETERMINER-ENVIRONNEMENT.
           OPEN INPUT F-ENVIRON
           IF FS-ENVIRON = '00'
               READ F-ENVIRON
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FS-ENV-CODE = 'P'
                           MOVE 'N' TO WS-MASQUAGE
                       END-IF
               END-READ
               CLOSE F-ENVIRON
           END-IF
           IF MASQUAGE-ACTIF
               DISPLAY 'HORS PRODUCTION - DONNEES PERSONNELLES '
                       'MASQUEES'
           ELSE
               DISPLAY 'PRODUCTION - DONNEES EN CLAIR'
           END-IF
           .

      * Lecture et analyse de la specification                         *

       12000-LIRE-SPEC.
           OPEN INPUT F-SPEC
           IF FS-SPEC NOT = '00'
               DISPLAY 'SPECIFICATION INTROUVABLE : ' WS-SPEC-PATH
               ADD 1 TO WS-NB-ERREURS
               GO TO FIN-12000-LIRE-SPEC
           END-IF
           PERFORM 12100-LIRE-LIGNE-SPEC UNTIL FIN-SPEC
           CLOSE F-SPEC
           .
       FIN-12000-LIRE-SPEC.
           EXIT.

       12100-LIRE-LIGNE-SPEC.
           READ F-SPEC
               AT END
                   SET FIN-SPEC TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUM-LIGNE
                   IF WS-NB-LIGNES-SPEC < 60
                       ADD 1 TO WS-NB-LIGNES-SPEC
                       MOVE FS-SPEC-REC
                           TO WS-SPEC-LIGNE(WS-NB-LIGNES-SPEC)
                   END-IF
                   IF FS-SPEC-REC(1:1) NOT = '*'
                           AND FS-SPEC-REC NOT = SPACES
                       PERFORM 12200-ANALYSER-LIGNE
                   END-IF
           END-READ
           .

      * Mot-cle et arguments ; la valeur d'un critere est le reste de  *
      * la ligne apres l'operateur (blancs internes admis)             *

       12200-ANALYSER-LIGNE.
           MOVE SPACES TO WS-SPEC-MOT WS-SPEC-ARG1 WS-SPEC-ARG2
                          WS-SPEC-RESTE
           MOVE 1 TO WS-SPEC-PTR
           UNSTRING FS-SPEC-REC DELIMITED BY ALL SPACE
               INTO WS-SPEC-MOT WS-SPEC-ARG1 WS-SPEC-ARG2
               WITH POINTER WS-SPEC-PTR
           END-UNSTRING
           IF WS-SPEC-PTR <= 80
               MOVE FS-SPEC-REC(WS-SPEC-PTR:) TO WS-SPEC-RESTE
           END-IF

           EVALUATE WS-SPEC-MOT
               WHEN 'SOURCE'
                   PERFORM 12300-SPEC-SOURCE
               WHEN 'JOINTURE'
                   PERFORM 12400-SPEC-JOINTURE
               WHEN 'CHAMP'
                   PERFORM 12500-SPEC-CHAMP
               WHEN 'CRITERE'
                   PERFORM 12600-SPEC-CRITERE
               WHEN 'TRI'
                   PERFORM 12700-SPEC-TRI
               WHEN 'FORMAT'
                   PERFORM 12800-SPEC-FORMAT
               WHEN OTHER
                   MOVE 'MOT-CLE INCONNU' TO WS-MSG-ERREUR
                   MOVE WS-SPEC-MOT TO WS-SPEC-ARG1
                   PERFORM 19000-SIGNALER-ERREUR
           END-EVALUATE
           .

       12300-SPEC-SOURCE.
           MOVE WS-SPEC-ARG1 TO WS-SOURCE-NOM
           EVALUATE WS-SPEC-ARG1
               WHEN 'ASSURES3'
                   MOVE 'A' TO WS-SRC-FICHIER
               WHEN 'SINISTRE'
                   MOVE 'S' TO WS-SRC-FICHIER
               WHEN 'TIERS'
                   MOVE 'T' TO WS-SRC-FICHIER
               WHEN 'CONTACTS'
                   MOVE 'C' TO WS-SRC-FICHIER
               WHEN OTHER
                   MOVE 'SOURCE INCONNUE' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
           END-EVALUATE
           .

       12400-SPEC-JOINTURE.
           EVALUATE WS-SPEC-ARG1
               WHEN 'SINISTRE'
                   MOVE 'S' TO WS-JNT-FICHIER
               WHEN 'ASSURES3'
                   MOVE 'A' TO WS-JNT-FICHIER
               WHEN OTHER
                   MOVE 'JOINTURE INCONNUE' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
           END-EVALUATE
           EVALUATE WS-SPEC-ARG2
               WHEN SPACES
               WHEN 'VEH'
                   MOVE 'V' TO WS-JNT-MODE
               WHEN 'MAT'
                   MOVE 'M' TO WS-JNT-MODE
               WHEN OTHER
                   MOVE 'MODE DE JOINTURE INCONNU (VEH/MAT)'
                       TO WS-MSG-ERREUR
                   MOVE WS-SPEC-ARG2 TO WS-SPEC-ARG1
                   PERFORM 19000-SIGNALER-ERREUR
           END-EVALUATE
           .

       12500-SPEC-CHAMP.
           MOVE WS-SPEC-ARG1 TO WS-NOM-CHERCHE
           PERFORM 12900-CHERCHER-ZONE
           EVALUATE TRUE
               WHEN WS-DIC-POS = 0
                   MOVE 'ZONE INCONNUE' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               WHEN WS-NB-CHAMPS >= 15
                   MOVE 'TROP DE ZONES EDITEES (15 AU PLUS)'
                       TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               WHEN OTHER
                   ADD 1 TO WS-NB-CHAMPS
                   MOVE WS-DIC-POS TO WS-CHP-DIC(WS-NB-CHAMPS)
           END-EVALUATE
           .

       12600-SPEC-CRITERE.
           MOVE WS-SPEC-ARG1 TO WS-NOM-CHERCHE
           PERFORM 12900-CHERCHER-ZONE
           IF WS-DIC-POS = 0
               MOVE 'ZONE INCONNUE' TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           ELSE
               IF WS-NB-CRITERES >= 10
                   MOVE 'TROP DE CRITERES (10 AU PLUS)'
                       TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               ELSE
                   PERFORM 12650-ENREGISTRER-CRITERE
               END-IF
           END-IF
           .

       12650-ENREGISTRER-CRITERE.
           IF WS-SPEC-ARG2 NOT = 'EQ' AND NOT = 'NE'
                   AND NOT = 'LT' AND NOT = 'LE'
                   AND NOT = 'GT' AND NOT = 'GE'
               MOVE 'OPERATEUR INCONNU (EQ NE LT LE GT GE)'
                   TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           ELSE
               IF NOT DIC-ALPHANUM(WS-DIC-POS)
                   MOVE WS-SPEC-RESTE TO WS-CONTROLE-NUM
                   INSPECT WS-CONTROLE-NUM
                       CONVERTING '0123456789.' TO SPACES
               END-IF
               IF NOT DIC-ALPHANUM(WS-DIC-POS)
                       AND (WS-SPEC-RESTE = SPACES
                            OR WS-CONTROLE-NUM NOT = SPACES)
                   MOVE 'VALEUR NUMERIQUE ATTENDUE' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               ELSE
                   ADD 1 TO WS-NB-CRITERES
                   MOVE WS-DIC-POS TO WS-CRI-DIC(WS-NB-CRITERES)
                   MOVE WS-SPEC-ARG2 TO WS-CRI-OPER(WS-NB-CRITERES)
                   MOVE WS-SPEC-RESTE TO WS-CRI-VALEUR(WS-NB-CRITERES)
                   MOVE 0 TO WS-CRI-VAL-NUM(WS-NB-CRITERES)
                   IF NOT DIC-ALPHANUM(WS-DIC-POS)
                       COMPUTE WS-CRI-VAL-NUM(WS-NB-CRITERES) =
                           FUNCTION NUMVAL(WS-SPEC-RESTE)
                   END-IF
               END-IF
           END-IF
           .

       12700-SPEC-TRI.
           MOVE WS-SPEC-ARG1 TO WS-NOM-CHERCHE
           PERFORM 12900-CHERCHER-ZONE
           EVALUATE TRUE
               WHEN WS-DIC-POS = 0
                   MOVE 'ZONE INCONNUE' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               WHEN WS-NB-TRIS >= 3
                   MOVE 'TROP DE CLES DE TRI (3 AU PLUS)'
                       TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               WHEN WS-SPEC-ARG2 NOT = SPACES AND NOT = 'A'
                       AND NOT = 'D'
                   MOVE 'SENS DE TRI INCONNU (A/D)' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
               WHEN OTHER
                   ADD 1 TO WS-NB-TRIS
                   MOVE WS-DIC-POS TO WS-TRI-DIC(WS-NB-TRIS)
                   MOVE 'A' TO WS-TRI-SENS(WS-NB-TRIS)
                   IF WS-SPEC-ARG2 = 'D'
                       MOVE 'D' TO WS-TRI-SENS(WS-NB-TRIS)
                   END-IF
           END-EVALUATE
           .

       12800-SPEC-FORMAT.
           EVALUATE WS-SPEC-ARG1
               WHEN 'FIXE'
                   MOVE 'F' TO WS-FORMAT
               WHEN 'DELIM'
                   MOVE 'D' TO WS-FORMAT
                   IF WS-SPEC-ARG2 NOT = SPACES
                       MOVE WS-SPEC-ARG2(1:1) TO WS-SEPARATEUR
                   END-IF
               WHEN OTHER
                   MOVE 'FORMAT INCONNU (FIXE/DELIM)' TO WS-MSG-ERREUR
                   PERFORM 19000-SIGNALER-ERREUR
           END-EVALUATE
           .

      * Recherche de WS-NOM-CHERCHE au dictionnaire -> WS-DIC-POS      *

       12900-CHERCHER-ZONE.
           MOVE 0 TO WS-DIC-POS
           PERFORM 12910-COMPARER-ZONE
               VARYING WS-DIC-IDX FROM 1 BY 1
               UNTIL WS-DIC-IDX > WS-NB-DICO OR WS-DIC-POS > 0
           .

       12910-COMPARER-ZONE.
           IF WS-DIC-NOM(WS-DIC-IDX) = WS-NOM-CHERCHE
               MOVE WS-DIC-IDX TO WS-DIC-POS
           END-IF
           .

      * Coherence d'ensemble : source, jointure admise, zones prises   *
      * dans la source ou le fichier joint                             *

       13000-CONTROLER-SPEC.
           MOVE 0 TO WS-NUM-LIGNE
           MOVE SPACES TO WS-SPEC-ARG1
           IF WS-SRC-FICHIER = SPACE
               MOVE 'SOURCE ABSENTE' TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           END-IF
           IF WS-NB-CHAMPS = 0
               MOVE 'AUCUNE ZONE EDITEE (CHAMP)' TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           END-IF
           IF (WS-JNT-FICHIER = 'S' AND WS-SRC-FICHIER NOT = 'A')
                   OR (WS-JNT-FICHIER = 'A'
                       AND WS-SRC-FICHIER NOT = 'S')
               MOVE 'JOINTURE ADMISE : ASSURES3 <-> SINISTRE'
                   TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           END-IF
           IF WS-JNT-FICHIER = 'A' AND JNT-PAR-MATRICULE
               MOVE 'JOINTURE ASSURES3 PAR VEHICULE SEULEMENT'
                   TO WS-MSG-ERREUR
               PERFORM 19000-SIGNALER-ERREUR
           END-IF

           PERFORM 13100-CONTROLER-CHAMP
               VARYING WS-CHP-IDX FROM 1 BY 1
               UNTIL WS-CHP-IDX > WS-NB-CHAMPS
           PERFORM 13200-CONTROLER-CRITERE
               VARYING WS-CRI-IDX FROM 1 BY 1
               UNTIL WS-CRI-IDX > WS-NB-CRITERES
           PERFORM 13300-CONTROLER-TRI
               VARYING WS-TRI-IDX FROM 1 BY 1
               UNTIL WS-TRI-IDX > WS-NB-TRIS
           .

       13100-CONTROLER-CHAMP.
           MOVE WS-CHP-DIC(WS-CHP-IDX) TO WS-DIC-POS
           PERFORM 13900-CONTROLER-FICHIER-ZONE
           IF WS-SRC-FICHIER = 'A' AND WS-JNT-FICHIER = 'S'
                   AND WS-DIC-FICHIER(WS-DIC-POS) = 'S'
               SET LIGNE-PAR-SINISTRE TO TRUE
           END-IF
           .

       13200-CONTROLER-CRITERE.
           MOVE WS-CRI-DIC(WS-CRI-IDX) TO WS-DIC-POS
           PERFORM 13900-CONTROLER-FICHIER-ZONE
           .

       13300-CONTROLER-TRI.
           MOVE WS-TRI-DIC(WS-TRI-IDX) TO WS-DIC-POS
           PERFORM 13900-CONTROLER-FICHIER-ZONE
           IF WS-SRC-FICHIER = 'A' AND WS-JNT-FICHIER = 'S'
                   AND WS-DIC-FICHIER(WS-DIC-POS) = 'S'
               SET LIGNE-PAR-SINISTRE TO TRUE
           END-IF
           .

       13900-CONTROLER-FICHIER-ZONE.
           IF WS-DIC-FICHIER(WS-DIC-POS) NOT = WS-SRC-FICHIER
                   AND WS-DIC-FICHIER(WS-DIC-POS) NOT = WS-JNT-FICHIER
               MOVE 'ZONE HORS SOURCE ET JOINTURE' TO WS-MSG-ERREUR
               MOVE WS-DIC-NOM(WS-DIC-POS) TO WS-SPEC-ARG1
               PERFORM 19000-SIGNALER-ERREUR
           END-IF
           .

      * Ouverture de la source, du fichier joint et de l'extrait       *

       15000-OUVRIR-FICHIERS.
           IF WS-SRC-FICHIER = 'A' OR WS-JNT-FICHIER = 'A'
               OPEN INPUT F-ASSURES
               IF FS-ASSURES = '00'
                   MOVE 'O' TO WS-ASSURES-OUVERT
               ELSE
                   DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' FS-ASSURES
                   ADD 1 TO WS-NB-ERREURS
               END-IF
           END-IF
           IF WS-SRC-FICHIER = 'S' OR WS-JNT-FICHIER = 'S'
               OPEN INPUT F-SINISTRE
               IF FS-SINISTRE = '00'
                   MOVE 'O' TO WS-SINISTRE-OUVERT
               ELSE
                   DISPLAY 'ERREUR OUVERTURE SINISTRE : ' FS-SINISTRE
                   ADD 1 TO WS-NB-ERREURS
               END-IF
           END-IF
           IF WS-SRC-FICHIER = 'T'
               OPEN INPUT F-TIERS
               IF FS-TIERS = '00'
                   MOVE 'O' TO WS-TIERS-OUVERT
               ELSE
                   DISPLAY 'ERREUR OUVERTURE TIERS : ' FS-TIERS
                   ADD 1 TO WS-NB-ERREURS
               END-IF
           END-IF
           IF WS-SRC-FICHIER = 'C'
               OPEN INPUT F-CONTACTS
               IF FS-CONTACTS = '00'
                   MOVE 'O' TO WS-CONTACTS-OUVERT
               ELSE
                   DISPLAY 'ERREUR OUVERTURE CONTACTS : ' FS-CONTACTS
                   ADD 1 TO WS-NB-ERREURS
               END-IF
           END-IF
           OPEN OUTPUT F-EXTRAIT
           IF FS-EXTRAIT = '00'
               MOVE 'O' TO WS-EXTRAIT-OUVERT
           ELSE
               DISPLAY 'ERREUR OUVERTURE EXTRAIT : ' WS-EXTRAIT-PATH
               ADD 1 TO WS-NB-ERREURS
           END-IF
           .

       19000-SIGNALER-ERREUR.
           ADD 1 TO WS-NB-ERREURS
           DISPLAY 'SPEC LIGNE ' WS-NUM-LIGNE ' : ' WS-MSG-ERREUR
                   ' ' WS-SPEC-ARG1
           .

      * Procedure d'entree du tri - lecture de la source               *

       20000-SELECTIONNER.
           EVALUATE WS-SRC-FICHIER
               WHEN 'A'
                   PERFORM 21000-LIRE-ASSURE UNTIL FIN-SOURCE
               WHEN 'S'
                   PERFORM 22000-LIRE-SINISTRE UNTIL FIN-SOURCE
               WHEN 'T'
                   PERFORM 23000-LIRE-TIERS UNTIL FIN-SOURCE
               WHEN 'C'
                   PERFORM 24000-LIRE-CONTACT UNTIL FIN-SOURCE
           END-EVALUATE
           .

       21000-LIRE-ASSURE.
           READ F-ASSURES NEXT INTO WS-ASSURE-CASSURES
               AT END
                   SET FIN-SOURCE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE 'A' TO WS-FICHIER-EVALUE
                   PERFORM 50000-EVALUER-CRITERES
                   IF ENR-RETENU
                       IF WS-JNT-FICHIER = 'S'
                           PERFORM 21100-JOINDRE-SINISTRES
                       ELSE
                           PERFORM 60000-LIBERER-LIGNE
                       END-IF
                   END-IF
           END-READ
           .

      * Sinistres du matricule (du vehicule seul en mode VEH) qui      *
      * satisfont les criteres SINISTRE                                *

       21100-JOINDRE-SINISTRES.
           MOVE 'N' TO WS-JNT-TROUVE
           MOVE 'N' TO WS-FIN-JOINT
           MOVE MAT-A4 TO FS-SINISTRE-MAT
           MOVE 0 TO FS-SINISTRE-SEQ
           START F-SINISTRE KEY >= FS-SINISTRE-KEY
               INVALID KEY
                   SET FIN-JOINT TO TRUE
           END-START
           PERFORM 21200-LIRE-SINISTRE-JOINT UNTIL FIN-JOINT
           IF JOINTURE-TROUVEE AND NOT LIGNE-PAR-SINISTRE
               PERFORM 60000-LIBERER-LIGNE
           END-IF
           .

       21200-LIRE-SINISTRE-JOINT.
           READ F-SINISTRE NEXT INTO W-SINISTRE
               AT END
                   SET FIN-JOINT TO TRUE
               NOT AT END
                   IF SIN-MAT NOT = MAT-A4
                       SET FIN-JOINT TO TRUE
                   ELSE
                       IF JNT-PAR-MATRICULE
                               OR SIN-SEQ-VEHICULE = SEQ-VEHICULE-A4
                           MOVE 'S' TO WS-FICHIER-EVALUE
                           PERFORM 50000-EVALUER-CRITERES
                           IF ENR-RETENU
                               SET JOINTURE-TROUVEE TO TRUE
                               IF LIGNE-PAR-SINISTRE
                                   PERFORM 60000-LIBERER-LIGNE
                               ELSE
                                   SET FIN-JOINT TO TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

       22000-LIRE-SINISTRE.
           READ F-SINISTRE NEXT INTO W-SINISTRE
               AT END
                   SET FIN-SOURCE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE 'S' TO WS-FICHIER-EVALUE
                   PERFORM 50000-EVALUER-CRITERES
                   IF ENR-RETENU
                       IF WS-JNT-FICHIER = 'A'
                           PERFORM 22100-JOINDRE-ASSURE
                       ELSE
                           PERFORM 60000-LIBERER-LIGNE
                       END-IF
                   END-IF
           END-READ
           .

      * Vehicule du sinistre ; un sinistre dont le vehicule n'existe   *
      * plus sur ASSURES3 n'est pas extrait                            *

       22100-JOINDRE-ASSURE.
           COMPUTE FS-ASSURES-KEY = SIN-MAT * 100 + SIN-SEQ-VEHICULE
           READ F-ASSURES INTO WS-ASSURE-CASSURES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A' TO WS-FICHIER-EVALUE
                   PERFORM 50000-EVALUER-CRITERES
                   IF ENR-RETENU
                       PERFORM 60000-LIBERER-LIGNE
                   END-IF
           END-READ
           .

       23000-LIRE-TIERS.
           READ F-TIERS NEXT INTO W-TIERS
               AT END
                   SET FIN-SOURCE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE 'T' TO WS-FICHIER-EVALUE
                   PERFORM 50000-EVALUER-CRITERES
                   IF ENR-RETENU
                       PERFORM 60000-LIBERER-LIGNE
                   END-IF
           END-READ
           .

       24000-LIRE-CONTACT.
           READ F-CONTACTS NEXT INTO W-CONTACT
               AT END
                   SET FIN-SOURCE TO TRUE
               NOT AT END
                   ADD 1 TO WS-NB-LUS
                   MOVE 'C' TO WS-FICHIER-EVALUE
                   PERFORM 50000-EVALUER-CRITERES
                   IF ENR-RETENU
                       PERFORM 60000-LIBERER-LIGNE
                   END-IF
           END-READ
           .

      * Procedure de sortie du tri - ecriture de l'extrait             *

       30000-ECRIRE-EXTRAIT.
           IF FORMAT-DELIM
               PERFORM 31000-ECRIRE-ENTETE
           END-IF
           PERFORM 32000-RETOURNER-LIGNE UNTIL FIN-TRI
           .

      * Ligne d'entete du format delimite : noms des zones editees     *

       31000-ECRIRE-ENTETE.
           MOVE SPACES TO WS-LIGNE
           MOVE 1 TO WS-LIG-PTR
           PERFORM 31100-AJOUTER-NOM-ZONE
               VARYING WS-CHP-IDX FROM 1 BY 1
               UNTIL WS-CHP-IDX > WS-NB-CHAMPS
           MOVE WS-LIGNE TO FS-EXTRAIT-REC
           WRITE FS-EXTRAIT-REC
           .

       31100-AJOUTER-NOM-ZONE.
           IF WS-CHP-IDX > 1
               STRING WS-SEPARATEUR DELIMITED BY SIZE
                   INTO WS-LIGNE WITH POINTER WS-LIG-PTR
               END-STRING
           END-IF
           MOVE WS-CHP-DIC(WS-CHP-IDX) TO WS-DIC-POS
           STRING WS-DIC-NOM(WS-DIC-POS) DELIMITED BY SPACE
               INTO WS-LIGNE WITH POINTER WS-LIG-PTR
           END-STRING
           .

       32000-RETOURNER-LIGNE.
           RETURN F-TRI
               AT END
                   SET FIN-TRI TO TRUE
               NOT AT END
                   MOVE FS-TRI-LIGNE TO FS-EXTRAIT-REC
                   WRITE FS-EXTRAIT-REC
           END-RETURN
           .

       35000-FERMER-FICHIERS.
           IF WS-ASSURES-OUVERT = 'O'
               CLOSE F-ASSURES
           END-IF
           IF WS-SINISTRE-OUVERT = 'O'
               CLOSE F-SINISTRE
           END-IF
           IF WS-TIERS-OUVERT = 'O'
               CLOSE F-TIERS
           END-IF
           IF WS-CONTACTS-OUVERT = 'O'
               CLOSE F-CONTACTS
           END-IF
           IF WS-EXTRAIT-OUVERT = 'O'
               CLOSE F-EXTRAIT
           END-IF
           .

      * Journal : une ligne de compte rendu puis le texte integral de  *
      * la specification (EXTEND, OUTPUT a la premiere extraction)     *

       40000-JOURNALISER.
           OPEN EXTEND F-JOURNAL
           IF FS-JOURNAL NOT = '00'
               OPEN OUTPUT F-JOURNAL
           END-IF
           IF FS-JOURNAL NOT = '00'
               DISPLAY 'ATTENTION - JOURNAL EXTLOG INACCESSIBLE : '
                       FS-JOURNAL
           ELSE
               MOVE WS-DATE-JOUR   TO WS-JRN-DATE
               MOVE WS-HEURE-JOUR  TO WS-JRN-HEURE
               MOVE WS-SPEC-NOM    TO WS-JRN-SPEC
               MOVE WS-STATUT      TO WS-JRN-STATUT
               MOVE WS-MASQUAGE    TO WS-JRN-MASQUE
               MOVE WS-NB-LUS      TO WS-JRN-LUS
               MOVE WS-NB-EXTRAITS TO WS-JRN-EXTRAITS
               MOVE WS-LIG-JRN-RUN TO FS-JOURNAL-REC
               WRITE FS-JOURNAL-REC
               PERFORM 41000-JOURNALISER-LIGNE-SPEC
                   VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > WS-NB-LIGNES-SPEC
               CLOSE F-JOURNAL
           END-IF
           .

       41000-JOURNALISER-LIGNE-SPEC.
           MOVE WS-SPEC-LIGNE(WS-SPEC-IDX) TO WS-JRN-LIGNE
           MOVE WS-LIG-JRN-SPEC TO FS-JOURNAL-REC
           WRITE FS-JOURNAL-REC
           .

      * Criteres portant sur le fichier WS-FICHIER-EVALUE (tous        *
      * exiges) -> WS-RETENU                                           *

       50000-EVALUER-CRITERES.
           MOVE 'O' TO WS-RETENU
           PERFORM 50100-EVALUER-CRITERE
               VARYING WS-CRI-IDX FROM 1 BY 1
               UNTIL WS-CRI-IDX > WS-NB-CRITERES OR NOT ENR-RETENU
           .

       50100-EVALUER-CRITERE.
           MOVE WS-CRI-DIC(WS-CRI-IDX) TO WS-DIC-POS
           IF WS-DIC-FICHIER(WS-DIC-POS) = WS-FICHIER-EVALUE
               PERFORM 55000-EXTRAIRE-ZONE
               EVALUATE TRUE
                   WHEN DIC-ALPHANUM(WS-DIC-POS)
                       AND WS-CHP-TEXTE < WS-CRI-VALEUR(WS-CRI-IDX)
                       MOVE -1 TO WS-COMPARAISON
                   WHEN DIC-ALPHANUM(WS-DIC-POS)
                       AND WS-CHP-TEXTE = WS-CRI-VALEUR(WS-CRI-IDX)
                       MOVE 0 TO WS-COMPARAISON
                   WHEN DIC-ALPHANUM(WS-DIC-POS)
                       MOVE 1 TO WS-COMPARAISON
                   WHEN WS-CHP-NUM < WS-CRI-VAL-NUM(WS-CRI-IDX)
                       MOVE -1 TO WS-COMPARAISON
                   WHEN WS-CHP-NUM = WS-CRI-VAL-NUM(WS-CRI-IDX)
                       MOVE 0 TO WS-COMPARAISON
                   WHEN OTHER
                       MOVE 1 TO WS-COMPARAISON
               END-EVALUATE
               EVALUATE WS-CRI-OPER(WS-CRI-IDX)
                   WHEN 'EQ'
                       IF WS-COMPARAISON NOT = 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
                   WHEN 'NE'
                       IF WS-COMPARAISON = 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
                   WHEN 'LT'
                       IF WS-COMPARAISON NOT < 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
                   WHEN 'LE'
                       IF WS-COMPARAISON > 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
                   WHEN 'GT'
                       IF WS-COMPARAISON NOT > 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
                   WHEN 'GE'
                       IF WS-COMPARAISON < 0
                           MOVE 'N' TO WS-RETENU
                       END-IF
               END-EVALUATE
           END-IF
           .

      * Zone WS-DIC-POS de l'enregistrement courant de son fichier :   *
      * WS-CHP-TEXTE (forme editee), WS-CHP-LARGEUR, WS-CHP-NUM        *

       55000-EXTRAIRE-ZONE.
           MOVE SPACES TO WS-CHP-BRUT WS-CHP-TEXTE
           MOVE 0 TO WS-CHP-NUM
           EVALUATE WS-DIC-FICHIER(WS-DIC-POS)
               WHEN 'A'
                   MOVE WS-ASSURE-CASSURES(WS-DIC-POSITION(WS-DIC-POS):
                        WS-DIC-LONGUEUR(WS-DIC-POS)) TO WS-CHP-BRUT
               WHEN 'S'
                   MOVE W-SINISTRE(WS-DIC-POSITION(WS-DIC-POS):
                        WS-DIC-LONGUEUR(WS-DIC-POS)) TO WS-CHP-BRUT
               WHEN 'T'
                   MOVE W-TIERS(WS-DIC-POSITION(WS-DIC-POS):
                        WS-DIC-LONGUEUR(WS-DIC-POS)) TO WS-CHP-BRUT
               WHEN 'C'
                   MOVE W-CONTACT(WS-DIC-POSITION(WS-DIC-POS):
                        WS-DIC-LONGUEUR(WS-DIC-POS)) TO WS-CHP-BRUT
           END-EVALUATE
           MOVE WS-DIC-LONGUEUR(WS-DIC-POS) TO WS-CHP-LARGEUR

           EVALUATE TRUE
               WHEN DIC-ALPHANUM(WS-DIC-POS)
                   MOVE WS-CHP-BRUT TO WS-CHP-TEXTE
               WHEN DIC-ETENDU(WS-DIC-POS)
                   MOVE WS-CHP-BRUT(1:WS-CHP-LARGEUR) TO WS-ZONE-ENTIER
                   COMPUTE WS-CHP-NUM = WS-ZONE-ENTIER
                       / (10 ** WS-DIC-DECIMALES(WS-DIC-POS))
                   IF WS-DIC-DECIMALES(WS-DIC-POS) = 0
                       MOVE WS-CHP-BRUT TO WS-CHP-TEXTE
                   ELSE
      * Montants : virgule decimale editee (9(6)V99 -> 999999,99)
                       COMPUTE WS-LONG-ENTIER = WS-CHP-LARGEUR
                           - WS-DIC-DECIMALES(WS-DIC-POS)
                       STRING WS-CHP-BRUT(1:WS-LONG-ENTIER)
                              ','
                              WS-CHP-BRUT(WS-LONG-ENTIER + 1:
                                  WS-DIC-DECIMALES(WS-DIC-POS))
                           DELIMITED BY SIZE INTO WS-CHP-TEXTE
                       END-STRING
                       ADD 1 TO WS-CHP-LARGEUR
                   END-IF
               WHEN DIC-CONDENSE(WS-DIC-POS)
                   IF WS-DIC-LONGUEUR(WS-DIC-POS) = 5
                       MOVE WS-CHP-BRUT(1:5) TO WS-CONDENSE-8-X
                       MOVE WS-CONDENSE-8 TO WS-ZONE-8
                       MOVE WS-ZONE-8 TO WS-CHP-NUM
                       MOVE WS-ZONE-8 TO WS-CHP-TEXTE
                   ELSE
                       MOVE WS-CHP-BRUT(1:2) TO WS-CONDENSE-2-X
                       MOVE WS-CONDENSE-2 TO WS-ZONE-2
                       MOVE WS-ZONE-2 TO WS-CHP-NUM
                       MOVE WS-ZONE-2 TO WS-CHP-TEXTE
                   END-IF
                   MOVE WS-DIC-CHIFFRES(WS-DIC-POS) TO WS-CHP-LARGEUR
           END-EVALUATE
           .

      * Ligne d'extrait : mise en forme, cle de tri, remise au tri     *

       60000-LIBERER-LIGNE.
           PERFORM 61000-CONSTRUIRE-LIGNE
           PERFORM 62000-CONSTRUIRE-CLE
           ADD 1 TO WS-NB-EXTRAITS
           MOVE WS-CLE-TRI     TO FS-TRI-CLE
           MOVE WS-NB-EXTRAITS TO FS-TRI-SEQ
           MOVE WS-LIGNE       TO FS-TRI-LIGNE
           RELEASE FS-TRI-REC
           .

      * FIXE : chaque zone a sa largeur, separee par un blanc ;        *
      * DELIM : zones sans blancs de fin, separees par WS-SEPARATEUR   *

       61000-CONSTRUIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE
           MOVE 1 TO WS-LIG-PTR
           PERFORM 61100-AJOUTER-ZONE
               VARYING WS-CHP-IDX FROM 1 BY 1
               UNTIL WS-CHP-IDX > WS-NB-CHAMPS
           .

       61100-AJOUTER-ZONE.
           MOVE WS-CHP-DIC(WS-CHP-IDX) TO WS-DIC-POS
           PERFORM 55000-EXTRAIRE-ZONE
           IF MASQUAGE-ACTIF AND DIC-A-MASQUER(WS-DIC-POS)
               PERFORM 61200-MASQUER-ZONE
           END-IF
           IF FORMAT-FIXE
               MOVE WS-CHP-TEXTE(1:WS-CHP-LARGEUR)
                   TO WS-LIGNE(WS-LIG-PTR:WS-CHP-LARGEUR)
               COMPUTE WS-LIG-PTR = WS-LIG-PTR + WS-CHP-LARGEUR + 1
           ELSE
               IF WS-CHP-IDX > 1
                   MOVE WS-SEPARATEUR TO WS-LIGNE(WS-LIG-PTR:1)
                   ADD 1 TO WS-LIG-PTR
               END-IF
               PERFORM 61300-LONGUEUR-UTILE
               IF WS-LONG-UTILE > 0
                   MOVE WS-CHP-TEXTE(1:WS-LONG-UTILE)
                       TO WS-LIGNE(WS-LIG-PTR:WS-LONG-UTILE)
                   ADD WS-LONG-UTILE TO WS-LIG-PTR
               END-IF
           END-IF
           .

      * Meme masquage que READDATA MASK : premiere lettre en clair, le *
      * reste de la zone en asterisques                                *

       61200-MASQUER-ZONE.
           PERFORM VARYING WS-MASK-IDX FROM 2 BY 1
                   UNTIL WS-MASK-IDX > WS-CHP-LARGEUR
               IF WS-CHP-TEXTE(WS-MASK-IDX:1) NOT = SPACE
                   MOVE '*' TO WS-CHP-TEXTE(WS-MASK-IDX:1)
               END-IF
           END-PERFORM
           .

       61300-LONGUEUR-UTILE.
           MOVE WS-CHP-LARGEUR TO WS-LONG-UTILE
           PERFORM UNTIL WS-LONG-UTILE = 0
                   OR WS-CHP-TEXTE(WS-LONG-UTILE:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LONG-UTILE
           END-PERFORM
           .

      * Cle de tri : 20 caracteres par zone, montants et dates en      *
      * chiffres cadres ; ordre inverse pour un tri descendant         *

       62000-CONSTRUIRE-CLE.
           MOVE SPACES TO WS-CLE-TRI
           PERFORM 62100-AJOUTER-CLE
               VARYING WS-TRI-IDX FROM 1 BY 1
               UNTIL WS-TRI-IDX > WS-NB-TRIS
           .

       62100-AJOUTER-CLE.
           MOVE WS-TRI-DIC(WS-TRI-IDX) TO WS-DIC-POS
           PERFORM 55000-EXTRAIRE-ZONE
           MOVE SPACES TO WS-CLE-ZONE
           IF DIC-ALPHANUM(WS-DIC-POS)
               MOVE WS-CHP-TEXTE(1:20) TO WS-CLE-ZONE
           ELSE
               MOVE WS-CHP-NUM TO WS-CLE-NUM
               MOVE WS-CLE-NUM-X TO WS-CLE-ZONE
           END-IF
           IF WS-TRI-SENS(WS-TRI-IDX) = 'D'
               INSPECT WS-CLE-ZONE
                   CONVERTING WS-ALPHA-ASC TO WS-ALPHA-DESC
           END-IF
           MOVE WS-CLE-ZONE
               TO WS-CLE-TRI((WS-TRI-IDX - 1) * 20 + 1:20)
           .
