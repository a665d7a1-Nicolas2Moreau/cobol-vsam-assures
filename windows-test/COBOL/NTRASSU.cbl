       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTRASSU.

      * RETOURS DU PRESTATAIRE D'ENVOI EMAIL / SMS - Les avis deposes *
      * par PGMNOTIF (WORK/NOTIFS.dat) reviennent du prestataire avec *
      * leur statut de remise dans WORK/NOTIFRET.dat (meme layout,    *
      * cf WNOTIF.cpy, zone retour renseignee). Ce programme :        *
      *   - HB (email en echec definitif) : marque CT-ETAT-EMAIL 'R'  *
      *   - NI (numero mobile invalide)   : marque CT-ETAT-MOBILE 'R' *
      *     dans CONTACTS (date du rejet dans CT-DATE-REJET) : le     *
      *     canal n'est plus propose par PGMNOTIF, l'assure repasse   *
      *     au courrier papier. Le rejet n'est pose que si l'adresse  *
      *     en fiche est toujours celle de l'avis - une adresse       *
      *     corrigee depuis l'envoi est laissee intacte (listee).     *
      *   - DL, SB, NR : comptes seulement (SB et NR sont des echecs  *
      *     temporaires, l'avis suivant retentera le meme canal)      *
      * Les rejets sont listes dans WORK/NTRASSU.lst, puis le fichier *
      * des retours est vide pour ne pas etre rejoue.                 *
      * CTCASSU / CTAASSU levent le rejet a la saisie d'une nouvelle  *
      * adresse.                                                      *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-NOTIFRET ASSIGN TO "WORK/NOTIFRET.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIFRET.

           SELECT F-RAPPORT ASSIGN TO "WORK/NTRASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAPPORT.

       DATA DIVISION.
       FILE SECTION.

       FD  F-NOTIFRET.
       01  FS-NOTIFRET-REC         PIC X(170).

       FD  F-RAPPORT.
       01  FS-RAPPORT-REC          PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-NOTIFRET               PIC XX.
       01  FS-RAPPORT                PIC XX.

           COPY WNOTIF.

       01  W-CONTACT.
           COPY CCONTACT.

      * Zone de communication accesseur (160 octets)
       01  WS-COM-VSAM.
           05 WS-NOM-FICHIER        PIC X(8).
           05 WS-CODE-FONCTION      PIC 99.
           05 WS-CODE-RETOUR        PIC 99.
           05 WS-ENREG              PIC X(120).
           05 WS-FILLER             PIC X(28).

       01  WS-NOM-PGMVSAM           PIC X(8) VALUE 'PGMVSAM'.

      * Codes fonction (conformes PDF page 17)
       01  WS-CODES-FONCTION.
           05 WS-FUNC-OPEN          PIC 99 VALUE 01.
           05 WS-FUNC-CLOSE         PIC 99 VALUE 02.
           05 WS-FUNC-READ          PIC 99 VALUE 03.
           05 WS-FUNC-REWRITE       PIC 99 VALUE 04.

      * Codes retour (conformes PDF page 17)
       01  WS-CODES-RETOUR.
           05 WS-RET-OK             PIC 99 VALUE 00.
           05 WS-RET-NOTFOUND       PIC 99 VALUE 01.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-FIN-RETOURS            PIC X VALUE 'N'.
           88 FIN-RETOURS                VALUE 'O'.

      * Compteurs
       01  WS-CPT-LUS                PIC 9(5) VALUE 0.
       01  WS-CPT-REMIS              PIC 9(5) VALUE 0.
       01  WS-CPT-TEMPORAIRES        PIC 9(5) VALUE 0.
       01  WS-CPT-EMAIL-REJETES      PIC 9(5) VALUE 0.
       01  WS-CPT-MOBILE-REJETES     PIC 9(5) VALUE 0.
       01  WS-CPT-IGNORES            PIC 9(5) VALUE 0.
       01  WS-CPT-ANOMALIES          PIC 9(5) VALUE 0.

      * Ligne de compte rendu
       01  WS-LIG-CR.
           05 WS-CR-MAT             PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CR-CANAL           PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CR-STATUT          PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CR-ADRESSE         PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CR-DISPOSITION     PIC X(37).

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'RETOURS DES NOTIFICATIONS EMAIL / SMS'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER UNTIL FIN-RETOURS
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'RETOURS LUS          : ' WS-CPT-LUS
           DISPLAY 'AVIS REMIS           : ' WS-CPT-REMIS
           DISPLAY 'ECHECS TEMPORAIRES   : ' WS-CPT-TEMPORAIRES
           DISPLAY 'EMAILS REJETES       : ' WS-CPT-EMAIL-REJETES
           DISPLAY 'MOBILES REJETES      : ' WS-CPT-MOBILE-REJETES
           DISPLAY 'ADRESSES CHANGEES    : ' WS-CPT-IGNORES
           DISPLAY 'ANOMALIES            : ' WS-CPT-ANOMALIES
           DISPLAY '========================================'
           IF WS-CPT-ANOMALIES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-NOTIFRET
           IF FS-NOTIFRET NOT = '00'
               DISPLAY 'AUCUN RETOUR (WORK/NOTIFRET.dat ABSENT)'
               SET FIN-RETOURS TO TRUE
           END-IF

           OPEN OUTPUT F-RAPPORT
           IF FS-RAPPORT NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RAPPORT'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'RETOURS DES NOTIFICATIONS EMAIL / SMS - REJETS'
               TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-OPEN TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               DISPLAY 'ERREUR OUVERTURE CONTACTS : ' WS-CODE-RETOUR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Lecture d'un retour prestataire                                *

       20000-TRAITER.
           READ F-NOTIFRET
               AT END
                   SET FIN-RETOURS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CPT-LUS
                   MOVE FS-NOTIFRET-REC TO W-NOTIF
                   PERFORM 21000-APPLIQUER-RETOUR
                       THRU FIN-21000-APPLIQUER-RETOUR
           END-READ
           .

       21000-APPLIQUER-RETOUR.
           EVALUATE TRUE
               WHEN NTF-STATUT = 'DL'
                   ADD 1 TO WS-CPT-REMIS
                   GO TO FIN-21000-APPLIQUER-RETOUR
               WHEN NTF-STATUT = 'SB' OR NTF-STATUT = 'NR'
                   ADD 1 TO WS-CPT-TEMPORAIRES
                   GO TO FIN-21000-APPLIQUER-RETOUR
               WHEN NTF-STATUT = 'HB' AND NTF-CANAL = 'E'
                   CONTINUE
               WHEN NTF-STATUT = 'NI' AND NTF-CANAL = 'S'
                   CONTINUE
               WHEN OTHER
                   MOVE 'ANOMALIE - STATUT OU CANAL INCONNU'
                       TO WS-CR-DISPOSITION
                   ADD 1 TO WS-CPT-ANOMALIES
                   PERFORM 22000-ECRIRE-LIGNE
                   GO TO FIN-21000-APPLIQUER-RETOUR
           END-EVALUATE

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-READ TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE NTF-MAT TO WS-ENREG(1:6)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'ANOMALIE - MATRICULE HORS CONTACTS'
                   TO WS-CR-DISPOSITION
               ADD 1 TO WS-CPT-ANOMALIES
               PERFORM 22000-ECRIRE-LIGNE
               GO TO FIN-21000-APPLIQUER-RETOUR
           END-IF
           MOVE WS-ENREG(1:80) TO W-CONTACT

      * Adresse modifiee depuis l'envoi : la nouvelle n'est pas visee
           IF (NTF-CANAL = 'E' AND CT-EMAIL NOT = NTF-ADRESSE)
              OR (NTF-CANAL = 'S' AND CT-MOBILE NOT = NTF-ADRESSE)
               MOVE 'IGNORE - ADRESSE CHANGEE DEPUIS AVIS'
                   TO WS-CR-DISPOSITION
               ADD 1 TO WS-CPT-IGNORES
               PERFORM 22000-ECRIRE-LIGNE
               GO TO FIN-21000-APPLIQUER-RETOUR
           END-IF

           IF NTF-CANAL = 'E'
               SET CT-EMAIL-REJETE TO TRUE
           ELSE
               SET CT-MOBILE-REJETE TO TRUE
           END-IF
           MOVE WS-DATE-JOUR TO CT-DATE-REJET
           MOVE WS-DATE-JOUR TO CT-DATE-MAJ

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-REWRITE TO WS-CODE-FONCTION
           MOVE SPACES TO WS-ENREG
           MOVE W-CONTACT TO WS-ENREG(1:80)
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           IF WS-CODE-RETOUR NOT = WS-RET-OK
               MOVE 'ANOMALIE - ERREUR ECRITURE CONTACTS'
                   TO WS-CR-DISPOSITION
               ADD 1 TO WS-CPT-ANOMALIES
               PERFORM 22000-ECRIRE-LIGNE
               GO TO FIN-21000-APPLIQUER-RETOUR
           END-IF

           IF NTF-CANAL = 'E'
               MOVE 'EMAIL REJETE - RETOUR AU PAPIER'
                   TO WS-CR-DISPOSITION
               ADD 1 TO WS-CPT-EMAIL-REJETES
           ELSE
               MOVE 'MOBILE REJETE - RETOUR AU PAPIER'
                   TO WS-CR-DISPOSITION
               ADD 1 TO WS-CPT-MOBILE-REJETES
           END-IF
           PERFORM 22000-ECRIRE-LIGNE
           .
       FIN-21000-APPLIQUER-RETOUR.
           EXIT.

       22000-ECRIRE-LIGNE.
           MOVE NTF-MAT     TO WS-CR-MAT
           MOVE NTF-CANAL   TO WS-CR-CANAL
           MOVE NTF-STATUT  TO WS-CR-STATUT
           MOVE NTF-ADRESSE TO WS-CR-ADRESSE
           MOVE WS-LIG-CR TO FS-RAPPORT-REC
           WRITE FS-RAPPORT-REC
           .

      * Fin de traitement : le fichier des retours est vide            *

       30000-FIN.
           IF FS-NOTIFRET NOT = '35'
               CLOSE F-NOTIFRET
               OPEN OUTPUT F-NOTIFRET
               CLOSE F-NOTIFRET
           END-IF
           CLOSE F-RAPPORT

           MOVE 'CONTACTS' TO WS-NOM-FICHIER
           MOVE WS-FUNC-CLOSE TO WS-CODE-FONCTION
           CALL WS-NOM-PGMVSAM USING WS-COM-VSAM
           .
