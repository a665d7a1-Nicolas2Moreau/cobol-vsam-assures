       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTASSU.

      * ATTESTATIONS D'ASSURANCE - Edite l'attestation d'assurance    *
      * automobile demandee par un client (portail web via PORASSU,   *
      * ou tout autre programme deposant une demande au meme format)  *
      * : lit WORK/ATTDEM.dat et produit, pour chaque vehicule vise   *
      * dont le contrat court encore, une attestation                 *
      * (WORK/ATTASSU.lst) portant le vehicule, la police et la       *
      * periode de validite. Vehicule 00 ou blanc = tous les          *
      * vehicules du matricule ; un vehicule echu est ecarte et       *
      * compte. Comme l'accuse de reception sinistre (LETASSU), le    *
      * canal est choisi par PGMNOTIF (avis ATTESTAT) et chaque       *
      * attestation est inscrite au registre des courriers (PGMCORR,  *
      * type ATT) pour reedition en duplicata et mise sous pli par    *
      * IMPASSU ; les retenues NPAI et deces du registre sont         *
      * comptees. Le fichier ATTDEM est vide en fin de traitement.    *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT F-ATTDEM ASSIGN TO "WORK/ATTDEM.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ATTDEM.

           SELECT F-ASSURES ASSIGN TO "WORK/ASSURES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-ASSURES-KEY
               FILE STATUS IS FS-ASSURES.

           SELECT F-COURRIER ASSIGN TO "WORK/ATTASSU.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COURRIER.

       DATA DIVISION.
       FILE SECTION.

      * Demande d'attestation : vehicule 00 ou blanc = tous les
      * vehicules du matricule ; origine (programme deposant) et
      * reference de la demande reprises sur l'attestation
       FD  F-ATTDEM.
       01  FS-ADM-REC.
           05 FS-ADM-MAT            PIC X(6).
           05 FS-ADM-SEQ-VEHICULE   PIC X(2).
           05 FS-ADM-ORIGINE        PIC X(8).
           05 FS-ADM-REFERENCE      PIC X(12).
           05 FS-ADM-DATE           PIC 9(8).
           05 FILLER                PIC X(14).

       FD  F-ASSURES.
       01  FS-ASSURES-REC.
           05 FS-ASSURES-KEY.
               10 FS-ASSURES-MAT   PIC 9(6).
               10 FS-ASSURES-SEQ   PIC 9(2).
           05 FS-ASSURES-DATA      PIC X(112).

       FD  F-COURRIER.
       01  FS-COURRIER-REC         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FS-ATTDEM                 PIC XX.
       01  FS-ASSURES                PIC XX.
       01  FS-COURRIER               PIC XX.

       01  WS-ASSURE-CASSURES.
           COPY CASSURES.

       01  WS-DATE-JOUR              PIC 9(8).
       01  WS-ATTDEM-OUVERT          PIC X VALUE 'N'.
           88 ATTDEM-OUVERT              VALUE 'O'.
       01  WS-FIN-MATRICULE          PIC X VALUE 'N'.
           88 FIN-MATRICULE              VALUE 'O'.
       01  WS-NB-VEHICULES-DEMANDE   PIC 9(2).
       01  WS-DATE-EXPIR             PIC 9(8).
       01  WS-DATE-EXPIR-R REDEFINES WS-DATE-EXPIR.
           05 WS-DEX-AAAA            PIC 9(4).
           05 WS-DEX-MM              PIC 99.
           05 WS-DEX-JJ              PIC 99.
       01  WS-DATE-EFFET             PIC 9(8).
       01  WS-DATE-EFFET-R REDEFINES WS-DATE-EFFET.
           05 WS-DEF-AAAA            PIC 9(4).
           05 WS-DEF-MM              PIC 99.
           05 WS-DEF-JJ              PIC 99.

      * Canal d'envoi (sous-programme partage PGMNOTIF, consentements
      * du fichier CONTACTS)
       01  WS-NOM-PGMNOTIF           PIC X(8) VALUE 'PGMNOTIF'.
       01  WS-COM-NOTIF.
           05 WS-NTF-FONCTION        PIC X(1).
           05 WS-NTF-MAT             PIC X(6).
           05 WS-NTF-MODELE          PIC X(8).
           05 WS-NTF-PROGRAMME       PIC X(8).
           05 WS-NTF-VARIABLES.
               10 WS-NTF-VAR         PIC X(20) OCCURS 4 TIMES.
           05 WS-NTF-CANAL           PIC X(1).
           05 WS-NTF-ADRESSE         PIC X(30).
           05 WS-NTF-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).

      * Compteurs
       01  WS-NB-DEMANDES            PIC 9(5) VALUE 0.
       01  WS-NB-ATTESTATIONS        PIC 9(5) VALUE 0.
       01  WS-NB-ECHUS               PIC 9(5) VALUE 0.
       01  WS-NB-INCONNUS            PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-EMAIL         PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-SMS           PIC 9(5) VALUE 0.
       01  WS-NB-CANAL-COURRIER      PIC 9(5) VALUE 0.
       01  WS-NB-NON-ARCHIVEES       PIC 9(5) VALUE 0.
       01  WS-NB-RETENUES-NPAI       PIC 9(5) VALUE 0.
       01  WS-NB-RETENUES-DECES      PIC 9(5) VALUE 0.

      * Registre des courriers (sous-programme partage PGMCORR)
       01  WS-NOM-PGMCORR            PIC X(8) VALUE 'PGMCORR'.
       01  WS-COM-CORR.
           05 WS-COR-FONCTION        PIC X(1).
           05 WS-COR-MAT             PIC X(6).
           05 WS-COR-NUM             PIC 9(5).
           05 WS-COR-TYPE-DOC        PIC X(3).
           05 WS-COR-PROGRAMME       PIC X(8).
           05 WS-COR-CANAL           PIC X(1).
           05 WS-COR-REFERENCE       PIC X(12).
           05 WS-COR-ADRESSE.
               10 WS-COR-NOM-PRE     PIC X(20).
               10 WS-COR-RUE         PIC X(18).
               10 WS-COR-CP          PIC 9(5).
               10 WS-COR-VILLE       PIC X(12).
           05 WS-COR-EMAIL           PIC X(30).
           05 WS-COR-LIGNE           PIC X(80).
           05 WS-COR-RETOUR          PIC 99.
           05 FILLER                 PIC X(10).
       01  WS-COR-ARCHIVEE           PIC X VALUE 'N'.
           88 COR-ARCHIVEE               VALUE 'O'.

      * Corps de l'attestation
       01  WS-LIG-SEPARATION         PIC X(80) VALUE ALL '-'.
       01  WS-LIG-ADR-NOM.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-NOM            PIC X(20).
       01  WS-LIG-ADR-RUE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-RUE            PIC X(18).
       01  WS-LIG-ADR-VILLE.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 WS-ADR-CP             PIC 9(5).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-ADR-VILLE          PIC X(12).
       01  WS-LIG-OBJET.
           05 FILLER                PIC X(34) VALUE
               'OBJET : ATTESTATION D''ASSURANCE '.
           05 FILLER                PIC X(10) VALUE 'AUTOMOBILE'.
       01  WS-LIG-REFERENCE.
           05 FILLER                PIC X(23) VALUE
               'REFERENCE A RAPPELER : '.
           05 WS-REF-MAT            PIC 9(6).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-REF-VEHIC          PIC 9(2).
       01  WS-LIG-CORPS1            PIC X(80) VALUE
           'NOUS ATTESTONS QUE LE VEHICULE DESIGNE CI-DESSOUS EST'.
       01  WS-LIG-CORPS2            PIC X(80) VALUE
           'ASSURE AUPRES DE NOTRE COMPAGNIE AU TITRE DE LA POLICE'.
       01  WS-LIG-DETAIL.
           05 FILLER                PIC X(10) VALUE 'VEHICULE  '.
           05 WS-DET-VEHIC          PIC 9(2).
           05 FILLER                PIC X(9) VALUE '  TYPE : '.
           05 WS-DET-TYPE           PIC X(1).
           05 FILLER                PIC X(11) VALUE '  POLICE : '.
           05 WS-DET-POLICE-MAT     PIC 9(6).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-DET-POLICE-VEHIC   PIC 9(2).
       01  WS-LIG-VALIDITE.
           05 FILLER                PIC X(25) VALUE
               'PERIODE DE VALIDITE : DU '.
           05 WS-VAL-DEBUT-JJ       PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-VAL-DEBUT-MM       PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-VAL-DEBUT-AAAA     PIC 9(4).
           05 FILLER                PIC X(4) VALUE ' AU '.
           05 WS-VAL-FIN-JJ         PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-VAL-FIN-MM         PIC 99.
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-VAL-FIN-AAAA       PIC 9(4).
       01  WS-LIG-DEMANDE.
           05 FILLER                PIC X(10) VALUE 'DEMANDE : '.
           05 WS-DEM-ORIGINE        PIC X(8).
           05 FILLER                PIC X(1) VALUE '/'.
           05 WS-DEM-REFERENCE      PIC X(12).
       01  WS-LIG-EDITION.
           05 FILLER                PIC X(12) VALUE 'EDITE LE :  '.
           05 WS-EDI-DATE           PIC 9(8).
       01  WS-LIG-CANAL.
           05 FILLER                PIC X(16) VALUE 'CANAL D ENVOI : '.
           05 WS-CAN-LIBELLE        PIC X(9).
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-CAN-EMAIL          PIC X(30).

       PROCEDURE DIVISION.

      * Programme principal                                           *

       00000-DEBUT.
           DISPLAY '========================================'
           DISPLAY 'ATTESTATIONS D''ASSURANCE'
           DISPLAY '========================================'
           PERFORM 10000-INIT
           PERFORM 20000-TRAITER UNTIL FS-ATTDEM = '10'
           PERFORM 30000-FIN
           DISPLAY '========================================'
           DISPLAY 'DEMANDES LUES        : ' WS-NB-DEMANDES
           DISPLAY 'ATTESTATIONS EDITEES : ' WS-NB-ATTESTATIONS
           DISPLAY 'VEHICULES ECHUS      : ' WS-NB-ECHUS
           DISPLAY 'VEHICULES INCONNUS   : ' WS-NB-INCONNUS
           DISPLAY 'CANAL EMAIL          : ' WS-NB-CANAL-EMAIL
           DISPLAY 'CANAL SMS            : ' WS-NB-CANAL-SMS
           DISPLAY 'CANAL COURRIER       : ' WS-NB-CANAL-COURRIER
           DISPLAY 'NON ARCHIVEES        : ' WS-NB-NON-ARCHIVEES
           DISPLAY 'RETENUES NPAI        : ' WS-NB-RETENUES-NPAI
           DISPLAY 'RETENUES DECES       : ' WS-NB-RETENUES-DECES
           DISPLAY '========================================'
           GOBACK.

      * Initialisation                                                *

       10000-INIT.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

           OPEN INPUT F-ATTDEM
           IF FS-ATTDEM NOT = '00'
               DISPLAY 'AUCUNE DEMANDE D''ATTESTATION (ATTDEM ABSENT)'
               MOVE '10' TO FS-ATTDEM
           ELSE
               SET ATTDEM-OUVERT TO TRUE
           END-IF

           OPEN INPUT F-ASSURES
           IF FS-ASSURES NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ASSURES3 : ' FS-ASSURES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT F-COURRIER
           IF FS-COURRIER NOT = '00'
               DISPLAY 'ERREUR OUVERTURE COURRIER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           .

      * Traitement d'une demande d'attestation                         *

       20000-TRAITER.
           READ F-ATTDEM
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-NB-DEMANDES
                   PERFORM 21000-TRAITER-DEMANDE
                       THRU FIN-21000-TRAITER-DEMANDE
           END-READ
           .

       21000-TRAITER-DEMANDE.
           IF FS-ADM-MAT NOT NUMERIC
               DISPLAY 'DEMANDE INVALIDE - MATRICULE ' FS-ADM-MAT
               ADD 1 TO WS-NB-INCONNUS
               GO TO FIN-21000-TRAITER-DEMANDE
           END-IF
           MOVE 0 TO WS-NB-VEHICULES-DEMANDE
           MOVE 'N' TO WS-FIN-MATRICULE
           IF FS-ADM-SEQ-VEHICULE = SPACES
                   OR FS-ADM-SEQ-VEHICULE = '00'
               MOVE FS-ADM-MAT TO FS-ASSURES-MAT
               MOVE 0 TO FS-ASSURES-SEQ
               START F-ASSURES KEY IS NOT LESS THAN FS-ASSURES-KEY
                   INVALID KEY
                       SET FIN-MATRICULE TO TRUE
               END-START
               PERFORM 21100-VEHICULE-SUIVANT UNTIL FIN-MATRICULE
           ELSE
               MOVE FS-ADM-MAT TO FS-ASSURES-MAT
               MOVE FS-ADM-SEQ-VEHICULE TO FS-ASSURES-SEQ
               READ F-ASSURES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                       PERFORM 21200-ATTESTER-VEHICULE
               END-READ
           END-IF
           IF WS-NB-VEHICULES-DEMANDE = 0
               DISPLAY 'VEHICULE INCONNU : ' FS-ADM-MAT '/'
                       FS-ADM-SEQ-VEHICULE
               ADD 1 TO WS-NB-INCONNUS
           END-IF
           .
       FIN-21000-TRAITER-DEMANDE.
           EXIT.

       21100-VEHICULE-SUIVANT.
           READ F-ASSURES NEXT RECORD
               AT END
                   SET FIN-MATRICULE TO TRUE
           END-READ
           IF NOT FIN-MATRICULE
               IF FS-ASSURES-MAT NOT = FS-ADM-MAT
                   SET FIN-MATRICULE TO TRUE
               ELSE
                   MOVE FS-ASSURES-REC TO WS-ASSURE-CASSURES
                   PERFORM 21200-ATTESTER-VEHICULE
               END-IF
           END-IF
           .

      * Vehicule vise : echu = ecarte, sinon attestation editee        *

       21200-ATTESTER-VEHICULE.
           ADD 1 TO WS-NB-VEHICULES-DEMANDE
           MOVE DATE-EXPIR-A4 IN WS-ASSURE-CASSURES TO WS-DATE-EXPIR
           IF WS-DATE-EXPIR < WS-DATE-JOUR
               DISPLAY 'CONTRAT ECHU - PAS D''ATTESTATION : '
                       MAT-X4 IN WS-ASSURE-CASSURES '/'
                       SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
               ADD 1 TO WS-NB-ECHUS
           ELSE
               PERFORM 22000-EDITER-ATTESTATION
           END-IF
           .

      * Edition d'une attestation                                      *

       22000-EDITER-ATTESTATION.
           MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-REF-MAT
           MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES TO WS-REF-VEHIC
           MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES TO WS-DET-VEHIC
           MOVE TYPE-V-A4 IN WS-ASSURE-CASSURES TO WS-DET-TYPE
           MOVE MAT-A4 IN WS-ASSURE-CASSURES TO WS-DET-POLICE-MAT
           MOVE SEQ-VEHICULE-A4 IN WS-ASSURE-CASSURES
               TO WS-DET-POLICE-VEHIC
           MOVE DATE-EFFET-A4 IN WS-ASSURE-CASSURES TO WS-DATE-EFFET
           MOVE WS-DEF-JJ   TO WS-VAL-DEBUT-JJ
           MOVE WS-DEF-MM   TO WS-VAL-DEBUT-MM
           MOVE WS-DEF-AAAA TO WS-VAL-DEBUT-AAAA
           MOVE WS-DEX-JJ   TO WS-VAL-FIN-JJ
           MOVE WS-DEX-MM   TO WS-VAL-FIN-MM
           MOVE WS-DEX-AAAA TO WS-VAL-FIN-AAAA
           MOVE FS-ADM-ORIGINE TO WS-DEM-ORIGINE
           MOVE FS-ADM-REFERENCE TO WS-DEM-REFERENCE

      * Canal choisi avant edition : il est note au registre
           PERFORM 23000-CHOISIR-CANAL
           PERFORM 24000-OUVRIR-ARCHIVE

           MOVE WS-LIG-SEPARATION TO FS-COURRIER-REC
           WRITE FS-COURRIER-REC

           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-NOM
           MOVE WS-LIG-ADR-NOM TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-RUE
           MOVE WS-LIG-ADR-RUE TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-ADR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-ADR-VILLE
           MOVE WS-LIG-ADR-VILLE TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-OBJET TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-REFERENCE TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS1 TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-CORPS2 TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-DETAIL TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-VALIDITE TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE

           MOVE SPACES TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-LIG-DEMANDE TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE
           MOVE WS-DATE-JOUR TO WS-EDI-DATE
           MOVE WS-LIG-EDITION TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE

           MOVE WS-LIG-CANAL TO FS-COURRIER-REC
           PERFORM 24100-ECRIRE-LIGNE

           PERFORM 24200-FERMER-ARCHIVE
           ADD 1 TO WS-NB-ATTESTATIONS
           .

      * Choix du canal d'envoi par PGMNOTIF : email, a defaut SMS      *
      * (consentement et adresse valide dans CONTACTS), l'avis         *
      * ATTESTAT etant alors depose pour le prestataire ; sinon        *
      * courrier postal. Variables de l'avis : reference, type de      *
      * vehicule, debut et fin de validite                             *

       23000-CHOISIR-CANAL.
           MOVE SPACES TO WS-COM-NOTIF
           MOVE 'N' TO WS-NTF-FONCTION
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-NTF-MAT
           MOVE 'ATTESTAT' TO WS-NTF-MODELE
           MOVE 'ATTASSU' TO WS-NTF-PROGRAMME
           MOVE WS-LIG-REFERENCE(24:9) TO WS-NTF-VAR(1)
           MOVE WS-DET-TYPE TO WS-NTF-VAR(2)
           MOVE WS-LIG-VALIDITE(26:10) TO WS-NTF-VAR(3)
           MOVE WS-LIG-VALIDITE(40:10) TO WS-NTF-VAR(4)
           CALL WS-NOM-PGMNOTIF USING WS-COM-NOTIF
           MOVE WS-NTF-ADRESSE TO WS-CAN-EMAIL
           EVALUATE WS-NTF-CANAL
               WHEN 'E'
                   MOVE 'EMAIL    ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-EMAIL
               WHEN 'S'
                   MOVE 'SMS      ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-SMS
               WHEN OTHER
                   MOVE 'C' TO WS-NTF-CANAL
                   MOVE 'COURRIER ' TO WS-CAN-LIBELLE
                   ADD 1 TO WS-NB-CANAL-COURRIER
           END-EVALUATE
           .

      * Inscription de l'attestation au registre des courriers : type  *
      * ATT, reference matricule/vehicule, adresse et canal utilises - *
      * registre indisponible = attestation editee mais non archivee   *

       24000-OUVRIR-ARCHIVE.
           MOVE SPACES TO WS-COM-CORR
           MOVE 'O' TO WS-COR-FONCTION
           MOVE MAT-X4 IN WS-ASSURE-CASSURES TO WS-COR-MAT
           MOVE 'ATT' TO WS-COR-TYPE-DOC
           MOVE 'ATTASSU' TO WS-COR-PROGRAMME
           MOVE WS-NTF-CANAL TO WS-COR-CANAL
           MOVE WS-LIG-REFERENCE(24:9) TO WS-COR-REFERENCE
           MOVE NOM-PRE-A4 IN WS-ASSURE-CASSURES TO WS-COR-NOM-PRE
           MOVE RUE-A4 IN WS-ASSURE-CASSURES TO WS-COR-RUE
           MOVE CP-A4 IN WS-ASSURE-CASSURES TO WS-COR-CP
           MOVE VILLE-A4 IN WS-ASSURE-CASSURES TO WS-COR-VILLE
           MOVE WS-CAN-EMAIL TO WS-COR-EMAIL
           CALL WS-NOM-PGMCORR USING WS-COM-CORR
           IF WS-COR-RETOUR = 00
               SET COR-ARCHIVEE TO TRUE
               IF WS-COR-CANAL = 'N'
                   ADD 1 TO WS-NB-RETENUES-NPAI
               END-IF
               IF WS-COR-CANAL = 'D'
                   ADD 1 TO WS-NB-RETENUES-DECES
               END-IF
           ELSE
               MOVE 'N' TO WS-COR-ARCHIVEE
               ADD 1 TO WS-NB-NON-ARCHIVEES
           END-IF
           .

      * Ligne de l'attestation : edition et conservation du texte      *

       24100-ECRIRE-LIGNE.
           WRITE FS-COURRIER-REC
           IF COR-ARCHIVEE
               MOVE 'L' TO WS-COR-FONCTION
               MOVE FS-COURRIER-REC TO WS-COR-LIGNE
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

       24200-FERMER-ARCHIVE.
           IF COR-ARCHIVEE
               MOVE 'F' TO WS-COR-FONCTION
               CALL WS-NOM-PGMCORR USING WS-COM-CORR
           END-IF
           .

      * Fin de traitement - demandes traitees, ATTDEM vide             *

       30000-FIN.
           IF ATTDEM-OUVERT
               CLOSE F-ATTDEM
               OPEN OUTPUT F-ATTDEM
               CLOSE F-ATTDEM
           END-IF
           CLOSE F-ASSURES
           CLOSE F-COURRIER
           .
