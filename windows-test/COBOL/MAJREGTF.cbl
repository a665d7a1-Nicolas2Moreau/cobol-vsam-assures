      *     future peut etre chargee a l'avance, les programmes ne la *
      *     prendront en compte qu'a sa prise d'effet)                *
      *   FICHIER=FRANCH,PREFIXE=nn,MONTANT=nnnnnn                    *
      *   FICHIER=NATURES,CODE=xxx,LIBELLE=...,GAR=xxx,MALUS=x        *
      *     (GAR = code garantie couvrant la nature, cf CGARANT.cpy - *
      *     optionnel en modification, GAR=NON le remet a blanc ;     *
      *     MALUS=N pour une nature non malussante, MALUS=O sinon -   *
      *     'O' par defaut en creation, optionnel en modification)    *
      *   FICHIER=TYPVEH,TYPE=x,LIBELLE=...,CAT=...                   *
      *   FICHIER=REPARAT,ID=xxxx,NOM=...,CP=nnnnn,SPEC=...           *
      *     (reseau de reparateurs agrees - NOM limite a 16           *
      *     caracteres par la taille du jeton PARM)                   *
      *   FICHIER=EXPERTS,ID=xxxx,NOM=...,CP=nnnnn,TEL=...,DELAI=nnn  *
      *     (cabinets d'expertise - DELAI = jours accordes pour le    *
      *     rapport, 15 par defaut en creation ; NOM limite a 16      *
      *     caracteres comme pour REPARAT)                            *
      *   FICHIER=AGENCES,CODE=xxx,TYPE=A|D,NOM=...,ADR=...,CP=nnnnn, *
      *     VILLE=...,RESP=...,DIR=xxx,STATUT=O|F                     *
      *     (referentiel des agences et directions, cf CAGENCE.cpy -  *
      *     TYPE 'A' et STATUT 'O' par defaut en creation ; DIR =     *
      *     direction parente d'une agence, qui doit exister comme    *
      *     entree 'D' ; NOM/ADR limites a 16 caracteres, RESP a 15,  *
      *     par la taille du jeton PARM ; une fiche complete se saisit*
      *     au besoin en deux passages, seules les zones fournies     *
      *     etant modifiees. STATUT=F ferme l'agence et signale les   *
      *     polices qui y sont encore rattachees)                     *
      *   FICHIER=AGCPOL,MAT=nnnnnn,AGENCE=xxx                        *
      *     (rattachement d'une police a son agence gestionnaire, cf  *
      *     CAGCPOL.cpy - l'agence doit etre une agence ouverte ;     *
      *     AGENCE=NON supprime le rattachement, la police revenant a *
      *     l'agence de sa region)                                    *
      *     TYPE=x optionnel (par defaut, SPACE = valeur par defaut   *
      *     du prefixe, tous types confondus ; sinon valeur           *
      *     specifique a ce type de vehicule pour ce prefixe)         *
      * MODIFICATIONS :                                                *
      *   2026-09-02  maintenance de la table des franchises          *
      *               (WORK/FRANCH.dat)                               *
      *   2026-10-15  code garantie des natures de sinistre (GAR=)    *
      *   2026-10-15  code malus des natures de sinistre (MALUS=)     *
      *   2026-10-15  maintenance de la table des cabinets            *
      *               d'expertise (WORK/EXPERTS.dat)                  *
      *   2026-10-15  maintenance du referentiel des agences          *
      *               (WORK/AGENCES.dat) et du rattachement des       *
      *               polices a leur agence (WORK/AGCPOL.dat) - PARM  *
      *               porte a 100 caracteres / 8 jetons               *

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS FS-TVR-CODE
               FILE STATUS IS FS-KSDS-TVR.

           SELECT F-KSDS-EXP ASSIGN TO "WORK/EXPERTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-EXP-ID
               FILE STATUS IS FS-KSDS-EXP.

           SELECT F-KSDS-AGN ASSIGN TO "WORK/AGENCES.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-AGN-CODE
               FILE STATUS IS FS-KSDS-AGN.

           SELECT F-KSDS-APL ASSIGN TO "WORK/AGCPOL.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-APL-MAT
               FILE STATUS IS FS-KSDS-APL.

       DATA DIVISION.
       FILE SECTION.

       01  FS-NAT-REC.
           05 FS-NAT-CODE          PIC X(3).
           05 FS-NAT-LIBELLE       PIC X(20).
           05 FS-NAT-GARANTIE      PIC X(3).
           05 FS-NAT-MALUS         PIC X(1).

       FD  F-KSDS-REP.
       01  FS-REP-REC.
           05 FS-TVR-LIBELLE       PIC X(20).
           05 FS-TVR-CATEGORIE     PIC X(10).

       FD  F-KSDS-EXP.
       01  FS-EXP-REC.
           05 FS-EXP-ID            PIC X(4).
           05 FS-EXP-NOM           PIC X(20).
           05 FS-EXP-CP            PIC 9(5).
           05 FS-EXP-TELEPHONE     PIC X(10).
           05 FS-EXP-DELAI         PIC 9(3).

       FD  F-KSDS-AGN.
       01  FS-AGN-REC.
           05 FS-AGN-CODE          PIC X(3).
           05 FS-AGN-DATA          PIC X(97).

       FD  F-KSDS-APL.
       01  FS-APL-REC.
           05 FS-APL-MAT           PIC X(6).
           05 FS-APL-DATA          PIC X(34).

       WORKING-STORAGE SECTION.

       01  FS-KSDS-REG               PIC XX.
       01  FS-KSDS-NAT               PIC XX.
       01  FS-KSDS-TVR               PIC XX.
       01  FS-KSDS-REP               PIC XX.
       01  FS-KSDS-EXP               PIC XX.
       01  FS-KSDS-AGN               PIC XX.
       01  FS-KSDS-APL               PIC XX.

           COPY WAGENCE.
           COPY WAGCPOL.

      * Controles du referentiel des agences
       01  WS-AGN-EXISTE             PIC X VALUE 'N'.
           88 AGN-EXISTE                 VALUE 'O'.
       01  WS-AGN-STATUT-AVANT       PIC X VALUE SPACE.
       01  WS-NB-POLICES-AGENCE      PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR              PIC 9(8).

      * Zones extraites du PARM
       01  WS-PARM-FICHIER           PIC X(8) VALUE SPACES.
       01  WS-PARM-NOM               PIC X(16) VALUE SPACES.
       01  WS-PARM-CP                PIC X(5) VALUE SPACES.
       01  WS-PARM-SPEC              PIC X(10) VALUE SPACES.
       01  WS-PARM-TEL               PIC X(10) VALUE SPACES.
       01  WS-PARM-DELAI             PIC X(3) VALUE SPACES.
       01  WS-PARM-GARANTIE          PIC X(3) VALUE SPACES.
       01  WS-PARM-GAR-FOURNIE       PIC X VALUE 'N'.
       01  WS-PARM-MALUS             PIC X(1) VALUE 'O'.
       01  WS-PARM-MALUS-FOURNI      PIC X VALUE 'N'.
      * MIN/MAX gardes sous forme de chiffres bruts (4+2, meme
      * decoupage que WS-TRF-PRIME-MIN/MAX) plutot qu'un PIC 9(6)
      * elementaire - un MOVE numerique aurait aligne sur la virgule
           05 WS-PARM-MNT-INT        PIC 9(4).
           05 WS-PARM-MNT-DEC        PIC 99.
       01  WS-PARM-DATEEFF           PIC 9(8) VALUE 0.
       01  WS-PARM-RUE               PIC X(16) VALUE SPACES.
       01  WS-PARM-VILLE             PIC X(12) VALUE SPACES.
       01  WS-PARM-RESP              PIC X(15) VALUE SPACES.
       01  WS-PARM-DIR               PIC X(3) VALUE SPACES.
       01  WS-PARM-STATUT            PIC X(1) VALUE SPACES.
       01  WS-PARM-MAT               PIC X(6) VALUE SPACES.
       01  WS-PARM-AGENCE            PIC X(3) VALUE SPACES.

       01  WS-PARM-TRAVAIL           PIC X(100).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(20) OCCURS 8 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       LINKAGE SECTION.

       01  LS-PARM.
           05 LS-PARM-LEN            PIC S9(4) COMP.
           05 LS-PARM-DATA           PIC X(100).

       PROCEDURE DIVISION USING LS-PARM.

                   PERFORM 60000-MAJ-TYPVEH
               WHEN 'REPARAT'
                   PERFORM 70000-MAJ-REPARATEUR
               WHEN 'EXPERTS'
                   PERFORM 80000-MAJ-EXPERT
               WHEN 'AGENCES'
                   PERFORM 90000-MAJ-AGENCE THRU FIN-90000
               WHEN 'AGCPOL'
                   PERFORM 95000-MAJ-RATTACHEMENT THRU FIN-95000
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU '
                           'FICHIER=REGIONS,PREFIXE=nn,CODE=xxx '
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7) WS-PARM-TOK(8)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 8
               IF WS-PARM-TOK(WS-PARM-IDX)(1:8) = 'FICHIER='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(9:8)
                       TO WS-PARM-FICHIER
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:10)
                       TO WS-PARM-SPEC
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'GAR='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:3)
                       TO WS-PARM-GARANTIE
                   MOVE 'O' TO WS-PARM-GAR-FOURNIE
                   IF WS-PARM-GARANTIE = 'NON'
                       MOVE SPACES TO WS-PARM-GARANTIE
                   END-IF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'MALUS='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:1)
                       TO WS-PARM-MALUS
                   MOVE 'O' TO WS-PARM-MALUS-FOURNI
                   IF WS-PARM-MALUS NOT = 'N'
                       MOVE 'O' TO WS-PARM-MALUS
                   END-IF
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'TEL='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:10)
                       TO WS-PARM-TEL
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DELAI='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:3)
                       TO WS-PARM-DELAI
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'CAT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:10)
                       TO WS-PARM-CAT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'ADR='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:16)
                       TO WS-PARM-RUE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'VILLE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:12)
                       TO WS-PARM-VILLE
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:5) = 'RESP='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(6:15)
                       TO WS-PARM-RESP
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'DIR='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:3)
                       TO WS-PARM-DIR
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'STATUT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:1)
                       TO WS-PARM-STATUT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:4) = 'MAT='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:6)
                       TO WS-PARM-MAT
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'AGENCE='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:3)
                       TO WS-PARM-AGENCE
               END-IF
           END-PERFORM
           .

       51000-CREER-NATURE.
           MOVE WS-PARM-CODE    TO FS-NAT-CODE
           MOVE WS-PARM-LIBELLE TO FS-NAT-LIBELLE
           MOVE WS-PARM-GARANTIE TO FS-NAT-GARANTIE
           MOVE WS-PARM-MALUS   TO FS-NAT-MALUS
           WRITE FS-NAT-REC
               INVALID KEY
                   DISPLAY 'ERREUR CREATION NATURE ' WS-PARM-CODE
           END-WRITE
           DISPLAY 'NATURE CREEE - CODE ' WS-PARM-CODE
                   ' LIBELLE ' FS-NAT-LIBELLE
                   ' GARANTIE ' FS-NAT-GARANTIE
                   ' MALUS ' FS-NAT-MALUS
           .

       52000-MODIFIER-NATURE.
           MOVE WS-PARM-LIBELLE TO FS-NAT-LIBELLE
           IF WS-PARM-GAR-FOURNIE = 'O'
               MOVE WS-PARM-GARANTIE TO FS-NAT-GARANTIE
           END-IF
           IF WS-PARM-MALUS-FOURNI = 'O'
               MOVE WS-PARM-MALUS TO FS-NAT-MALUS
           END-IF
           REWRITE FS-NAT-REC
               INVALID KEY
                   DISPLAY 'ERREUR MODIFICATION NATURE ' WS-PARM-CODE
           END-REWRITE
           DISPLAY 'NATURE MODIFIEE - CODE ' WS-PARM-CODE
                   ' LIBELLE ' FS-NAT-LIBELLE
                   ' GARANTIE ' FS-NAT-GARANTIE
                   ' MALUS ' FS-NAT-MALUS
           .

      * Ajout ou mise a jour d'une entree TYPVEH par TYPE              *
           END-REWRITE
           DISPLAY 'REPARATEUR MODIFIE - ' WS-PARM-REP-ID
           .

      * Ajout ou mise a jour d'un cabinet d'expertise par ID           *

       80000-MAJ-EXPERT.
           OPEN I-O F-KSDS-EXP
           IF FS-KSDS-EXP NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/EXPERTS.dat : '
                       FS-KSDS-EXP
               STOP RUN
           END-IF

           MOVE WS-PARM-REP-ID TO FS-EXP-ID
           READ F-KSDS-EXP
               INVALID KEY
                   PERFORM 81000-CREER-EXPERT
               NOT INVALID KEY
                   PERFORM 82000-MODIFIER-EXPERT
           END-READ

           CLOSE F-KSDS-EXP
           .

       81000-CREER-EXPERT.
           MOVE WS-PARM-REP-ID  TO FS-EXP-ID
           MOVE WS-PARM-NOM     TO FS-EXP-NOM
           IF WS-PARM-CP NUMERIC
               MOVE WS-PARM-CP TO FS-EXP-CP
           ELSE
               MOVE 0 TO FS-EXP-CP
           END-IF
           MOVE WS-PARM-TEL     TO FS-EXP-TELEPHONE
           IF WS-PARM-DELAI NUMERIC
               MOVE WS-PARM-DELAI TO FS-EXP-DELAI
           ELSE
               MOVE 15 TO FS-EXP-DELAI
           END-IF
           WRITE FS-EXP-REC
               INVALID KEY
                   DISPLAY 'ERREUR CREATION EXPERT ' WS-PARM-REP-ID
                   STOP RUN
           END-WRITE
           DISPLAY 'EXPERT CREE - ' WS-PARM-REP-ID
                   ' NOM ' FS-EXP-NOM ' DELAI ' FS-EXP-DELAI
           .

       82000-MODIFIER-EXPERT.
           IF WS-PARM-NOM NOT = SPACES
               MOVE WS-PARM-NOM TO FS-EXP-NOM
           END-IF
           IF WS-PARM-CP NOT = SPACES AND WS-PARM-CP NUMERIC
               MOVE WS-PARM-CP TO FS-EXP-CP
           END-IF
           IF WS-PARM-TEL NOT = SPACES
               MOVE WS-PARM-TEL TO FS-EXP-TELEPHONE
           END-IF
           IF WS-PARM-DELAI NUMERIC
               MOVE WS-PARM-DELAI TO FS-EXP-DELAI
           END-IF
           REWRITE FS-EXP-REC
               INVALID KEY
                   DISPLAY 'ERREUR MODIFICATION EXPERT ' WS-PARM-REP-ID
                   STOP RUN
           END-REWRITE
           DISPLAY 'EXPERT MODIFIE - ' WS-PARM-REP-ID
           .

      * Ajout ou mise a jour d'une agence ou direction par CODE        *
      * (fiche preparee dans W-AGENCE, la direction parente etant     *
      * controlee sur le meme fichier avant ecriture)                  *

       90000-MAJ-AGENCE.
           IF WS-PARM-CODE = SPACES
               DISPLAY 'CODE AGENCE OBLIGATOIRE (CODE=xxx)'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-90000
           END-IF

           OPEN I-O F-KSDS-AGN
           IF FS-KSDS-AGN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/AGENCES.dat : '
                       FS-KSDS-AGN
               STOP RUN
           END-IF

           MOVE WS-PARM-CODE TO FS-AGN-CODE
           READ F-KSDS-AGN
               INVALID KEY
                   MOVE 'N' TO WS-AGN-EXISTE
                   MOVE SPACES TO W-AGENCE
                   MOVE WS-PARM-CODE TO AGN-CODE
                   MOVE 'A' TO AGN-TYPE
                   MOVE 0 TO AGN-CP
                   MOVE 'O' TO AGN-STATUT
               NOT INVALID KEY
                   SET AGN-EXISTE TO TRUE
                   MOVE FS-AGN-REC TO W-AGENCE
           END-READ
           MOVE AGN-STATUT TO WS-AGN-STATUT-AVANT

           IF WS-PARM-TYPE-V = 'A' OR WS-PARM-TYPE-V = 'D'
               MOVE WS-PARM-TYPE-V TO AGN-TYPE
           END-IF
           IF WS-PARM-NOM NOT = SPACES
               MOVE WS-PARM-NOM TO AGN-NOM
           END-IF
           IF WS-PARM-RUE NOT = SPACES
               MOVE WS-PARM-RUE TO AGN-RUE
           END-IF
           IF WS-PARM-CP NOT = SPACES AND WS-PARM-CP NUMERIC
               MOVE WS-PARM-CP TO AGN-CP
           END-IF
           IF WS-PARM-VILLE NOT = SPACES
               MOVE WS-PARM-VILLE TO AGN-VILLE
           END-IF
           IF WS-PARM-RESP NOT = SPACES
               MOVE WS-PARM-RESP TO AGN-RESPONSABLE
           END-IF
           IF WS-PARM-DIR NOT = SPACES
               MOVE WS-PARM-DIR TO AGN-DIRECTION
           END-IF
           IF WS-PARM-STATUT = 'O' OR WS-PARM-STATUT = 'F'
               MOVE WS-PARM-STATUT TO AGN-STATUT
           END-IF
           IF AGN-EST-DIRECTION
               MOVE SPACES TO AGN-DIRECTION
           END-IF

           IF AGN-EST-AGENCE
               PERFORM 93000-CONTROLER-DIRECTION THRU FIN-93000
               IF RETURN-CODE NOT = 0
                   CLOSE F-KSDS-AGN
                   GO TO FIN-90000
               END-IF
           END-IF

           MOVE W-AGENCE TO FS-AGN-REC
           IF AGN-EXISTE
               PERFORM 92000-MODIFIER-AGENCE
           ELSE
               PERFORM 91000-CREER-AGENCE
           END-IF
           CLOSE F-KSDS-AGN

           IF AGN-EXISTE AND AGN-FERMEE
                   AND WS-AGN-STATUT-AVANT NOT = 'F'
               PERFORM 94000-COMPTER-POLICES
           END-IF
           .
       FIN-90000.
           EXIT.

       91000-CREER-AGENCE.
           WRITE FS-AGN-REC
               INVALID KEY
                   DISPLAY 'ERREUR CREATION AGENCE ' WS-PARM-CODE
                   STOP RUN
           END-WRITE
           DISPLAY 'AGENCE CREEE - ' AGN-CODE ' TYPE ' AGN-TYPE
                   ' NOM ' AGN-NOM
           .

       92000-MODIFIER-AGENCE.
           REWRITE FS-AGN-REC
               INVALID KEY
                   DISPLAY 'ERREUR MODIFICATION AGENCE ' WS-PARM-CODE
                   STOP RUN
           END-REWRITE
           DISPLAY 'AGENCE MODIFIEE - ' AGN-CODE ' STATUT ' AGN-STATUT
           .

      * La direction parente d'une agence doit exister comme entree    *
      * 'D' (la fiche en preparation reste dans W-AGENCE)              *

       93000-CONTROLER-DIRECTION.
           IF AGN-DIRECTION = SPACES
               DISPLAY 'DIRECTION PARENTE OBLIGATOIRE (DIR=xxx)'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-93000
           END-IF
           MOVE AGN-DIRECTION TO FS-AGN-CODE
           READ F-KSDS-AGN
               INVALID KEY
                   DISPLAY 'DIRECTION ' AGN-DIRECTION ' INCONNUE'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   IF FS-AGN-DATA(1:1) NOT = 'D'
                       DISPLAY AGN-DIRECTION ' N''EST PAS UNE '
                               'DIRECTION'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ
           .
       FIN-93000.
           EXIT.

      * Agence fermee : signaler les polices qui y sont encore         *
      * rattachees, a reaffecter par FICHIER=AGCPOL                    *

       94000-COMPTER-POLICES.
           MOVE 0 TO WS-NB-POLICES-AGENCE
           OPEN INPUT F-KSDS-APL
           IF FS-KSDS-APL = '00'
               PERFORM UNTIL FS-KSDS-APL NOT = '00'
                   READ F-KSDS-APL NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FS-APL-REC TO W-AGCPOL
                           IF APL-AGENCE = AGN-CODE
                               ADD 1 TO WS-NB-POLICES-AGENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-KSDS-APL
           END-IF
           IF WS-NB-POLICES-AGENCE > 0
               DISPLAY 'ATTENTION : ' WS-NB-POLICES-AGENCE
                       ' POLICE(S) ENCORE RATTACHEE(S) A ' AGN-CODE
                       ' - A REAFFECTER'
           END-IF
           .

      * Rattachement d'une police (MAT) a son agence gestionnaire,     *
      * AGENCE=NON supprimant le rattachement                          *

       95000-MAJ-RATTACHEMENT.
           IF WS-PARM-MAT = SPACES OR WS-PARM-AGENCE = SPACES
               DISPLAY 'MAT=nnnnnn ET AGENCE=xxx OBLIGATOIRES'
               MOVE 8 TO RETURN-CODE
               GO TO FIN-95000
           END-IF

           IF WS-PARM-AGENCE NOT = 'NON'
               PERFORM 96000-CONTROLER-AGENCE THRU FIN-96000
               IF RETURN-CODE NOT = 0
                   GO TO FIN-95000
               END-IF
           END-IF

      * Fichier cree au premier rattachement
           OPEN I-O F-KSDS-APL
           IF FS-KSDS-APL NOT = '00'
               OPEN OUTPUT F-KSDS-APL
               IF FS-KSDS-APL = '00'
                   CLOSE F-KSDS-APL
                   OPEN I-O F-KSDS-APL
               END-IF
           END-IF
           IF FS-KSDS-APL NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/AGCPOL.dat : '
                       FS-KSDS-APL
               STOP RUN
           END-IF

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
           MOVE WS-PARM-MAT TO FS-APL-MAT
           READ F-KSDS-APL
               INVALID KEY
                   IF WS-PARM-AGENCE = 'NON'
                       DISPLAY 'POLICE ' WS-PARM-MAT
                               ' SANS RATTACHEMENT'
                   ELSE
                       PERFORM 97000-CREER-RATTACHEMENT
                   END-IF
               NOT INVALID KEY
                   MOVE FS-APL-REC TO W-AGCPOL
                   IF WS-PARM-AGENCE = 'NON'
                       PERFORM 98500-SUPPRIMER-RATTACHEMENT
                   ELSE
                       PERFORM 98000-MODIFIER-RATTACHEMENT
                   END-IF
           END-READ

           CLOSE F-KSDS-APL
           .
       FIN-95000.
           EXIT.

      * L'agence de rattachement doit etre une agence ('A') ouverte    *

       96000-CONTROLER-AGENCE.
           OPEN INPUT F-KSDS-AGN
           IF FS-KSDS-AGN NOT = '00'
               DISPLAY 'ERREUR OUVERTURE WORK/AGENCES.dat : '
                       FS-KSDS-AGN
               STOP RUN
           END-IF
           MOVE WS-PARM-AGENCE TO FS-AGN-CODE
           READ F-KSDS-AGN
               INVALID KEY
                   DISPLAY 'AGENCE ' WS-PARM-AGENCE ' INCONNUE'
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE FS-AGN-REC TO W-AGENCE
                   IF NOT AGN-EST-AGENCE
                       DISPLAY WS-PARM-AGENCE ' N''EST PAS UNE AGENCE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   IF AGN-FERMEE
                       DISPLAY 'AGENCE ' WS-PARM-AGENCE ' FERMEE'
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE F-KSDS-AGN
           .
       FIN-96000.
           EXIT.

       97000-CREER-RATTACHEMENT.
           MOVE SPACES         TO W-AGCPOL
           MOVE WS-PARM-MAT    TO APL-MAT
           MOVE WS-PARM-AGENCE TO APL-AGENCE
           MOVE WS-DATE-JOUR   TO APL-DATE
           MOVE W-AGCPOL       TO FS-APL-REC
           WRITE FS-APL-REC
               INVALID KEY
                   DISPLAY 'ERREUR CREATION RATTACHEMENT ' WS-PARM-MAT
                   STOP RUN
           END-WRITE
           DISPLAY 'POLICE ' WS-PARM-MAT ' RATTACHEE A ' WS-PARM-AGENCE
           .

       98000-MODIFIER-RATTACHEMENT.
           IF APL-AGENCE NOT = WS-PARM-AGENCE
               MOVE APL-AGENCE     TO APL-AGENCE-PREC
               MOVE WS-PARM-AGENCE TO APL-AGENCE
               MOVE WS-DATE-JOUR   TO APL-DATE
           END-IF
           MOVE W-AGCPOL TO FS-APL-REC
           REWRITE FS-APL-REC
               INVALID KEY
                   DISPLAY 'ERREUR MODIFICATION RATTACHEMENT '
                           WS-PARM-MAT
                   STOP RUN
           END-REWRITE
           DISPLAY 'POLICE ' WS-PARM-MAT ' RATTACHEE A ' APL-AGENCE
                   ' (PRECEDEMMENT ' APL-AGENCE-PREC ')'
           .

       98500-SUPPRIMER-RATTACHEMENT.
           DELETE F-KSDS-APL
               INVALID KEY
                   DISPLAY 'ERREUR SUPPRESSION RATTACHEMENT '
                           WS-PARM-MAT
                   STOP RUN
           END-DELETE
           DISPLAY 'RATTACHEMENT SUPPRIME - POLICE ' WS-PARM-MAT
                   ' (ANCIENNE AGENCE ' APL-AGENCE ')'
           .
