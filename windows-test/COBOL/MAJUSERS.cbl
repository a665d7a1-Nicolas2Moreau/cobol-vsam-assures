      *   1 = consultation seule (INQA)                               *
      *   2 = consultation + saisie sinistre (CLMA)                   *
      *   3 = consultation + sinistre + mouvement police (MVTA)       *
      * A partir du niveau 2, l'utilisateur peut etre gestionnaire de *
      * sinistres : REGION = region geree (code REGIONS, *** = toutes *
      * regions / debordement), DISPO = O disponible, A absent,       *
      * P parti (plus d'affectation automatique, cf PGMGEST/GESASSU). *
      * PARM (cle=valeur separees par une virgule) :                  *
      *   ACTION=AJOUT,USER=xxxxxxxx,MDP=xxxxxxxx,NIVEAU=n,NOM=...    *
      *          [,REGION=xxx]                                        *
      *   ACTION=MODIF,USER=xxxxxxxx[,MDP=...][,NIVEAU=n][,NOM=...]   *
      *          [,REGION=xxx][,DISPO=O/A/P]                          *
      *   ACTION=SUPPR,USER=xxxxxxxx                                  *

       ENVIRONMENT DIVISION.
           05 FS-USR-MDP           PIC X(8).
           05 FS-USR-NIVEAU        PIC 9(1).
           05 FS-USR-NOM           PIC X(20).
           05 FS-USR-REGION        PIC X(3).
           05 FS-USR-DISPO         PIC X(1).
           05 FS-USR-NB-DOSSIERS   PIC 9(5).
           05 FS-USR-RESTE         PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-PARM-MDP               PIC X(8) VALUE SPACES.
       01  WS-PARM-NIVEAU            PIC X(1) VALUE SPACE.
       01  WS-PARM-NOM               PIC X(20) VALUE SPACES.
       01  WS-PARM-REGION            PIC X(3) VALUE SPACES.
       01  WS-PARM-DISPO             PIC X(1) VALUE SPACE.

       01  WS-PARM-TRAVAIL           PIC X(60).
       01  WS-PARM-TOKENS.
           05 WS-PARM-TOK           PIC X(30) OCCURS 7 TIMES.
       01  WS-PARM-IDX               PIC 9 VALUE 1.

       LINKAGE SECTION.
               WHEN OTHER
                   DISPLAY 'PARM INVALIDE - ATTENDU ACTION=AJOUT/'
                           'MODIF/SUPPR,USER=xxxxxxxx[,MDP=...]'
                           '[,NIVEAU=n][,NOM=...][,REGION=xxx]'
                           '[,DISPO=O/A/P]'
           END-EVALUATE

           CLOSE F-USERS
           MOVE SPACES TO WS-PARM-TOKENS
           UNSTRING WS-PARM-TRAVAIL DELIMITED BY ','
               INTO WS-PARM-TOK(1) WS-PARM-TOK(2) WS-PARM-TOK(3)
                    WS-PARM-TOK(4) WS-PARM-TOK(5) WS-PARM-TOK(6)
                    WS-PARM-TOK(7)
           END-UNSTRING

           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 7
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'ACTION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:5)
                       TO WS-PARM-ACTION
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(5:20)
                       TO WS-PARM-NOM
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:7) = 'REGION='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(8:3)
                       TO WS-PARM-REGION
               END-IF
               IF WS-PARM-TOK(WS-PARM-IDX)(1:6) = 'DISPO='
                   MOVE WS-PARM-TOK(WS-PARM-IDX)(7:1)
                       TO WS-PARM-DISPO
               END-IF
           END-PERFORM
           .

       20000-AJOUTER.
           IF WS-PARM-NIVEAU < '1' OR WS-PARM-NIVEAU > '3'
               DISPLAY 'NIVEAU INVALIDE (1/2/3 ATTENDU)'
           ELSE
           IF WS-PARM-REGION NOT = SPACES AND WS-PARM-NIVEAU < '2'
               DISPLAY 'REGION RESERVEE AUX NIVEAUX 2 ET 3'
           ELSE
               MOVE WS-PARM-USER   TO FS-USR-ID
               MOVE WS-PARM-MDP    TO FS-USR-MDP
               MOVE WS-PARM-NIVEAU TO FS-USR-NIVEAU
               MOVE WS-PARM-NOM    TO FS-USR-NOM
               MOVE WS-PARM-REGION TO FS-USR-REGION
               MOVE SPACE          TO FS-USR-DISPO
               MOVE ZERO           TO FS-USR-NB-DOSSIERS
               MOVE SPACES         TO FS-USR-RESTE
               WRITE FS-USR-REC
                   INVALID KEY
                               ' NIVEAU ' WS-PARM-NIVEAU
               END-WRITE
           END-IF
           END-IF
           .

      * Modification d'un utilisateur - seules les zones presentes     *
                   IF WS-PARM-NOM NOT = SPACES
                       MOVE WS-PARM-NOM TO FS-USR-NOM
                   END-IF
                   IF WS-PARM-REGION NOT = SPACES
                       MOVE WS-PARM-REGION TO FS-USR-REGION
                   END-IF
                   EVALUATE WS-PARM-DISPO
                       WHEN 'O'
                           MOVE SPACE TO FS-USR-DISPO
                       WHEN 'A'
                       WHEN 'P'
                           MOVE WS-PARM-DISPO TO FS-USR-DISPO
                   END-EVALUATE
                   REWRITE FS-USR-REC
                       INVALID KEY
                           DISPLAY 'ERREUR MODIFICATION UTILISATEUR '
