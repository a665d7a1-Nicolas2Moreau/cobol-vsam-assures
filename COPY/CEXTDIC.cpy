      *----------------------------------------------------------*
      *   DICTIONNAIRE DES ZONES EXTRACTIBLES (EXTASSU)          *
      *     une entree par zone de CASSURES / CSINISTR /         *
      *     CTIERS / CCONTACT, dans l'ordre des descriptions :   *
      *     FICHIER (A ASSURES3, S SINISTRE, T TIERS, C CONTACTS)*
      *     NOM(18) POSITION(3) LONGUEUR(2) TYPE (X alphanum.,   *
      *     9 numerique etendu, P decimal condense) DECIMALES(1) *
      *     CHIFFRES(2) (zones condensees) MASQUE (O = donnee    *
      *     personnelle, masquee hors production)                *
      *     A TENIR A JOUR AVEC LES DESCRIPTIONS DE FICHIERS     *
      *----------------------------------------------------------*
       01  WS-DICO-EXTRACT.
           05 FILLER PIC X(29) VALUE 'AMAT-A4            001069000N'.
           05 FILLER PIC X(29) VALUE 'ASEQ-VEHICULE-A4   007029000N'.
           05 FILLER PIC X(29) VALUE 'ANOM-PRE-A4        00920X000O'.
           05 FILLER PIC X(29) VALUE 'ARUE-A4            02918X000O'.
           05 FILLER PIC X(29) VALUE 'ACP-A4             047059000N'.
           05 FILLER PIC X(29) VALUE 'AVILLE-A4          05212X000N'.
           05 FILLER PIC X(29) VALUE 'ATYPE-V-A4         06401X000N'.
           05 FILLER PIC X(29) VALUE 'APRIME-A4          065089200N'.
           05 FILLER PIC X(29) VALUE 'ABM-A4             07301X000N'.
           05 FILLER PIC X(29) VALUE 'ATAUX-A4           074029000N'.
           05 FILLER PIC X(29) VALUE 'ADATE-EFFET-A4     07605P008N'.
           05 FILLER PIC X(29) VALUE 'ADATE-EXPIR-A4     08105P008N'.
           05 FILLER PIC X(29) VALUE 'ANB-SINISTRE-A4    08602P002N'.
           05 FILLER PIC X(29) VALUE 'AANCIENNETE-A4     08802P002N'.
           05 FILLER PIC X(29) VALUE 'ACIE-A4            09001X000N'.
           05 FILLER PIC X(29) VALUE 'ADUREE-A4          09101X000N'.
           05 FILLER PIC X(29) VALUE 'ACIVILITE-A4       09201X000N'.
           05 FILLER PIC X(29) VALUE 'ANOM-SEUL-A4       09315X000O'.
           05 FILLER PIC X(29) VALUE 'APRENOM-A4         10812X000O'.
           05 FILLER PIC X(29) VALUE 'SSIN-MAT           001069000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-SEQ           007049000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-SEQ-VEHICULE  011029000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-DATE          01305P008N'.
           05 FILLER PIC X(29) VALUE 'SSIN-NATURE        01820X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-MONTANT       038089200N'.
           05 FILLER PIC X(29) VALUE 'SSIN-RESP          04601X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-COMMENT       04720X000O'.
           05 FILLER PIC X(29) VALUE 'SSIN-MONTANT-NET   067089200N'.
           05 FILLER PIC X(29) VALUE 'SSIN-ETAT          07501X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-NATURE-CODE   07603X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-EVENEMENT     07903X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-REPARATEUR    08204X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-PERTE-TOTALE  08601X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-GESTIONNAIRE  08708X000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-DATE-OUVERTURE095089000N'.
           05 FILLER PIC X(29) VALUE 'SSIN-REVUE-FRAUDE  10301X000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-MAT           001069000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-SIN-SEQ       007049000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-PARTIE-SEQ    011029000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-NOM-ADVERSE   01320X000O'.
           05 FILLER PIC X(29) VALUE 'TTRS-ASSUREUR-ADV  03320X000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-REF-ADVERSE   05312X000N'.
           05 FILLER PIC X(29) VALUE 'TTRS-DATE-SAISIE   065089000N'.
           05 FILLER PIC X(29) VALUE 'CCT-MAT            001069000N'.
           05 FILLER PIC X(29) VALUE 'CCT-TEL            00710X000O'.
           05 FILLER PIC X(29) VALUE 'CCT-MOBILE         01710X000O'.
           05 FILLER PIC X(29) VALUE 'CCT-EMAIL          02730X000O'.
           05 FILLER PIC X(29) VALUE 'CCT-CONS-COURRIER  05701X000N'.
           05 FILLER PIC X(29) VALUE 'CCT-CONS-EMAIL     05801X000N'.
           05 FILLER PIC X(29) VALUE 'CCT-CONS-TEL       05901X000N'.
           05 FILLER PIC X(29) VALUE 'CCT-DATE-MAJ       060089000N'.
           05 FILLER PIC X(29) VALUE 'CCT-ETAT-EMAIL     06801X000N'.
           05 FILLER PIC X(29) VALUE 'CCT-ETAT-MOBILE    06901X000N'.
           05 FILLER PIC X(29) VALUE 'CCT-DATE-REJET     070089000N'.
       01  WS-DICO-EXTRACT-R REDEFINES WS-DICO-EXTRACT.
           05 WS-DIC-ENTREE OCCURS 54 TIMES.
               10 WS-DIC-FICHIER     PIC X(1).
               10 WS-DIC-NOM         PIC X(18).
               10 WS-DIC-POSITION    PIC 9(3).
               10 WS-DIC-LONGUEUR    PIC 99.
               10 WS-DIC-TYPE        PIC X(1).
                   88 DIC-ALPHANUM       VALUE 'X'.
                   88 DIC-ETENDU         VALUE '9'.
                   88 DIC-CONDENSE       VALUE 'P'.
               10 WS-DIC-DECIMALES   PIC 9.
               10 WS-DIC-CHIFFRES    PIC 99.
               10 WS-DIC-MASQUE      PIC X(1).
                   88 DIC-A-MASQUER      VALUE 'O'.
       01  WS-NB-DICO                PIC 99 VALUE 54.
