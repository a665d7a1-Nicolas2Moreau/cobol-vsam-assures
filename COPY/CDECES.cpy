      *----------------------------------------------------------*
      *   DESCRIPTION DE L'ENREGISTREMENT DU FICHIER DECES       *
      *     (FICHIER VSAM KSDS: LONG ENGT = 100 (LONG CLE = 6)   *
      *                                         (POSITION = 1)   *
      *     CLE = DCD-MAT - dossier de deces d'un assure, tenu   *
      *     par DCDASSU (declaration, decision de la famille,    *
      *     mouvements emis, constat de leur application) ; le   *
      *     gel du courrier et des avis est verifie par le       *
      *     sous-programme PGMDECES                              *
      *----------------------------------------------------------*
      *--------------------------------------------- MATRICULE
           02 DCD-MAT            PIC X(6).
      *------------------------------------------ ETAT DU DOSSIER
      *                                  G : declare - courrier et
      *                                      prelevements geles,
      *                                      decision attendue
      *                                  M : mouvements de transfert
      *                                      ou de resiliation emis,
      *                                      application attendue
      *                                  T : clos - transfert a
      *                                      l'heritier applique
      *                                  R : clos - resiliation
      *                                      appliquee
      *                                  A : declaration annulee
      *                                      (erreur de saisie)
           02 DCD-ETAT           PIC X.
               88 DCD-GELE           VALUE 'G'.
               88 DCD-MVT-EMIS       VALUE 'M'.
               88 DCD-TRANSFERE      VALUE 'T'.
               88 DCD-RESILIE        VALUE 'R'.
               88 DCD-ANNULE         VALUE 'A'.
      *------------------------------------------ DECLARATION
      *                                  (date du deces, date et
      *                                  auteur de la saisie)
           02 DCD-DATE-DECES     PIC 9(8).
           02 DCD-DATE-SIGNAL    PIC 9(8).
           02 DCD-USER           PIC X(8).
      *------------------------------------------ FIN DU DELAI ACCORDE
      *                                  A LA FAMILLE (AAAAMMJJ) -
      *                                  mouvements emis a partir de
      *                                  cette date
           02 DCD-DATE-ECHEANCE  PIC 9(8).
      *------------------------------------------ SITUATION AU SIGNALEMENT
      *                                  (vehicules, sinistres non
      *                                  annules)
           02 DCD-NB-VEHICULES   PIC 9(2).
           02 DCD-NB-SINISTRES   PIC 9(3).
      *------------------------------------------ DECISION
      *                                  ' ' : aucune
      *                                  T : transfert a l'heritier
      *                                  R : resiliation
           02 DCD-DECISION       PIC X.
      *------------------------------------------ HERITIER (DECISION T)
      *                                  nom-prenom, civilite (cf
      *                                  CIVILITE-A4), matricule
      *                                  propre (blanc = transfert
      *                                  sur place)
           02 DCD-HERITIER-NOM   PIC X(20).
           02 DCD-HERITIER-CIV   PIC X.
           02 DCD-HERITIER-MAT   PIC X(6).
      *------------------------------------------ DATES DE SUIVI
      *                                  (decision saisie, mouvements
      *                                  emis, cloture)
           02 DCD-DATE-DECISION  PIC 9(8).
           02 DCD-DATE-MVT       PIC 9(8).
           02 DCD-DATE-CLOTURE   PIC 9(8).
      *--------------------------------------------- RESTE ENGT
           02 FILLER             PIC X(4).
      *
      *----------------  FIN DE DESCRIPTION DECES -----------------*
