      ******************************************************************
      * DCLGEN TABLE(API12.ASSUREXT)                                   *
      *        LIBRARY(API12.COB.CPY(DCLASSEX))                        *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(XT-)                                              *
      *        STRUCTURE(XT-ASSEXT)                                    *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE API12.ASSUREXT TABLE
           ( MATASS                         CHAR(6) NOT NULL,
             SEQVEH                         SMALLINT NOT NULL,
             SEGTYP                         CHAR(4) NOT NULL,
             SEGVER                         SMALLINT NOT NULL,
             SEGFMT                         CHAR(1) NOT NULL,
             SEGNOM                         CHAR(1) NOT NULL,
             SEGLNG                         SMALLINT NOT NULL,
             SEGVAL                         CHAR(26) NOT NULL,
             DATEMAJ                        DECIMAL(8, 0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE API12.ASSUREXT                     *
      * CLE PRIMAIRE COMPOSITE : MATASS + SEQVEH + SEGTYP (une ligne   *
      * par segment d'attribut du vehicule - miroir relationnel du     *
      * KSDS ASSEXT, cf CASSEXT.cpy)                                   *
      ******************************************************************
       01  XT-ASSEXT.
      *                       MATASS
           10 XT-MATASS            PIC X(6).
      *                       SEQVEH
           10 XT-SEQVEH            PIC S9(4) USAGE COMP.
      *                       SEGTYP
           10 XT-SEGTYP            PIC X(4).
      *                       SEGVER
           10 XT-SEGVER            PIC S9(4) USAGE COMP.
      *                       SEGFMT
           10 XT-SEGFMT            PIC X(1).
      *                       SEGNOM
           10 XT-SEGNOM            PIC X(1).
      *                       SEGLNG
           10 XT-SEGLNG            PIC S9(4) USAGE COMP.
      *                       SEGVAL
           10 XT-SEGVAL            PIC X(26).
      *                       DATEMAJ
           10 XT-DATEMAJ           PIC S9(8) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
