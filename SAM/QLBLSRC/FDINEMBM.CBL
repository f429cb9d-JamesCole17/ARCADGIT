      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINEMBM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . MAINTAINS THE FDINEMBC        *
      *         .                      RETURNABLE PACKAGING TABLE    *
      *         .                      FROM A CARD FILE - ADD (A),   *
      *         .                      CHANGE (M) OR DELETE (S) ONE  *
      *         .                      PACKAGING CODE PER CARD       *
      * FILES USED.................: . FDINEMBC - UPDATE             *
      *         .                      FDINEMBP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01    ACTION A/M/S        *
      *         .                      POS 02-14 PACKAGING PRODUCT   *
      *         .                      CODE                          *
      *         .                      POS 15-34 DESCRIPTION         *
      *         .                      POS 35    C = DEPOSIT-BEARING *
      *         .                      N = NOT, BLANK = AS THE       *
      *         .                      RECEPTION TYPE                *
      *         .                      POS 36-41 DEPOSIT VALUE OF    *
      *         .                      ONE UNIT 9999V99              *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - RETURNABLE PACKAGING TABLE   *
      *                 MAINTENANCE FOR THE FDINEMBA LEDGER.           *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINEMBM.
       AUTHOR.        J. F. COUTURE.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-I.
       OBJECT-COMPUTER.  IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDINEMBC ASSIGN TO FDINEMBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEMB-PRODUIT
               FILE STATUS IS FS-FDINEMBC.
           SELECT FDINEMBP ASSIGN TO FDINEMBP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEMBP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINEMBC.
      *
       FD  FDINEMBP  LABEL RECORD STANDARD
                     RECORD 80.
       01  EMBP-CARTE.
           05  EMBP-ACTION                PIC X(01).
           05  EMBP-PRODUIT               PIC X(13).
           05  EMBP-LIBELLE               PIC X(20).
           05  EMBP-CONSIGNE              PIC X(01).
           05  EMBP-VALEUR-CONSIGNE       PIC 9(4)V9(2).
           05  FILLER                     PIC X(39).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINEMBC                    PIC X(02) VALUE "00".
       77  FS-FDINEMBP                    PIC X(02) VALUE "00".
       77  EMBM-EOF-SW                    PIC X(01) VALUE "N".
           88  EMBM-EOF                   VALUE "Y".
       77  EMBM-EMBC-OUVERT-SW            PIC X(01) VALUE "N".
           88  EMBM-EMBC-OUVERT           VALUE "Y".
       77  EMBM-TODAY                     PIC 9(08).
       77  EMBM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  EMBM-CNT-AJOUTS                PIC 9(05) COMP-3 VALUE ZERO.
       77  EMBM-CNT-MODIFS                PIC 9(05) COMP-3 VALUE ZERO.
       77  EMBM-CNT-SUPPR                 PIC 9(05) COMP-3 VALUE ZERO.
       77  EMBM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL EMBM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT EMBM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINEMBP.
           IF FS-FDINEMBP NOT = "00"
               DISPLAY "FDINEMBM - OPEN FDINEMBP FAILED - STATUS "
                       FS-FDINEMBP
               MOVE "Y" TO EMBM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINEMBC.
           IF FS-FDINEMBC NOT = "00"
               OPEN OUTPUT FDINEMBC
               CLOSE FDINEMBC
               OPEN I-O FDINEMBC
           END-IF
           IF FS-FDINEMBC NOT = "00"
               DISPLAY "FDINEMBM - OPEN FDINEMBC FAILED - STATUS "
                       FS-FDINEMBC
               MOVE "Y" TO EMBM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBM-EMBC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE CARD, ONE PACKAGING CODE             *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINEMBP NEXT RECORD
               AT END
                   MOVE "Y" TO EMBM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO EMBM-CNT-LUES
           IF EMBP-PRODUIT = SPACES
               ADD 1 TO EMBM-CNT-ERREURS
               DISPLAY "FDINEMBM - CARD REJECTED: " EMBP-CARTE (1:41)
               GO TO 2000-EXIT
           END-IF
           EVALUATE EMBP-ACTION
               WHEN "A"
               WHEN "M"
                   PERFORM 2100-ECRIRE THRU 2100-EXIT
               WHEN "S"
                   PERFORM 2200-SUPPRIMER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO EMBM-CNT-ERREURS
                   DISPLAY "FDINEMBM - CARD REJECTED: "
                           EMBP-CARTE (1:41)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-ECRIRE - ADD A NEW PACKAGING CODE (A) OR REPLACE THE   *
      *    ROW OF ONE ALREADY ON FILE (M).  A DEPOSIT-BEARING CODE     *
      *    MUST CARRY ITS UNIT VALUE                                   *
      *----------------------------------------------------------------*
       2100-ECRIRE.
           IF EMBP-VALEUR-CONSIGNE IS NOT NUMERIC
               OR (EMBP-CONSIGNE NOT = "C"
                   AND EMBP-CONSIGNE NOT = "N"
                   AND EMBP-CONSIGNE NOT = SPACE)
               ADD 1 TO EMBM-CNT-ERREURS
               DISPLAY "FDINEMBM - INVALID PACKAGING DATA FOR "
                       EMBP-PRODUIT " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           IF EMBP-CONSIGNE = "C" AND EMBP-VALEUR-CONSIGNE = ZERO
               ADD 1 TO EMBM-CNT-ERREURS
               DISPLAY "FDINEMBM - NO DEPOSIT VALUE FOR "
                       EMBP-PRODUIT " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE EMBP-PRODUIT TO FEMB-PRODUIT
           READ FDINEMBC RECORD
               INVALID KEY
                   IF EMBP-ACTION = "M"
                       ADD 1 TO EMBM-CNT-ERREURS
                       DISPLAY "FDINEMBM - PACKAGING " EMBP-PRODUIT
                               " NOT ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
                   MOVE SPACES       TO FEMB-ENR
                   MOVE EMBP-PRODUIT TO FEMB-PRODUIT
               NOT INVALID KEY
                   IF EMBP-ACTION = "A"
                       ADD 1 TO EMBM-CNT-ERREURS
                       DISPLAY "FDINEMBM - PACKAGING " EMBP-PRODUIT
                               " ALREADY ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
           END-READ
           MOVE EMBP-LIBELLE         TO FEMB-LIBELLE
           MOVE EMBP-CONSIGNE        TO FEMB-CONSIGNE
           MOVE EMBP-VALEUR-CONSIGNE TO FEMB-VALEUR-CONSIGNE
           MOVE EMBM-TODAY           TO FEMB-DATE-MAJ
           IF EMBP-ACTION = "A"
               WRITE FEMB-ENR
           ELSE
               REWRITE FEMB-ENR
           END-IF
           IF FS-FDINEMBC NOT = "00"
               ADD 1 TO EMBM-CNT-ERREURS
               DISPLAY "FDINEMBM - WRITE FDINEMBC FAILED - STATUS "
                       FS-FDINEMBC
               GO TO 2100-EXIT
           END-IF
           IF EMBP-ACTION = "A"
               ADD 1 TO EMBM-CNT-AJOUTS
           ELSE
               ADD 1 TO EMBM-CNT-MODIFS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SUPPRIMER                                              *
      *----------------------------------------------------------------*
       2200-SUPPRIMER.
           MOVE EMBP-PRODUIT TO FEMB-PRODUIT
           DELETE FDINEMBC RECORD
               INVALID KEY
                   ADD 1 TO EMBM-CNT-ERREURS
                   DISPLAY "FDINEMBM - PACKAGING " EMBP-PRODUIT
                           " NOT ON FILE - CARD REJECTED"
                   GO TO 2200-EXIT
           END-DELETE
           ADD 1 TO EMBM-CNT-SUPPR.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINEMBP = "00" OR FS-FDINEMBP = "10"
               CLOSE FDINEMBP
           END-IF
           IF EMBM-EMBC-OUVERT
               CLOSE FDINEMBC
           END-IF
           DISPLAY "FDINEMBM - CARDS READ..........: " EMBM-CNT-LUES.
           DISPLAY "FDINEMBM - PACKAGINGS ADDED....: " EMBM-CNT-AJOUTS.
           DISPLAY "FDINEMBM - PACKAGINGS CHANGED..: " EMBM-CNT-MODIFS.
           DISPLAY "FDINEMBM - PACKAGINGS DELETED..: " EMBM-CNT-SUPPR.
           DISPLAY "FDINEMBM - CARDS REFUSED.......: "
                   EMBM-CNT-ERREURS.
           IF EMBM-CNT-ERREURS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
