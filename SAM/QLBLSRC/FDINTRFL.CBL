      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINTRFL                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . LOADS THE SUPPLIER PRICE      *
      *         .                      LIST EXTRACT SENT BY          *
      *         .                      PURCHASING (FDINTRFF) INTO    *
      *         .                      FDINTRFC - A PRICE FOR A      *
      *         .                      SUPPLIER, PRODUCT AND         *
      *         .                      EFFECTIVE DATE ALREADY ON     *
      *         .                      FILE IS REPLACED, A NEW ONE   *
      *         .                      IS ADDED, S WITHDRAWS A PRICE *
      *         .                      KEYED IN ERROR.  EARLIER      *
      *         .                      EFFECTIVE DATES ARE KEPT SO   *
      *         .                      PAST RECEPTIONS ARE STILL     *
      *         .                      CHECKED AGAINST THE PRICE OF  *
      *         .                      THEIR DAY                     *
      * FILES USED.................: . FDINTRFF - INPUT              *
      *         .                      FDINTRFC - UPDATE             *
      * PRICE RECORD...............: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-22 PRODUCT CODE        *
      *         .                      POS 23-30 EFFECTIVE DATE      *
      *         .                      CCYYMMDD                      *
      *         .                      POS 31-38 PRICE 999999V99     *
      *         .                      POS 39-48 CONTRACT REFERENCE  *
      *         .                      POS 49    ACTION - BLANK OR A *
      *         .                      = ADD/REPLACE, S = WITHDRAW   *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - SUPPLIER PRICE LIST LOADED   *
      *                 FROM THE PURCHASING EXTRACT.                   *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTRFL.
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
           SELECT FDINTRFF ASSIGN TO FDINTRFF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTRFF.
           SELECT FDINTRFC ASSIGN TO FDINTRFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTRF-CLEF
               FILE STATUS IS FS-FDINTRFC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINTRFF  LABEL RECORD STANDARD
                     RECORD 80.
       01  TRFF-ENR.
           05  TRFF-FOURNISSEUR           PIC X(09).
           05  TRFF-PRODUIT               PIC X(13).
           05  TRFF-DATE-EFFET.
               10  TRFF-EFFET-SSAA        PIC 9(04).
               10  TRFF-EFFET-MM          PIC 9(02).
               10  TRFF-EFFET-JJ          PIC 9(02).
           05  TRFF-PRIX                  PIC 9(6)V9(2).
           05  TRFF-REFERENCE             PIC X(10).
           05  TRFF-ACTION                PIC X(01).
           05  FILLER                     PIC X(31).
      *
       COPY FDINTRFC.
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINTRFF                    PIC X(02) VALUE "00".
       77  FS-FDINTRFC                    PIC X(02) VALUE "00".
       77  TRFL-EOF-SW                    PIC X(01) VALUE "N".
           88  TRFL-EOF                   VALUE "Y".
       77  TRFL-TRFC-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRFL-TRFC-OUVERT           VALUE "Y".
       77  TRFL-NOUVEAU-SW                PIC X(01).
           88  TRFL-NOUVEAU               VALUE "Y".
       77  TRFL-TODAY                     PIC 9(08).
       77  TRFL-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFL-CNT-AJOUTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFL-CNT-MODIFS                PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFL-CNT-SUPPR                 PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFL-CNT-ERREURS               PIC 9(07) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PRIX-LOOP THRU 2000-EXIT
               UNTIL TRFL-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TRFL-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINTRFF.
           IF FS-FDINTRFF NOT = "00"
               DISPLAY "FDINTRFL - OPEN FDINTRFF FAILED - STATUS "
                       FS-FDINTRFF
               MOVE "Y" TO TRFL-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINTRFC.
           IF FS-FDINTRFC NOT = "00"
               OPEN OUTPUT FDINTRFC
               CLOSE FDINTRFC
               OPEN I-O FDINTRFC
           END-IF
           IF FS-FDINTRFC NOT = "00"
               DISPLAY "FDINTRFL - OPEN FDINTRFC FAILED - STATUS "
                       FS-FDINTRFC
               MOVE "Y" TO TRFL-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRFL-TRFC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-PRIX-LOOP - ONE PRICE PER RECORD                       *
      *----------------------------------------------------------------*
       2000-PRIX-LOOP.
           READ FDINTRFF NEXT RECORD
               AT END
                   MOVE "Y" TO TRFL-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TRFL-CNT-LUES
           IF TRFF-FOURNISSEUR = SPACES
               OR TRFF-PRODUIT = SPACES
               OR TRFF-DATE-EFFET IS NOT NUMERIC
               OR TRFF-EFFET-MM < 1 OR TRFF-EFFET-MM > 12
               OR TRFF-EFFET-JJ < 1 OR TRFF-EFFET-JJ > 31
               ADD 1 TO TRFL-CNT-ERREURS
               DISPLAY "FDINTRFL - RECORD REJECTED: " TRFF-ENR (1:30)
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRFF-ACTION
               WHEN SPACE
               WHEN "A"
                   PERFORM 2100-ECRIRE THRU 2100-EXIT
               WHEN "S"
                   PERFORM 2200-SUPPRIMER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO TRFL-CNT-ERREURS
                   DISPLAY "FDINTRFL - RECORD REJECTED: "
                           TRFF-ENR (1:30)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-ECRIRE - ADD THE PRICE, OR REPLACE THE ONE ALREADY ON  *
      *    FILE FOR THE SAME EFFECTIVE DATE                            *
      *----------------------------------------------------------------*
       2100-ECRIRE.
           IF TRFF-PRIX IS NOT NUMERIC OR TRFF-PRIX = ZERO
               ADD 1 TO TRFL-CNT-ERREURS
               DISPLAY "FDINTRFL - INVALID PRICE FOR "
                       TRFF-ENR (1:30) " - RECORD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE TRFF-FOURNISSEUR TO FTRF-FOURNISSEUR
           MOVE TRFF-PRODUIT     TO FTRF-PRODUIT
           MOVE TRFF-DATE-EFFET  TO FTRF-DATE-EFFET
           MOVE "N" TO TRFL-NOUVEAU-SW
           READ FDINTRFC RECORD
               INVALID KEY
                   MOVE SPACES           TO FTRF-ENR
                   MOVE TRFF-FOURNISSEUR TO FTRF-FOURNISSEUR
                   MOVE TRFF-PRODUIT     TO FTRF-PRODUIT
                   MOVE TRFF-DATE-EFFET  TO FTRF-DATE-EFFET
                   MOVE "Y" TO TRFL-NOUVEAU-SW
           END-READ
           MOVE TRFF-PRIX         TO FTRF-PRIX
           MOVE TRFF-REFERENCE    TO FTRF-REFERENCE
           MOVE TRFL-TODAY        TO FTRF-DATE-MAJ
           IF TRFL-NOUVEAU
               WRITE FTRF-ENR
           ELSE
               REWRITE FTRF-ENR
           END-IF
           IF FS-FDINTRFC NOT = "00"
               ADD 1 TO TRFL-CNT-ERREURS
               DISPLAY "FDINTRFL - WRITE FDINTRFC FAILED - STATUS "
                       FS-FDINTRFC
               GO TO 2100-EXIT
           END-IF
           IF TRFL-NOUVEAU
               ADD 1 TO TRFL-CNT-AJOUTS
           ELSE
               ADD 1 TO TRFL-CNT-MODIFS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SUPPRIMER - THE PREVIOUS EFFECTIVE PRICE APPLIES AGAIN *
      *----------------------------------------------------------------*
       2200-SUPPRIMER.
           MOVE TRFF-FOURNISSEUR TO FTRF-FOURNISSEUR
           MOVE TRFF-PRODUIT     TO FTRF-PRODUIT
           MOVE TRFF-DATE-EFFET  TO FTRF-DATE-EFFET
           DELETE FDINTRFC RECORD
               INVALID KEY
                   ADD 1 TO TRFL-CNT-ERREURS
                   DISPLAY "FDINTRFL - PRICE " TRFF-ENR (1:30)
                           " NOT ON FILE - RECORD REJECTED"
                   GO TO 2200-EXIT
           END-DELETE
           ADD 1 TO TRFL-CNT-SUPPR.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINTRFF = "00" OR FS-FDINTRFF = "10"
               CLOSE FDINTRFF
           END-IF
           IF TRFL-TRFC-OUVERT
               CLOSE FDINTRFC
           END-IF
           DISPLAY "FDINTRFL - RECORDS READ........: " TRFL-CNT-LUES.
           DISPLAY "FDINTRFL - PRICES ADDED........: " TRFL-CNT-AJOUTS.
           DISPLAY "FDINTRFL - PRICES REPLACED.....: " TRFL-CNT-MODIFS.
           DISPLAY "FDINTRFL - PRICES WITHDRAWN....: " TRFL-CNT-SUPPR.
           DISPLAY "FDINTRFL - RECORDS REFUSED.....: "
                   TRFL-CNT-ERREURS.
           IF TRFL-CNT-ERREURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
