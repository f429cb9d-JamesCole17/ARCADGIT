      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINNOMM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . MAINTAINS THE FDINNOMC        *
      *         .                      PRODUCT TO CUSTOMS            *
      *         .                      NOMENCLATURE TABLE FROM A     *
      *         .                      CARD FILE - ADD (A), CHANGE   *
      *         .                      (M) OR DELETE (S) ONE PRODUCT *
      *         .                      PER CARD                      *
      * FILES USED.................: . FDINNOMC - UPDATE             *
      *         .                      FDINNOMP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01    ACTION A/M/S        *
      *         .                      POS 02-14 PRODUCT CODE        *
      *         .                      POS 15-22 NOMENCLATURE CODE   *
      *         .                      (8 DIGITS)                    *
      *         .                      POS 23-24 COUNTRY OF ORIGIN   *
      *         .                      (BLANK = SUPPLIER'S COUNTRY)  *
      *         .                      POS 25-32 NET MASS PER UNIT   *
      *         .                      KG 99999V999                  *
      *         .                      POS 33    SUPPLEMENTARY UNITS *
      *         .                      O/N                           *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - PRODUCT NOMENCLATURE TABLE   *
      *                 MAINTENANCE FOR THE DEB DECLARATION.           *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINNOMM.
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
           SELECT FDINNOMC ASSIGN TO FDINNOMC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FNOM-PRODUIT
               FILE STATUS IS FS-FDINNOMC.
           SELECT FDINNOMP ASSIGN TO FDINNOMP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINNOMP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINNOMC.
      *
       FD  FDINNOMP  LABEL RECORD STANDARD
                     RECORD 80.
       01  NOMP-CARTE.
           05  NOMP-ACTION                PIC X(01).
           05  NOMP-PRODUIT               PIC X(13).
           05  NOMP-NC8                   PIC X(08).
           05  NOMP-PAYS-ORIGINE          PIC X(02).
           05  NOMP-MASSE-NETTE           PIC 9(5)V9(3).
           05  NOMP-UNITE-SUPP            PIC X(01).
           05  FILLER                     PIC X(47).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINNOMC                    PIC X(02) VALUE "00".
       77  FS-FDINNOMP                    PIC X(02) VALUE "00".
       77  NOMM-EOF-SW                    PIC X(01) VALUE "N".
           88  NOMM-EOF                   VALUE "Y".
       77  NOMM-NOMC-OUVERT-SW            PIC X(01) VALUE "N".
           88  NOMM-NOMC-OUVERT           VALUE "Y".
       77  NOMM-TODAY                     PIC 9(08).
       77  NOMM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  NOMM-CNT-AJOUTS                PIC 9(05) COMP-3 VALUE ZERO.
       77  NOMM-CNT-MODIFS                PIC 9(05) COMP-3 VALUE ZERO.
       77  NOMM-CNT-SUPPR                 PIC 9(05) COMP-3 VALUE ZERO.
       77  NOMM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL NOMM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT NOMM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINNOMP.
           IF FS-FDINNOMP NOT = "00"
               DISPLAY "FDINNOMM - OPEN FDINNOMP FAILED - STATUS "
                       FS-FDINNOMP
               MOVE "Y" TO NOMM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINNOMC.
           IF FS-FDINNOMC NOT = "00"
               OPEN OUTPUT FDINNOMC
               CLOSE FDINNOMC
               OPEN I-O FDINNOMC
           END-IF
           IF FS-FDINNOMC NOT = "00"
               DISPLAY "FDINNOMM - OPEN FDINNOMC FAILED - STATUS "
                       FS-FDINNOMC
               MOVE "Y" TO NOMM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO NOMM-NOMC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE CARD, ONE PRODUCT                    *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINNOMP NEXT RECORD
               AT END
                   MOVE "Y" TO NOMM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO NOMM-CNT-LUES
           IF NOMP-PRODUIT = SPACES
               ADD 1 TO NOMM-CNT-ERREURS
               DISPLAY "FDINNOMM - CARD REJECTED: " NOMP-CARTE (1:32)
               GO TO 2000-EXIT
           END-IF
           EVALUATE NOMP-ACTION
               WHEN "A"
               WHEN "M"
                   PERFORM 2100-ECRIRE THRU 2100-EXIT
               WHEN "S"
                   PERFORM 2200-SUPPRIMER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO NOMM-CNT-ERREURS
                   DISPLAY "FDINNOMM - CARD REJECTED: "
                           NOMP-CARTE (1:32)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-ECRIRE - ADD A NEW PRODUCT (A) OR REPLACE THE ROW OF A  *
      *    PRODUCT ALREADY ON FILE (M)                                 *
      *----------------------------------------------------------------*
       2100-ECRIRE.
           IF NOMP-NC8 IS NOT NUMERIC
               OR NOMP-MASSE-NETTE IS NOT NUMERIC
               OR (NOMP-UNITE-SUPP NOT = "O"
                   AND NOMP-UNITE-SUPP NOT = "N"
                   AND NOMP-UNITE-SUPP NOT = SPACE)
               ADD 1 TO NOMM-CNT-ERREURS
               DISPLAY "FDINNOMM - INVALID NOMENCLATURE DATA FOR "
                       NOMP-PRODUIT " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE NOMP-PRODUIT TO FNOM-PRODUIT
           READ FDINNOMC RECORD
               INVALID KEY
                   IF NOMP-ACTION = "M"
                       ADD 1 TO NOMM-CNT-ERREURS
                       DISPLAY "FDINNOMM - PRODUCT " NOMP-PRODUIT
                               " NOT ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
                   MOVE SPACES       TO FNOM-ENR
                   MOVE NOMP-PRODUIT TO FNOM-PRODUIT
               NOT INVALID KEY
                   IF NOMP-ACTION = "A"
                       ADD 1 TO NOMM-CNT-ERREURS
                       DISPLAY "FDINNOMM - PRODUCT " NOMP-PRODUIT
                               " ALREADY ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
           END-READ
           MOVE NOMP-NC8          TO FNOM-NC8
           MOVE NOMP-PAYS-ORIGINE TO FNOM-PAYS-ORIGINE
           MOVE NOMP-MASSE-NETTE  TO FNOM-MASSE-NETTE
           IF NOMP-UNITE-SUPP = "O"
               MOVE "O" TO FNOM-UNITE-SUPP
           ELSE
               MOVE "N" TO FNOM-UNITE-SUPP
           END-IF
           MOVE NOMM-TODAY        TO FNOM-DATE-MAJ
           IF NOMP-ACTION = "A"
               WRITE FNOM-ENR
           ELSE
               REWRITE FNOM-ENR
           END-IF
           IF FS-FDINNOMC NOT = "00"
               ADD 1 TO NOMM-CNT-ERREURS
               DISPLAY "FDINNOMM - WRITE FDINNOMC FAILED - STATUS "
                       FS-FDINNOMC
               GO TO 2100-EXIT
           END-IF
           IF NOMP-ACTION = "A"
               ADD 1 TO NOMM-CNT-AJOUTS
           ELSE
               ADD 1 TO NOMM-CNT-MODIFS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SUPPRIMER                                              *
      *----------------------------------------------------------------*
       2200-SUPPRIMER.
           MOVE NOMP-PRODUIT TO FNOM-PRODUIT
           DELETE FDINNOMC RECORD
               INVALID KEY
                   ADD 1 TO NOMM-CNT-ERREURS
                   DISPLAY "FDINNOMM - PRODUCT " NOMP-PRODUIT
                           " NOT ON FILE - CARD REJECTED"
                   GO TO 2200-EXIT
           END-DELETE
           ADD 1 TO NOMM-CNT-SUPPR.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINNOMP = "00" OR FS-FDINNOMP = "10"
               CLOSE FDINNOMP
           END-IF
           IF NOMM-NOMC-OUVERT
               CLOSE FDINNOMC
           END-IF
           DISPLAY "FDINNOMM - CARDS READ..........: " NOMM-CNT-LUES.
           DISPLAY "FDINNOMM - PRODUCTS ADDED......: " NOMM-CNT-AJOUTS.
           DISPLAY "FDINNOMM - PRODUCTS CHANGED....: " NOMM-CNT-MODIFS.
           DISPLAY "FDINNOMM - PRODUCTS DELETED....: " NOMM-CNT-SUPPR.
           DISPLAY "FDINNOMM - CARDS REFUSED.......: "
                   NOMM-CNT-ERREURS.
           IF NOMM-CNT-ERREURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
