      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRCTM                      *
      * TYPE OF PROGRAM............: . MONTHLY BATCH REPORT          *
      * FUNCTION...................: . BLIND RECOUNT ACCURACY OF THE *
      *         .                      MONTH.  EVERY FDINRCMP LINE   *
      *         .                      CHECKED BY FDINRCTV AND       *
      *         .                      RECOUNTED IN THE PERIOD       *
      *         .                      COUNTS FOR THE OPERATOR WHO   *
      *         .                      KEYED IT AND FOR THE SUPPLIER *
      *         .                      OF THE RECEPTION - LINES      *
      *         .                      RECOUNTED, WITHIN AND OUTSIDE *
      *         .                      THE TYPE'S MOINS/PLUS         *
      *         .                      TOLERANCE, AND THE ACCURACY   *
      *         .                      PERCENTAGE (LINES WITHIN      *
      *         .                      TOLERANCE / LINES RECOUNTED)  *
      * FILES USED.................: . FDINRCMP - INPUT              *
      *         .                      FDINRCQP - INPUT (PARAMETER)  *
      *         .                      RPTRCM   - OUTPUT (PRINTER)   *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (ZERO OR NO CARD = CURRENT    *
      *         .                      MONTH)                        *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - MONTHLY RECOUNT ACCURACY     *
      *                 PER OPERATOR AND PER SUPPLIER.                 *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRCTM.
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
           SELECT FDINRCMP ASSIGN TO FDINRCMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRCM-CLEF
               FILE STATUS IS FS-FDINRCMP.
           SELECT FDINRCQP ASSIGN TO FDINRCQP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCQP.
           SELECT RPTRCM ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRCM.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRCMP.
      *
       FD  FDINRCQP  LABEL RECORD STANDARD
                     RECORD 80.
       01  RCQP-CARTE.
           05  RCQP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
       FD  RPTRCM   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRCM-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRCMP                    PIC X(02) VALUE "00".
       77  FS-FDINRCQP                    PIC X(02) VALUE "00".
       77  FS-RPTRCM                      PIC X(02) VALUE "00".
       77  RCTM-EOF-SW                    PIC X(01) VALUE "N".
           88  RCTM-EOF                   VALUE "Y".
       77  RCTM-FOUND-SW                  PIC X(01).
           88  RCTM-FOUND                 VALUE "Y".
       77  RCTM-PLEIN-SW                  PIC X(01) VALUE "N".
           88  RCTM-PLEIN                 VALUE "Y".
       77  RCTM-TODAY                     PIC 9(08).
       77  RCTM-PERIODE                   PIC 9(06) VALUE ZERO.
       77  RCTM-SUB                       PIC 9(04) COMP.
       77  RCTM-SUB2                      PIC 9(04) COMP.
       77  RCTM-POS                       PIC 9(04) COMP.
      *****  O + OPERATOR OR F + SUPPLIER - THE OPERATORS COME OUT
      *****  FIRST, THEN THE SUPPLIERS, EACH IN CODE ORDER
       77  RCTM-WRK-CLE                   PIC X(11).
       77  RCTM-SECTION                   PIC X(01).
       77  RCTM-TAUX                      PIC 9(03)V9(01).
       77  RCTM-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTM-CNT-DANS-TOL              PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTM-CNT-HORS-TOL              PIC 9(07) COMP-3 VALUE ZERO.
      *
      *****  ACCURACY ROWS OF THE PERIOD, IN KEY ORDER
       01  RCTM-ACC-TABLE.
           05  RCTM-ACC-ENTRY  OCCURS 2000 TIMES.
               10  TAC-CLE                PIC X(11).
               10  TAC-LIGNES             PIC 9(07) COMP-3.
               10  TAC-DANS-TOL           PIC 9(07) COMP-3.
               10  TAC-HORS-TOL           PIC 9(07) COMP-3.
       77  RCTM-ACC-COUNT                 PIC 9(04) COMP VALUE ZERO.
      *
       01  RCTM-LIGNE-ENTETE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTM-E-LIBELLE             PIC X(12).
           05  FILLER                     PIC X(40) VALUE
               "   RECOUNTED  WITHIN TOL.  OUTSIDE TOL. ".
           05  FILLER                     PIC X(12) VALUE
               " ACCURACY %".
      *
       01  RCTM-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTM-D-CODE                PIC X(10).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  RCTM-D-LIGNES              PIC ZZZZZZ9.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  RCTM-D-DANS-TOL            PIC ZZZZZZ9.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  RCTM-D-HORS-TOL            PIC ZZZZZZ9.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  RCTM-D-TAUX                PIC ZZ9.9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CUMULER-LOOP THRU 2000-EXIT
               UNTIL RCTM-EOF
           PERFORM 3000-IMPRIMER THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RCTM-TODAY FROM DATE YYYYMMDD
           MOVE RCTM-TODAY (1:6) TO RCTM-PERIODE
           OPEN INPUT FDINRCQP.
           IF FS-FDINRCQP = "00"
               READ FDINRCQP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCQP-PERIODE IS NUMERIC
                           AND RCQP-PERIODE NOT = "000000"
                           MOVE RCQP-PERIODE TO RCTM-PERIODE
                       END-IF
               END-READ
               CLOSE FDINRCQP
           END-IF
           OPEN OUTPUT RPTRCM.
           MOVE SPACES TO RPTRCM-LIGNE
           MOVE "FDINRCTM - BLIND RECOUNT ACCURACY - PERIOD"
                TO RPTRCM-LIGNE
           MOVE RCTM-PERIODE TO RPTRCM-LIGNE (44:6)
           WRITE RPTRCM-LIGNE
           MOVE SPACES TO RPTRCM-LIGNE
           WRITE RPTRCM-LIGNE
           OPEN INPUT FDINRCMP.
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTM - OPEN FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE "Y" TO RCTM-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CUMULER-LOOP - A LINE CHECKED AND RECOUNTED IN THE     *
      *    PERIOD COUNTS ONCE FOR ITS OPERATOR, ONCE FOR ITS SUPPLIER  *
      *----------------------------------------------------------------*
       2000-CUMULER-LOOP.
           READ FDINRCMP NEXT RECORD
               AT END
                   MOVE "Y" TO RCTM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF NOT FRCM-VERIFIEE
               OR FRCM-DATE-RECOMPTE (1:6) NOT = RCTM-PERIODE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RCTM-CNT-LIGNES
           IF FRCM-HORS-TOLERANCE
               ADD 1 TO RCTM-CNT-HORS-TOL
           ELSE
               ADD 1 TO RCTM-CNT-DANS-TOL
           END-IF
           MOVE SPACES TO RCTM-WRK-CLE
           STRING "O" FRCM-OPERATEUR DELIMITED BY SIZE
               INTO RCTM-WRK-CLE
           PERFORM 2100-CUMULER-CLE THRU 2100-EXIT
           MOVE SPACES TO RCTM-WRK-CLE
           STRING "F" FRCM-FOURNISSEUR DELIMITED BY SIZE
               INTO RCTM-WRK-CLE
           PERFORM 2100-CUMULER-CLE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
       2100-CUMULER-CLE.
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT RCTM-FOUND
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TAC-LIGNES (RCTM-POS)
           IF FRCM-HORS-TOLERANCE
               ADD 1 TO TAC-HORS-TOL (RCTM-POS)
           ELSE
               ADD 1 TO TAC-DANS-TOL (RCTM-POS)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-IMPRIMER - OPERATORS, THEN SUPPLIERS                   *
      *----------------------------------------------------------------*
       3000-IMPRIMER.
           MOVE SPACE TO RCTM-SECTION
           PERFORM 3100-IMPRIMER-LIGNE THRU 3100-EXIT
               VARYING RCTM-SUB FROM 1 BY 1
               UNTIL RCTM-SUB > RCTM-ACC-COUNT
           MOVE SPACES TO RPTRCM-LIGNE
           WRITE RPTRCM-LIGNE
           MOVE "ALL LINES"       TO RCTM-D-CODE
           MOVE RCTM-CNT-LIGNES   TO RCTM-D-LIGNES
           MOVE RCTM-CNT-DANS-TOL TO RCTM-D-DANS-TOL
           MOVE RCTM-CNT-HORS-TOL TO RCTM-D-HORS-TOL
           MOVE ZERO TO RCTM-TAUX
           IF RCTM-CNT-LIGNES > ZERO
               COMPUTE RCTM-TAUX ROUNDED =
                       RCTM-CNT-DANS-TOL * 100 / RCTM-CNT-LIGNES
           END-IF
           MOVE RCTM-TAUX TO RCTM-D-TAUX
           WRITE RPTRCM-LIGNE FROM RCTM-LIGNE-DETAIL
           IF RCTM-PLEIN
               MOVE SPACES TO RPTRCM-LIGNE
               WRITE RPTRCM-LIGNE
               MOVE "** ACCURACY TABLE FULL - ROWS MISSING ABOVE **"
                    TO RPTRCM-LIGNE
               WRITE RPTRCM-LIGNE
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-IMPRIMER-LIGNE.
           IF TAC-CLE (RCTM-SUB) (1:1) NOT = RCTM-SECTION
               MOVE TAC-CLE (RCTM-SUB) (1:1) TO RCTM-SECTION
               IF RCTM-SECTION = "O"
                   MOVE "OPERATOR"    TO RCTM-E-LIBELLE
               ELSE
                   MOVE SPACES TO RPTRCM-LIGNE
                   WRITE RPTRCM-LIGNE
                   MOVE "SUPPLIER"    TO RCTM-E-LIBELLE
               END-IF
               WRITE RPTRCM-LIGNE FROM RCTM-LIGNE-ENTETE
           END-IF
           MOVE TAC-CLE (RCTM-SUB) (2:10) TO RCTM-D-CODE
           MOVE TAC-LIGNES (RCTM-SUB)     TO RCTM-D-LIGNES
           MOVE TAC-DANS-TOL (RCTM-SUB)   TO RCTM-D-DANS-TOL
           MOVE TAC-HORS-TOL (RCTM-SUB)   TO RCTM-D-HORS-TOL
           COMPUTE RCTM-TAUX ROUNDED =
                   TAC-DANS-TOL (RCTM-SUB) * 100 / TAC-LIGNES (RCTM-SUB)
           MOVE RCTM-TAUX TO RCTM-D-TAUX
           WRITE RPTRCM-LIGNE FROM RCTM-LIGNE-DETAIL.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF FS-FDINRCMP = "00" OR FS-FDINRCMP = "10"
               CLOSE FDINRCMP
           END-IF
           CLOSE RPTRCM.
           DISPLAY "FDINRCTM - PERIOD..............: " RCTM-PERIODE.
           DISPLAY "FDINRCTM - LINES RECOUNTED.....: " RCTM-CNT-LIGNES.
           DISPLAY "FDINRCTM - WITHIN TOLERANCE....: "
                   RCTM-CNT-DANS-TOL.
           DISPLAY "FDINRCTM - OUTSIDE TOLERANCE...: "
                   RCTM-CNT-HORS-TOL.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND THE ROW OF RCTM-WRK-CLE, OR OPEN   *
      *    ONE AT ITS PLACE IN KEY ORDER, LEAVING RCTM-POS ON IT       *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO RCTM-FOUND-SW
           PERFORM 7100-AVANCER THRU 7100-EXIT
               VARYING RCTM-POS FROM 1 BY 1
               UNTIL RCTM-POS > RCTM-ACC-COUNT
                  OR TAC-CLE (RCTM-POS) NOT < RCTM-WRK-CLE
           IF RCTM-POS NOT > RCTM-ACC-COUNT
               IF TAC-CLE (RCTM-POS) = RCTM-WRK-CLE
                   MOVE "Y" TO RCTM-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF RCTM-ACC-COUNT NOT < 1999
               MOVE "Y" TO RCTM-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-DECALER THRU 7200-EXIT
               VARYING RCTM-SUB2 FROM RCTM-ACC-COUNT BY -1
               UNTIL RCTM-SUB2 < RCTM-POS
           ADD 1 TO RCTM-ACC-COUNT
           INITIALIZE RCTM-ACC-ENTRY (RCTM-POS)
           MOVE RCTM-WRK-CLE TO TAC-CLE (RCTM-POS)
           MOVE "Y" TO RCTM-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7100-AVANCER.
           CONTINUE.
       7100-EXIT.
           EXIT.
      *
       7200-DECALER.
           MOVE RCTM-ACC-ENTRY (RCTM-SUB2)
                TO RCTM-ACC-ENTRY (RCTM-SUB2 + 1).
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
