      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINSUSM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . WRITES OFF BY HAND THE ITEMS  *
      *         .                      OF THE FDINSUSP SUSPENSE      *
      *         .                      REGISTER THAT WILL NEVER LOAD *
      *         .                      UNDER THEIR IDENTITY - A      *
      *         .                      NOTICE OR INVOICE CANCELLED   *
      *         .                      BY THE SUPPLIER, OR CORRECTED *
      *         .                      IN ONE OF THE FIELDS OF ITS   *
      *         .                      IDENTITY (WKSUSINT).  ONE     *
      *         .                      CARD PER ITEM, AS FDINSUSV    *
      *         .                      LISTS IT.  THE ROW IS KEPT,   *
      *         .                      STATUT A, WITH THE DATE AND   *
      *         .                      THE OPERATOR                  *
      * FILES USED.................: . FDINSUSP - UPDATE             *
      *         .                      FDINSUMP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01-08 SOURCE - FDINAVIS,  *
      *         .                      FDINFACE OR FDINRSAF          *
      *         .                      POS 09-38 IDENTITY            *
      *         .                      POS 39-48 OPERATOR            *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - WRITE-OFF OF SUSPENSE ITEMS  *
      *                 FROM CARDS.                                    *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINSUSM.
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
           SELECT FDINSUSP ASSIGN TO FDINSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSUS-CLEF
               FILE STATUS IS FS-FDINSUSP.
           SELECT FDINSUMP ASSIGN TO FDINSUMP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSUMP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINSUSP.
      *
       FD  FDINSUMP  LABEL RECORD STANDARD
                     RECORD 80.
       01  SUMP-CARTE.
           05  SUMP-SOURCE                PIC X(08).
           05  SUMP-IDENT                 PIC X(30).
           05  SUMP-OPERATEUR             PIC X(10).
           05  FILLER                     PIC X(32).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINSUSP                    PIC X(02) VALUE "00".
       77  FS-FDINSUMP                    PIC X(02) VALUE "00".
       77  SUSM-EOF-SW                    PIC X(01) VALUE "N".
           88  SUSM-EOF                   VALUE "Y".
       77  SUSM-SUSP-OUVERT-SW            PIC X(01) VALUE "N".
           88  SUSM-SUSP-OUVERT           VALUE "Y".
       77  SUSM-TODAY                     PIC 9(08).
       77  SUSM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  SUSM-CNT-ABANDONNES            PIC 9(05) COMP-3 VALUE ZERO.
       77  SUSM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL SUSM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT SUSM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINSUMP.
           IF FS-FDINSUMP NOT = "00"
               DISPLAY "FDINSUSM - OPEN FDINSUMP FAILED - STATUS "
                       FS-FDINSUMP
               MOVE "Y" TO SUSM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINSUSP.
           IF FS-FDINSUSP NOT = "00"
               DISPLAY "FDINSUSM - OPEN FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
               MOVE "Y" TO SUSM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO SUSM-SUSP-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE ITEM TO WRITE OFF PER CARD.  ONLY AN *
      *    ITEM STILL IN SUSPENSE CAN BE WRITTEN OFF                   *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINSUMP NEXT RECORD
               AT END
                   MOVE "Y" TO SUSM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO SUSM-CNT-LUES
           IF SUMP-OPERATEUR = SPACES
               ADD 1 TO SUSM-CNT-ERREURS
               DISPLAY "FDINSUSM - CARD REJECTED: " SUMP-CARTE (1:48)
               GO TO 2000-EXIT
           END-IF
           MOVE SUMP-SOURCE TO FSUS-SOURCE
           MOVE SUMP-IDENT  TO FSUS-IDENT
           READ FDINSUSP RECORD
               INVALID KEY
                   ADD 1 TO SUSM-CNT-ERREURS
                   DISPLAY "FDINSUSM - NOT IN THE REGISTER: "
                           SUMP-CARTE (1:38)
                   GO TO 2000-EXIT
           END-READ
           IF NOT FSUS-EN-SUSPENS
               ADD 1 TO SUSM-CNT-ERREURS
               DISPLAY "FDINSUSM - NOT IN SUSPENSE....: "
                       SUMP-CARTE (1:38)
               GO TO 2000-EXIT
           END-IF
           MOVE "A"            TO FSUS-STATUT
           MOVE SUSM-TODAY     TO FSUS-DATE-APURE
           MOVE SUMP-OPERATEUR TO FSUS-OPERATEUR
           REWRITE FSUS-ENR
           IF FS-FDINSUSP = "00"
               ADD 1 TO SUSM-CNT-ABANDONNES
           ELSE
               ADD 1 TO SUSM-CNT-ERREURS
               DISPLAY "FDINSUSM - REWRITE FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINSUMP = "00" OR FS-FDINSUMP = "10"
               CLOSE FDINSUMP
           END-IF
           IF SUSM-SUSP-OUVERT
               CLOSE FDINSUSP
           END-IF
           DISPLAY "FDINSUSM - CARDS READ..........: " SUSM-CNT-LUES.
           DISPLAY "FDINSUSM - ITEMS WRITTEN OFF...: "
                   SUSM-CNT-ABANDONNES.
           DISPLAY "FDINSUSM - CARDS IN ERROR......: "
                   SUSM-CNT-ERREURS.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
