      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINSUSC                      *
      * TYPE OF PROGRAM............: . CALLED SUBPROGRAM             *
      * FUNCTION...................: . KEEPS THE FDINSUSP SUSPENSE   *
      *         .                      REGISTER FOR THE LOADS THAT   *
      *         .                      WRITE CORRECTABLE REJECT      *
      *         .                      FILES.  A REJECT (FUNCTION R) *
      *         .                      OPENS THE ITEM'S SUSPENSE OR, *
      *         .                      IF IT IS ALREADY IN SUSPENSE, *
      *         .                      COUNTS ONE MORE REJECT AND    *
      *         .                      RECYCLE AND KEEPS THE LATEST  *
      *         .                      REASON.  A LOAD (FUNCTION C)  *
      *         .                      OF AN ITEM IN SUSPENSE COUNTS *
      *         .                      ITS LAST RECYCLE AND CLEARS   *
      *         .                      IT.  THE REGISTER IS OPENED   *
      *         .                      ON THE FIRST CALL AND STAYS   *
      *         .                      OPEN UNTIL FUNCTION F         *
      * FILES USED.................: . FDINSUSP - UPDATE             *
      * CALLING SEQUENCE...........: . CALL "FDINSUSC" USING         *
      *         .                      WK-SUS-INTERFACE (WKSUSINT)   *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - SUSPENSE REGISTER OF THE     *
      *                 NOTICE, INVOICE AND LINE REJECTS.              *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINSUSC.
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
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINSUSP.
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINSUSP                    PIC X(02) VALUE "00".
      *****  O = OPEN   N = NOT YET OPENED   X = THE OPEN FAILED - NOT
      *****  TRIED AGAIN IN THE SAME RUN
       77  SUSC-OUVERT-SW                 PIC X(01) VALUE "N".
           88  SUSC-OUVERT                VALUE "O".
           88  SUSC-A-OUVRIR              VALUE "N".
       77  SUSC-FOUND-SW                  PIC X(01).
           88  SUSC-FOUND                 VALUE "Y".
       77  SUSC-TODAY                     PIC 9(08).
      *
       LINKAGE SECTION.
       COPY WKSUSINT.
      *
       PROCEDURE DIVISION USING WK-SUS-INTERFACE.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           MOVE 0 TO WK-SUS-RETOUR
           IF WK-SUS-FIN
               PERFORM 3000-FERMER THRU 3000-EXIT
               GO TO 9999-EXIT
           END-IF
           IF SUSC-A-OUVRIR
               PERFORM 1000-OUVRIR THRU 1000-EXIT
           END-IF
           IF NOT SUSC-OUVERT
               MOVE 8 TO WK-SUS-RETOUR
               GO TO 9999-EXIT
           END-IF
           MOVE WK-SUS-SOURCE TO FSUS-SOURCE
           MOVE WK-SUS-IDENT  TO FSUS-IDENT
           MOVE "Y" TO SUSC-FOUND-SW
           READ FDINSUSP RECORD
               INVALID KEY
                   MOVE "N" TO SUSC-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN WK-SUS-REJET
                   PERFORM 2000-REJET THRU 2000-EXIT
               WHEN WK-SUS-CHARGE
                   PERFORM 2500-CHARGE THRU 2500-EXIT
           END-EVALUATE
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-OUVRIR - FIRST CALL OF THE RUN.  THE REGISTER IS       *
      *    CREATED THE FIRST TIME A LOAD USES IT                       *
      *----------------------------------------------------------------*
       1000-OUVRIR.
           ACCEPT SUSC-TODAY FROM DATE YYYYMMDD
           OPEN I-O FDINSUSP.
           IF FS-FDINSUSP NOT = "00"
               OPEN OUTPUT FDINSUSP
               CLOSE FDINSUSP
               OPEN I-O FDINSUSP
           END-IF
           IF FS-FDINSUSP NOT = "00"
               DISPLAY "FDINSUSC - OPEN FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
               MOVE "X" TO SUSC-OUVERT-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "O" TO SUSC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-REJET - A NEW SUSPENSE, OR ONE MORE BOUNCE OF AN ITEM  *
      *    ALREADY IN SUSPENSE                                         *
      *----------------------------------------------------------------*
       2000-REJET.
           IF SUSC-FOUND AND FSUS-EN-SUSPENS
               ADD 1 TO FSUS-NB-REJETS
               ADD 1 TO FSUS-NB-RECYCLAGES
               MOVE SUSC-TODAY   TO FSUS-DATE-DERN-REJET
               MOVE WK-SUS-MOTIF TO FSUS-MOTIF
               IF WK-SUS-FOURNISSEUR NOT = SPACES
                   MOVE WK-SUS-FOURNISSEUR TO FSUS-FOURNISSEUR
               END-IF
               REWRITE FSUS-ENR
           ELSE
               PERFORM 2100-OUVRIR-SUSPENS THRU 2100-EXIT
           END-IF
           IF FS-FDINSUSP NOT = "00"
               DISPLAY "FDINSUSC - UPDATE FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
               MOVE 8 TO WK-SUS-RETOUR
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *****  FIRST REJECT, OR FIRST SINCE THE ITEM WAS CLEARED OR
      *****  WRITTEN OFF
       2100-OUVRIR-SUSPENS.
           MOVE SPACES             TO FSUS-ENR
           MOVE WK-SUS-SOURCE      TO FSUS-SOURCE
           MOVE WK-SUS-IDENT       TO FSUS-IDENT
           MOVE WK-SUS-FOURNISSEUR TO FSUS-FOURNISSEUR
           MOVE SUSC-TODAY         TO FSUS-DATE-PREM-REJET
           MOVE SUSC-TODAY         TO FSUS-DATE-DERN-REJET
           MOVE WK-SUS-MOTIF       TO FSUS-MOTIF
           MOVE 1                  TO FSUS-NB-REJETS
           MOVE ZERO               TO FSUS-NB-RECYCLAGES
           MOVE "S"                TO FSUS-STATUT
           MOVE ZERO               TO FSUS-DATE-APURE
           MOVE SPACES             TO FSUS-OPERATEUR
           IF SUSC-FOUND
               REWRITE FSUS-ENR
           ELSE
               WRITE FSUS-ENR
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-CHARGE - THE ITEM HAS LOADED.  ONE THAT WAS NEVER      *
      *    REJECTED, OR IS NO LONGER IN SUSPENSE, IS LEFT ALONE        *
      *----------------------------------------------------------------*
       2500-CHARGE.
           IF NOT SUSC-FOUND OR NOT FSUS-EN-SUSPENS
               MOVE 1 TO WK-SUS-RETOUR
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO FSUS-NB-RECYCLAGES
           IF WK-SUS-FOURNISSEUR NOT = SPACES
               MOVE WK-SUS-FOURNISSEUR TO FSUS-FOURNISSEUR
           END-IF
           MOVE "C"        TO FSUS-STATUT
           MOVE SUSC-TODAY TO FSUS-DATE-APURE
           REWRITE FSUS-ENR
           IF FS-FDINSUSP NOT = "00"
               DISPLAY "FDINSUSC - REWRITE FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
               MOVE 8 TO WK-SUS-RETOUR
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-FERMER - END OF THE LOAD.  THE NEXT CALL REOPENS       *
      *----------------------------------------------------------------*
       3000-FERMER.
           IF SUSC-OUVERT
               CLOSE FDINSUSP
           END-IF
           MOVE "N" TO SUSC-OUVERT-SW.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
