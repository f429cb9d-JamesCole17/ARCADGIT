      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINQUAM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . MAINTAINS THE FDINQUAC DOCK-  *
      *         .                      SLOT CAPACITY TABLE FROM A    *
      *         .                      CARD FILE - ADD (A), CHANGE   *
      *         .                      (M) OR DELETE (S) ONE TIME    *
      *         .                      BAND PER CARD                 *
      * FILES USED.................: . FDINQUAC - UPDATE             *
      *         .                      FDINQUAP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01    ACTION A/M/S        *
      *         .                      POS 02-03 ENTREPOT            *
      *         .                      POS 04    WEEKDAY 1=MONDAY    *
      *         .                      .. 7=SUNDAY                   *
      *         .                      POS 05-08 BAND START HHMM     *
      *         .                      POS 09-12 BAND END HHMM       *
      *         .                      POS 13-15 CAPACITY (TRUCKS)   *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DOCK-SLOT CAPACITY TABLE     *
      *                 MAINTENANCE FOR THE DOCK APPOINTMENTS.         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINQUAM.
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
           SELECT FDINQUAC ASSIGN TO FDINQUAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQUA-CLEF
               FILE STATUS IS FS-FDINQUAC.
           SELECT FDINQUAP ASSIGN TO FDINQUAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINQUAP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINQUAC.
      *
       FD  FDINQUAP  LABEL RECORD STANDARD
                     RECORD 80.
       01  QUAP-CARTE.
           05  QUAP-ACTION                PIC X(01).
           05  QUAP-ENTREPOT              PIC X(02).
           05  QUAP-JOUR                  PIC 9(01).
           05  QUAP-HEURE-DEB.
               10  QUAP-DEB-HH            PIC 9(02).
               10  QUAP-DEB-MN            PIC 9(02).
           05  QUAP-HEURE-FIN.
               10  QUAP-FIN-HH            PIC 9(02).
               10  QUAP-FIN-MN            PIC 9(02).
           05  QUAP-CAPACITE              PIC 9(03).
           05  FILLER                     PIC X(65).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINQUAC                    PIC X(02) VALUE "00".
       77  FS-FDINQUAP                    PIC X(02) VALUE "00".
       77  QUAM-EOF-SW                    PIC X(01) VALUE "N".
           88  QUAM-EOF                   VALUE "Y".
       77  QUAM-QUAC-OUVERT-SW            PIC X(01) VALUE "N".
           88  QUAM-QUAC-OUVERT           VALUE "Y".
       77  QUAM-TODAY                     PIC 9(08).
       77  QUAM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  QUAM-CNT-AJOUTS                PIC 9(05) COMP-3 VALUE ZERO.
       77  QUAM-CNT-MODIFS                PIC 9(05) COMP-3 VALUE ZERO.
       77  QUAM-CNT-SUPPR                 PIC 9(05) COMP-3 VALUE ZERO.
       77  QUAM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL QUAM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT QUAM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINQUAP.
           IF FS-FDINQUAP NOT = "00"
               DISPLAY "FDINQUAM - OPEN FDINQUAP FAILED - STATUS "
                       FS-FDINQUAP
               MOVE "Y" TO QUAM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINQUAC.
           IF FS-FDINQUAC NOT = "00"
               OPEN OUTPUT FDINQUAC
               CLOSE FDINQUAC
               OPEN I-O FDINQUAC
           END-IF
           IF FS-FDINQUAC NOT = "00"
               DISPLAY "FDINQUAM - OPEN FDINQUAC FAILED - STATUS "
                       FS-FDINQUAC
               MOVE "Y" TO QUAM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO QUAM-QUAC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE CARD, ONE TIME BAND                  *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINQUAP NEXT RECORD
               AT END
                   MOVE "Y" TO QUAM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO QUAM-CNT-LUES
           IF QUAP-ENTREPOT = SPACES
               OR QUAP-JOUR IS NOT NUMERIC
               OR QUAP-JOUR < 1 OR QUAP-JOUR > 7
               OR QUAP-HEURE-DEB IS NOT NUMERIC
               OR QUAP-DEB-HH > 23 OR QUAP-DEB-MN > 59
               ADD 1 TO QUAM-CNT-ERREURS
               DISPLAY "FDINQUAM - CARD REJECTED: " QUAP-CARTE (1:15)
               GO TO 2000-EXIT
           END-IF
           EVALUATE QUAP-ACTION
               WHEN "A"
               WHEN "M"
                   PERFORM 2100-ECRIRE THRU 2100-EXIT
               WHEN "S"
                   PERFORM 2200-SUPPRIMER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO QUAM-CNT-ERREURS
                   DISPLAY "FDINQUAM - CARD REJECTED: "
                           QUAP-CARTE (1:15)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-ECRIRE - ADD A NEW BAND (A) OR REPLACE THE END AND     *
      *    CAPACITY OF A BAND ALREADY ON FILE (M)                      *
      *----------------------------------------------------------------*
       2100-ECRIRE.
      *****  A BAND ENDS LATER THE SAME DAY - 2400 CLOSES AT MIDNIGHT
           IF QUAP-HEURE-FIN IS NOT NUMERIC
               OR QUAP-FIN-MN > 59
               OR QUAP-HEURE-FIN > 2400
               OR QUAP-HEURE-FIN NOT > QUAP-HEURE-DEB
               OR QUAP-CAPACITE IS NOT NUMERIC
               ADD 1 TO QUAM-CNT-ERREURS
               DISPLAY "FDINQUAM - INVALID BAND DATA FOR "
                       QUAP-CARTE (2:7) " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE QUAP-ENTREPOT  TO FQUA-ENTREPOT
           MOVE QUAP-JOUR      TO FQUA-JOUR
           MOVE QUAP-HEURE-DEB TO FQUA-HEURE-DEB
           READ FDINQUAC RECORD
               INVALID KEY
                   IF QUAP-ACTION = "M"
                       ADD 1 TO QUAM-CNT-ERREURS
                       DISPLAY "FDINQUAM - BAND " QUAP-CARTE (2:7)
                               " NOT ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
                   MOVE SPACES         TO FQUA-ENR
                   MOVE QUAP-ENTREPOT  TO FQUA-ENTREPOT
                   MOVE QUAP-JOUR      TO FQUA-JOUR
                   MOVE QUAP-HEURE-DEB TO FQUA-HEURE-DEB
               NOT INVALID KEY
                   IF QUAP-ACTION = "A"
                       ADD 1 TO QUAM-CNT-ERREURS
                       DISPLAY "FDINQUAM - BAND " QUAP-CARTE (2:7)
                               " ALREADY ON FILE - CARD REJECTED"
                       GO TO 2100-EXIT
                   END-IF
           END-READ
           MOVE QUAP-HEURE-FIN    TO FQUA-HEURE-FIN
           MOVE QUAP-CAPACITE     TO FQUA-CAPACITE
           MOVE QUAM-TODAY        TO FQUA-DATE-MAJ
           IF QUAP-ACTION = "A"
               WRITE FQUA-ENR
           ELSE
               REWRITE FQUA-ENR
           END-IF
           IF FS-FDINQUAC NOT = "00"
               ADD 1 TO QUAM-CNT-ERREURS
               DISPLAY "FDINQUAM - WRITE FDINQUAC FAILED - STATUS "
                       FS-FDINQUAC
               GO TO 2100-EXIT
           END-IF
           IF QUAP-ACTION = "A"
               ADD 1 TO QUAM-CNT-AJOUTS
           ELSE
               ADD 1 TO QUAM-CNT-MODIFS
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SUPPRIMER - BOOKINGS ALREADY TAKEN ON THE BAND STAY ON *
      *    FDINRDVC; ONLY NEW BOOKINGS ARE REFUSED                     *
      *----------------------------------------------------------------*
       2200-SUPPRIMER.
           MOVE QUAP-ENTREPOT  TO FQUA-ENTREPOT
           MOVE QUAP-JOUR      TO FQUA-JOUR
           MOVE QUAP-HEURE-DEB TO FQUA-HEURE-DEB
           DELETE FDINQUAC RECORD
               INVALID KEY
                   ADD 1 TO QUAM-CNT-ERREURS
                   DISPLAY "FDINQUAM - BAND " QUAP-CARTE (2:7)
                           " NOT ON FILE - CARD REJECTED"
                   GO TO 2200-EXIT
           END-DELETE
           ADD 1 TO QUAM-CNT-SUPPR.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINQUAP = "00" OR FS-FDINQUAP = "10"
               CLOSE FDINQUAP
           END-IF
           IF QUAM-QUAC-OUVERT
               CLOSE FDINQUAC
           END-IF
           DISPLAY "FDINQUAM - CARDS READ..........: " QUAM-CNT-LUES.
           DISPLAY "FDINQUAM - BANDS ADDED.........: " QUAM-CNT-AJOUTS.
           DISPLAY "FDINQUAM - BANDS CHANGED.......: " QUAM-CNT-MODIFS.
           DISPLAY "FDINQUAM - BANDS DELETED.......: " QUAM-CNT-SUPPR.
           DISPLAY "FDINQUAM - CARDS REFUSED.......: "
                   QUAM-CNT-ERREURS.
           IF QUAM-CNT-ERREURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
