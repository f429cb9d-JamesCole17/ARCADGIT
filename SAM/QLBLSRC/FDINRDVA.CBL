      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRDVA                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . LOADS THE DOCK ARRIVALS       *
      *         .                      KEYED WHEN A TRUCK IS TAKEN   *
      *         .                      ON TO OPEN ITS RECEPTION      *
      *         .                      (FDINARRF), FINDS THE         *
      *         .                      APPOINTMENT FDINBLCH TIED TO  *
      *         .                      THE RECEPTION, COMPARES THE   *
      *         .                      ARRIVAL WITH THE START OF THE *
      *         .                      BOOKED BAND AND STAMPS THE    *
      *         .                      BOOKING ARRIVED - ON TIME,    *
      *         .                      LATE OR EARLY BEYOND THE      *
      *         .                      TOLERANCE.  LATE AND EARLY    *
      *         .                      TRUCKS, AND ARRIVALS WITH NO  *
      *         .                      APPOINTMENT, ARE LISTED       *
      * FILES USED.................: . FDINARRF - INPUT              *
      *         .                      FDINRDVC - UPDATE             *
      *         .                      FDINRDAP - INPUT (PARAMETER)  *
      *         .                      RPTRDA   - OUTPUT (PRINTER)   *
      * ARRIVAL RECORD.............: . POS 01-07 RECEPTION NUMBER    *
      *         .                      POS 08-15 ARRIVAL DATE        *
      *         .                      CCYYMMDD                      *
      *         .                      POS 16-19 ARRIVAL TIME HHMM   *
      * PARAMETER CARD.............: . POS 01-03 TOLERANCE IN        *
      *         .                      MINUTES EITHER SIDE OF THE    *
      *         .                      BAND START (DEFAULT 030)      *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DOCK ARRIVALS COMPARED WITH  *
      *                 THE BOOKED SLOT AT RECEPTION OPENING.          *
      *  15/10/26  JFC  THE REPORT OPEN IS CHECKED, FDINRDVC IS CLOSED *
      *                 ONLY IF IT OPENED, AND THE WARNING CODE NO     *
      *                 LONGER HIDES A FAILED RUN.                     *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRDVA.
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
           SELECT FDINARRF ASSIGN TO FDINARRF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINARRF.
           SELECT FDINRDVC ASSIGN TO FDINRDVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRDV-NO-RDV
               ALTERNATE RECORD KEY IS FRDV-CRENEAU
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FRDV-NORECEPT
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRDVC.
           SELECT FDINRDAP ASSIGN TO FDINRDAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRDAP.
           SELECT RPTRDA ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRDA.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINARRF  LABEL RECORD STANDARD
                     RECORD 80.
       01  ARRF-ENR.
           05  ARRF-NORECEPT              PIC 9(07).
           05  ARRF-DATE                  PIC 9(08).
           05  ARRF-HEURE.
               10  ARRF-HH                PIC 9(02).
               10  ARRF-MN                PIC 9(02).
           05  FILLER                     PIC X(61).
      *
       COPY FDINRDVC.
      *
       FD  FDINRDAP  LABEL RECORD STANDARD
                     RECORD 80.
       01  RDAP-CARTE.
           05  RDAP-TOLERANCE             PIC 9(03).
           05  FILLER                     PIC X(77).
      *
       FD  RPTRDA   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRDA-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINARRF                    PIC X(02) VALUE "00".
       77  FS-FDINRDVC                    PIC X(02) VALUE "00".
       77  FS-FDINRDAP                    PIC X(02) VALUE "00".
       77  FS-RPTRDA                      PIC X(02) VALUE "00".
       77  RDVA-EOF-SW                    PIC X(01) VALUE "N".
           88  RDVA-EOF                   VALUE "Y".
      *****  MINUTES A TRUCK MAY BE EARLY OR LATE AND STILL COUNT AS
      *****  ON TIME
       77  RDVA-TOLERANCE                 PIC 9(03) VALUE 030.
      *****  THE RANDOM READS LEAVE THE FILE STATUS AT 23, SO IT
      *****  CANNOT TELL WHETHER FDINRDVC IS TO BE CLOSED
       77  RDVA-RDVC-OUVERT-SW            PIC X(01) VALUE "N".
           88  RDVA-RDVC-OUVERT           VALUE "Y".
       77  RDVA-MIN-ARRIVEE               PIC 9(04).
       77  RDVA-MIN-CRENEAU               PIC 9(04).
       01  RDVA-HEURE-CRENEAU.
           05  RDVA-CREN-HH               PIC 9(02).
           05  RDVA-CREN-MN               PIC 9(02).
       77  RDVA-ECART                     PIC S9(04).
       77  RDVA-MESSAGE                   PIC X(40).
       77  RDVA-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVA-CNT-A-L-HEURE             PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVA-CNT-RETARDS               PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVA-CNT-AVANCES               PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVA-CNT-SANS-RDV              PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVA-CNT-ERREURS               PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  RDVA-LIGNE-ENTETE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(33) VALUE
               "RECEPT.  BOOKING  SUPPLIER   ENT".
           05  FILLER                     PIC X(34) VALUE
               "SLOT DATE TIME  ARRIVED   TIME  MI".
           05  FILLER                     PIC X(20) VALUE
               "NUTES  MESSAGE".
      *
       01  RDVA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-NO-RDV              PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-ENTREPOT            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-DATE-RDV            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-HEURE-RDV           PIC 9(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-DATE-ARR            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-HEURE-ARR           PIC 9(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVA-D-ECART               PIC -ZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  RDVA-D-MESSAGE             PIC X(40).
      *
       01  RDVA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40)
               VALUE "ARRIVALS READ / ON TIME / LATE / EARLY :".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RDVA-T-LUES                PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RDVA-T-A-L-HEURE           PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RDVA-T-RETARDS             PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RDVA-T-AVANCES             PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ARRIVEES-LOOP THRU 2000-EXIT
               UNTIL RDVA-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT FDINRDAP.
           IF FS-FDINRDAP = "00"
               READ FDINRDAP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RDAP-TOLERANCE IS NUMERIC
                           AND RDAP-TOLERANCE NOT = ZERO
                           MOVE RDAP-TOLERANCE TO RDVA-TOLERANCE
                       END-IF
               END-READ
               CLOSE FDINRDAP
           END-IF
           OPEN INPUT FDINARRF.
           IF FS-FDINARRF NOT = "00"
               DISPLAY "FDINRDVA - OPEN FDINARRF FAILED - STATUS "
                       FS-FDINARRF
               MOVE "Y" TO RDVA-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O FDINRDVC.
           IF FS-FDINRDVC NOT = "00"
               DISPLAY "FDINRDVA - OPEN FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               MOVE "Y" TO RDVA-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO RDVA-RDVC-OUVERT-SW
           END-IF
           OPEN OUTPUT RPTRDA.
           IF FS-RPTRDA NOT = "00"
               DISPLAY "FDINRDVA - OPEN RPTRDA FAILED - STATUS "
                       FS-RPTRDA
               MOVE "Y" TO RDVA-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTRDA-LIGNE
           MOVE "FDINRDVA - DOCK ARRIVALS AGAINST APPOINTMENTS"
                TO RPTRDA-LIGNE
           WRITE RPTRDA-LIGNE
           MOVE SPACES TO RPTRDA-LIGNE
           WRITE RPTRDA-LIGNE
           WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-ENTETE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ARRIVEES-LOOP - ONE TRUCK AT THE DOCK                  *
      *----------------------------------------------------------------*
       2000-ARRIVEES-LOOP.
           READ FDINARRF NEXT RECORD
               AT END
                   MOVE "Y" TO RDVA-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO RDVA-CNT-LUES
           MOVE SPACES TO RDVA-LIGNE-DETAIL
           MOVE ZERO TO RDVA-D-NORECEPT RDVA-D-NO-RDV RDVA-D-DATE-RDV
                        RDVA-D-HEURE-RDV RDVA-D-DATE-ARR
                        RDVA-D-HEURE-ARR RDVA-D-ECART
           IF ARRF-NORECEPT IS NOT NUMERIC
               OR ARRF-DATE IS NOT NUMERIC
               OR ARRF-HEURE IS NOT NUMERIC
               OR ARRF-HH > 23 OR ARRF-MN > 59
               ADD 1 TO RDVA-CNT-ERREURS
               MOVE "ARRIVEE NON NUMERIQUE - IGNOREE"
                    TO RDVA-D-MESSAGE
               WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-DETAIL
               GO TO 2000-EXIT
           END-IF
           MOVE ARRF-NORECEPT TO RDVA-D-NORECEPT
           MOVE ARRF-DATE     TO RDVA-D-DATE-ARR
           MOVE ARRF-HEURE    TO RDVA-D-HEURE-ARR
           MOVE ARRF-NORECEPT TO FRDV-NORECEPT
           READ FDINRDVC RECORD KEY IS FRDV-NORECEPT
               INVALID KEY
                   ADD 1 TO RDVA-CNT-SANS-RDV
                   MOVE "ARRIVEE SANS RENDEZ-VOUS" TO RDVA-D-MESSAGE
                   WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-DETAIL
                   GO TO 2000-EXIT
           END-READ
           MOVE FRDV-NO-RDV      TO RDVA-D-NO-RDV
           MOVE FRDV-FOURNISSEUR TO RDVA-D-FOURNISSEUR
           MOVE FRDV-ENTREPOT    TO RDVA-D-ENTREPOT
           MOVE FRDV-DATE        TO RDVA-D-DATE-RDV
           MOVE FRDV-HEURE       TO RDVA-D-HEURE-RDV
           IF NOT FRDV-LIE
               ADD 1 TO RDVA-CNT-ERREURS
               MOVE SPACES TO RDVA-MESSAGE
               STRING "RDV STATUT " FRDV-STATUT " - ARRIVEE IGNOREE"
                   DELIMITED BY SIZE INTO RDVA-MESSAGE
               MOVE RDVA-MESSAGE TO RDVA-D-MESSAGE
               WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-DETAIL
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CALCULER-ECART THRU 2100-EXIT
           MOVE "A"          TO FRDV-STATUT
           MOVE ARRF-DATE    TO FRDV-DATE-ARRIVEE
           MOVE ARRF-HEURE   TO FRDV-HEURE-ARRIVEE
           MOVE RDVA-ECART   TO FRDV-ECART-MIN
           REWRITE FRDV-ENR
           IF FS-FDINRDVC NOT = "00"
               DISPLAY "FDINRDVA - REWRITE FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE RDVA-ECART TO RDVA-D-ECART
           EVALUATE TRUE
               WHEN FRDV-EN-RETARD
                   ADD 1 TO RDVA-CNT-RETARDS
                   MOVE "ARRIVEE EN RETARD" TO RDVA-D-MESSAGE
                   WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-DETAIL
               WHEN FRDV-EN-AVANCE
                   ADD 1 TO RDVA-CNT-AVANCES
                   MOVE "ARRIVEE EN AVANCE" TO RDVA-D-MESSAGE
                   WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-DETAIL
               WHEN OTHER
                   ADD 1 TO RDVA-CNT-A-L-HEURE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CALCULER-ECART - MINUTES FROM THE START OF THE BOOKED  *
      *    BAND TO THE ARRIVAL; A TRUCK THAT COMES ON ANOTHER DAY IS   *
      *    SET TO +/-9999 AND IS ALWAYS LATE OR EARLY                  *
      *----------------------------------------------------------------*
       2100-CALCULER-ECART.
           EVALUATE TRUE
               WHEN ARRF-DATE > FRDV-DATE
                   MOVE 9999 TO RDVA-ECART
               WHEN ARRF-DATE < FRDV-DATE
                   MOVE -9999 TO RDVA-ECART
               WHEN OTHER
                   COMPUTE RDVA-MIN-ARRIVEE = ARRF-HH * 60 + ARRF-MN
                   MOVE FRDV-HEURE TO RDVA-HEURE-CRENEAU
                   COMPUTE RDVA-MIN-CRENEAU =
                           RDVA-CREN-HH * 60 + RDVA-CREN-MN
                   COMPUTE RDVA-ECART =
                           RDVA-MIN-ARRIVEE - RDVA-MIN-CRENEAU
           END-EVALUATE
           EVALUATE TRUE
               WHEN RDVA-ECART > RDVA-TOLERANCE
                   MOVE "R" TO FRDV-PONCTUALITE
               WHEN RDVA-ECART < ZERO
                   AND (0 - RDVA-ECART) > RDVA-TOLERANCE
                   MOVE "P" TO FRDV-PONCTUALITE
               WHEN OTHER
                   MOVE "H" TO FRDV-PONCTUALITE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINARRF = "00" OR FS-FDINARRF = "10"
               CLOSE FDINARRF
           END-IF
           IF RDVA-RDVC-OUVERT
               CLOSE FDINRDVC
           END-IF
           IF FS-RPTRDA = "00"
               MOVE SPACES TO RPTRDA-LIGNE
               WRITE RPTRDA-LIGNE
               MOVE RDVA-CNT-LUES      TO RDVA-T-LUES
               MOVE RDVA-CNT-A-L-HEURE TO RDVA-T-A-L-HEURE
               MOVE RDVA-CNT-RETARDS   TO RDVA-T-RETARDS
               MOVE RDVA-CNT-AVANCES   TO RDVA-T-AVANCES
               WRITE RPTRDA-LIGNE FROM RDVA-LIGNE-TOTAL
               CLOSE RPTRDA
           END-IF.
           DISPLAY "FDINRDVA - ARRIVALS READ.......: " RDVA-CNT-LUES.
           DISPLAY "FDINRDVA - ON TIME.............: "
                   RDVA-CNT-A-L-HEURE.
           DISPLAY "FDINRDVA - LATE................: " RDVA-CNT-RETARDS.
           DISPLAY "FDINRDVA - EARLY...............: " RDVA-CNT-AVANCES.
           DISPLAY "FDINRDVA - NO APPOINTMENT......: "
                   RDVA-CNT-SANS-RDV.
           DISPLAY "FDINRDVA - ARRIVALS IGNORED....: "
                   RDVA-CNT-ERREURS.
           IF RDVA-CNT-ERREURS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
