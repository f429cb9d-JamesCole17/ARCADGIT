      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRDVM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . BOOKS AND CANCELS DOCK        *
      *         .                      APPOINTMENTS ON FDINRDVC FROM *
      *         .                      A CARD FILE.  A BOOKING (R)   *
      *         .                      MUST NAME THE START OF AN     *
      *         .                      FDINQUAC BAND FOR THE         *
      *         .                      WEEKDAY OF THE DATE, FALL ON  *
      *         .                      NO FDINFERC HOLIDAY OF THE    *
      *         .                      ENTREPOT, AND FIND ROOM LEFT  *
      *         .                      IN THE BAND'S CAPACITY.  THE  *
      *         .                      NUMBER GIVEN IS THE ONE THE   *
      *         .                      SUPPLIER QUOTES ON ITS        *
      *         .                      DELIVERY NOTICE (FDINAVIS).   *
      *         .                      A CANCEL (X) FREES THE SLOT   *
      * FILES USED.................: . FDINRDVC - UPDATE             *
      *         .                      FDINQUAC - INPUT              *
      *         .                      FDINRDVE - INPUT (CARDS)      *
      * PROGRAMS CALLED............: . ACBDT000, BPFSKCHK            *
      * CARD LAYOUT................: . POS 01    ACTION R/X          *
      *         .                      POS 02-03 ENTREPOT            *
      *         .                      POS 04-11 DATE CCYYMMDD       *
      *         .                      POS 12-15 BAND START HHMM     *
      *         .                      POS 16-24 SUPPLIER            *
      *         .                      POS 25-31 BOOKING NUMBER (X)  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DOCK APPOINTMENT BOOKING     *
      *                 AGAINST THE FDINQUAC SLOT CAPACITY.            *
      *  15/10/26  JFC  FDINQUAC IS CLOSED ONLY IF IT OPENED, AND THE  *
      *                 WARNING CODE NO LONGER HIDES A FAILED RUN.     *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRDVM.
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
           SELECT FDINRDVC ASSIGN TO FDINRDVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRDV-NO-RDV
               ALTERNATE RECORD KEY IS FRDV-CRENEAU
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FRDV-NORECEPT
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRDVC.
           SELECT FDINQUAC ASSIGN TO FDINQUAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FQUA-CLEF
               FILE STATUS IS FS-FDINQUAC.
           SELECT FDINRDVE ASSIGN TO FDINRDVE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRDVE.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRDVC.
       COPY FDINQUAC.
      *
       FD  FDINRDVE  LABEL RECORD STANDARD
                     RECORD 80.
       01  RDVE-CARTE.
           05  RDVE-ACTION                PIC X(01).
           05  RDVE-CRENEAU.
               10  RDVE-ENTREPOT          PIC X(02).
               10  RDVE-DATE              PIC 9(08).
               10  RDVE-HEURE             PIC 9(04).
           05  RDVE-FOURNISSEUR           PIC X(09).
           05  RDVE-NO-RDV                PIC 9(07).
           05  FILLER                     PIC X(49).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRDVC                    PIC X(02) VALUE "00".
       77  FS-FDINQUAC                    PIC X(02) VALUE "00".
       77  FS-FDINRDVE                    PIC X(02) VALUE "00".
       77  RDVM-EOF-SW                    PIC X(01) VALUE "N".
           88  RDVM-EOF                   VALUE "Y".
       77  RDVM-RDV-EOF-SW                PIC X(01).
           88  RDVM-RDV-EOF               VALUE "Y".
       77  RDVM-RDVC-OUVERT-SW            PIC X(01) VALUE "N".
           88  RDVM-RDVC-OUVERT           VALUE "Y".
       77  RDVM-QUAC-OUVERT-SW            PIC X(01) VALUE "N".
           88  RDVM-QUAC-OUVERT           VALUE "Y".
       77  RDVM-TODAY                     PIC 9(08).
      *****  NEXT BOOKING NUMBER - SEEDED FROM THE HIGHEST NUMBER
      *****  ALREADY ON FDINRDVC
       77  RDVM-NO-SUIVANT                PIC 9(07) VALUE ZERO.
       77  RDVM-CNT-PRIS                  PIC 9(03).
       77  RDVM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  RDVM-CNT-RESERVES              PIC 9(05) COMP-3 VALUE ZERO.
       77  RDVM-CNT-ANNULES               PIC 9(05) COMP-3 VALUE ZERO.
       77  RDVM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *****  COMMUNICATION WITH BPFSKCHK
       77  RDVM-FSK-CLEF                  PIC X(09).
       77  RDVM-FSK-ACCEPTE               PIC X(01).
       77  RDVM-FSK-MESSAGE               PIC X(40).
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       77  RDVM-DATE-TRAVAIL              PIC 9(08).
       01  RDVM-CYYMMDD.
           05  RDVM-CY-C                  PIC 9(01).
           05  RDVM-CY-AA                 PIC 9(02).
           05  RDVM-CY-MMDD               PIC 9(04).
       01  RDVM-CYYMMDD9 REDEFINES RDVM-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL RDVM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RDVM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINRDVE.
           IF FS-FDINRDVE NOT = "00"
               DISPLAY "FDINRDVM - OPEN FDINRDVE FAILED - STATUS "
                       FS-FDINRDVE
               MOVE "Y" TO RDVM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINQUAC.
           IF FS-FDINQUAC NOT = "00"
               DISPLAY "FDINRDVM - OPEN FDINQUAC FAILED - STATUS "
                       FS-FDINQUAC
               MOVE "Y" TO RDVM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RDVM-QUAC-OUVERT-SW
           OPEN I-O FDINRDVC.
           IF FS-FDINRDVC NOT = "00"
               OPEN OUTPUT FDINRDVC
               CLOSE FDINRDVC
               OPEN I-O FDINRDVC
           END-IF
           IF FS-FDINRDVC NOT = "00"
               DISPLAY "FDINRDVM - OPEN FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               MOVE "Y" TO RDVM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO RDVM-RDVC-OUVERT-SW
           PERFORM 1100-CHERCHER-DERNIER-NO THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-CHERCHER-DERNIER-NO - HIGHEST BOOKING NUMBER ALREADY   *
      *    TAKEN, SO NEW BOOKINGS NUMBER ON FROM IT                    *
      *----------------------------------------------------------------*
       1100-CHERCHER-DERNIER-NO.
           MOVE "N" TO RDVM-RDV-EOF-SW
           MOVE ZERO TO FRDV-NO-RDV
           START FDINRDVC KEY IS NOT LESS THAN FRDV-NO-RDV
               INVALID KEY
                   MOVE "Y" TO RDVM-RDV-EOF-SW
           END-START
           PERFORM 1110-LIRE-UN-NO THRU 1110-EXIT
               UNTIL RDVM-RDV-EOF.
       1100-EXIT.
           EXIT.
      *
       1110-LIRE-UN-NO.
           READ FDINRDVC NEXT RECORD
               AT END
                   MOVE "Y" TO RDVM-RDV-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF FRDV-NO-RDV > RDVM-NO-SUIVANT
               MOVE FRDV-NO-RDV TO RDVM-NO-SUIVANT
           END-IF.
       1110-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE CARD, ONE BOOKING                    *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINRDVE NEXT RECORD
               AT END
                   MOVE "Y" TO RDVM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO RDVM-CNT-LUES
           EVALUATE RDVE-ACTION
               WHEN "R"
                   PERFORM 2100-RESERVER THRU 2100-EXIT
               WHEN "X"
                   PERFORM 2200-ANNULER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO RDVM-CNT-ERREURS
                   DISPLAY "FDINRDVM - CARD REJECTED: "
                           RDVE-CARTE (1:31)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-RESERVER - CHECK THE SLOT AND ITS CAPACITY, THEN GIVE  *
      *    THE SUPPLIER THE NEXT BOOKING NUMBER                        *
      *----------------------------------------------------------------*
       2100-RESERVER.
           IF RDVE-ENTREPOT = SPACES
               OR RDVE-DATE IS NOT NUMERIC
               OR RDVE-HEURE IS NOT NUMERIC
               OR RDVE-FOURNISSEUR = SPACES
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - CARD REJECTED: " RDVE-CARTE (1:31)
               GO TO 2100-EXIT
           END-IF
           IF RDVE-DATE < RDVM-TODAY
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - DATE " RDVE-DATE
                       " ALREADY PAST - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE RDVE-FOURNISSEUR TO RDVM-FSK-CLEF
           CALL "BPFSKCHK" USING RDVM-FSK-CLEF, RDVM-FSK-ACCEPTE,
               RDVM-FSK-MESSAGE
           IF RDVM-FSK-ACCEPTE NOT = "O"
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - SUPPLIER " RDVE-FOURNISSEUR " - "
                       RDVM-FSK-MESSAGE
               GO TO 2100-EXIT
           END-IF
      *****  ADDING ZERO BUSINESS DAYS HANDS THE DATE BACK AS DECODED,
      *****  WITH ITS WEEKDAY AND THE ENTREPOT'S HOLIDAY - A DATE THE
      *****  SUBPROGRAM REPLACED BY TODAY DOES NOT EXIST
           MOVE RDVE-DATE TO RDVM-DATE-TRAVAIL
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE RDVE-ENTREPOT TO WNO-ENTREPOT
           MOVE "A" TO WFONCTION
           MOVE ZERO TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING RDVM-CYYMMDD9, WKDAT000
           IF WDATE-RESULTAT9 NOT = RDVE-DATE
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - DATE " RDVE-DATE
                       " INVALID - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           IF WNOM-FETE NOT = SPACES
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - DATE " RDVE-DATE " IS A HOLIDAY ("
                       WNOM-FETE ") AT " RDVE-ENTREPOT
                       " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           MOVE RDVE-ENTREPOT TO FQUA-ENTREPOT
           MOVE WDAY-IN-WEEK9 TO FQUA-JOUR
           MOVE RDVE-HEURE    TO FQUA-HEURE-DEB
           READ FDINQUAC RECORD
               INVALID KEY
                   ADD 1 TO RDVM-CNT-ERREURS
                   DISPLAY "FDINRDVM - NO DOCK SLOT AT " RDVE-ENTREPOT
                           " ON " RDVE-DATE " " RDVE-HEURE
                           " - CARD REJECTED"
                   GO TO 2100-EXIT
           END-READ
           PERFORM 2150-COMPTER-PRIS THRU 2150-EXIT
           IF RDVM-CNT-PRIS NOT < FQUA-CAPACITE
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - SLOT " RDVE-ENTREPOT " " RDVE-DATE
                       " " RDVE-HEURE " FULL (" FQUA-CAPACITE
                       ") - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           IF RDVM-NO-SUIVANT >= 9999999
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - NO BOOKING NUMBER LEFT - CARD "
                       "REJECTED"
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RDVM-NO-SUIVANT
           MOVE SPACES            TO FRDV-ENR
           MOVE RDVM-NO-SUIVANT   TO FRDV-NO-RDV
           MOVE RDVE-ENTREPOT     TO FRDV-ENTREPOT
           MOVE RDVE-DATE         TO FRDV-DATE
           MOVE RDVE-HEURE        TO FRDV-HEURE
           MOVE RDVE-FOURNISSEUR  TO FRDV-FOURNISSEUR
           MOVE "R"               TO FRDV-STATUT
           MOVE ZERO              TO FRDV-NORECEPT
           MOVE ZERO              TO FRDV-DATE-ARRIVEE
           MOVE ZERO              TO FRDV-HEURE-ARRIVEE
           MOVE ZERO              TO FRDV-ECART-MIN
           MOVE SPACES            TO FRDV-PONCTUALITE
           MOVE RDVM-TODAY        TO FRDV-DATE-RESA
           WRITE FRDV-ENR
           IF FS-FDINRDVC NOT = "00"
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - WRITE FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RDVM-CNT-RESERVES
           DISPLAY "FDINRDVM - BOOKING " FRDV-NO-RDV " - SUPPLIER "
                   FRDV-FOURNISSEUR " AT " FRDV-ENTREPOT " ON "
                   FRDV-DATE " " FRDV-HEURE.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2150-COMPTER-PRIS - BOOKINGS ALREADY HOLDING THE SLOT       *
      *    (CANCELLED ONES DO NOT COUNT)                               *
      *----------------------------------------------------------------*
       2150-COMPTER-PRIS.
           MOVE ZERO TO RDVM-CNT-PRIS
           MOVE "N" TO RDVM-RDV-EOF-SW
           MOVE RDVE-CRENEAU TO FRDV-CRENEAU
           START FDINRDVC KEY IS EQUAL TO FRDV-CRENEAU
               INVALID KEY
                   MOVE "Y" TO RDVM-RDV-EOF-SW
           END-START
           PERFORM 2160-LIRE-UN-PRIS THRU 2160-EXIT
               UNTIL RDVM-RDV-EOF.
       2150-EXIT.
           EXIT.
      *
       2160-LIRE-UN-PRIS.
           READ FDINRDVC NEXT RECORD
               AT END
                   MOVE "Y" TO RDVM-RDV-EOF-SW
                   GO TO 2160-EXIT
           END-READ
           IF FRDV-CRENEAU NOT = RDVE-CRENEAU
               MOVE "Y" TO RDVM-RDV-EOF-SW
               GO TO 2160-EXIT
           END-IF
           IF NOT FRDV-ANNULE
               ADD 1 TO RDVM-CNT-PRIS
           END-IF.
       2160-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-ANNULER - A TRUCK ALREADY AT THE DOCK CANNOT BE        *
      *    CANCELLED                                                   *
      *----------------------------------------------------------------*
       2200-ANNULER.
           IF RDVE-NO-RDV IS NOT NUMERIC
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - CARD REJECTED: " RDVE-CARTE (1:31)
               GO TO 2200-EXIT
           END-IF
           MOVE RDVE-NO-RDV TO FRDV-NO-RDV
           READ FDINRDVC RECORD
               INVALID KEY
                   ADD 1 TO RDVM-CNT-ERREURS
                   DISPLAY "FDINRDVM - BOOKING " RDVE-NO-RDV
                           " NOT ON FILE - CARD REJECTED"
                   GO TO 2200-EXIT
           END-READ
           IF FRDV-ARRIVE OR FRDV-ANNULE
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - BOOKING " RDVE-NO-RDV " STATUS "
                       FRDV-STATUT " - CARD REJECTED"
               GO TO 2200-EXIT
           END-IF
           MOVE "X" TO FRDV-STATUT
           REWRITE FRDV-ENR
           IF FS-FDINRDVC NOT = "00"
               ADD 1 TO RDVM-CNT-ERREURS
               DISPLAY "FDINRDVM - REWRITE FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO RDVM-CNT-ANNULES.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINRDVE = "00" OR FS-FDINRDVE = "10"
               CLOSE FDINRDVE
           END-IF
           IF RDVM-RDVC-OUVERT
               CLOSE FDINRDVC
           END-IF
           IF RDVM-QUAC-OUVERT
               CLOSE FDINQUAC
           END-IF
           DISPLAY "FDINRDVM - CARDS READ..........: " RDVM-CNT-LUES.
           DISPLAY "FDINRDVM - BOOKINGS TAKEN......: "
                   RDVM-CNT-RESERVES.
           DISPLAY "FDINRDVM - BOOKINGS CANCELLED..: " RDVM-CNT-ANNULES.
           DISPLAY "FDINRDVM - CARDS REFUSED.......: "
                   RDVM-CNT-ERREURS.
           IF RDVM-CNT-ERREURS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE     *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                    *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF RDVM-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO RDVM-CY-C
           ELSE
               MOVE 1 TO RDVM-CY-C
           END-IF
           MOVE RDVM-DATE-TRAVAIL (3:2) TO RDVM-CY-AA
           MOVE RDVM-DATE-TRAVAIL (5:4) TO RDVM-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
