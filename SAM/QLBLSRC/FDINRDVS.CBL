      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRDVS                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . WEEKLY DOCK APPOINTMENT       *
      *         .                      REPORT.  FOR THE SEVEN DAYS   *
      *         .                      FROM THE DATE ON THE          *
      *         .                      PARAMETER CARD, LISTS PER     *
      *         .                      SUPPLIER THE BOOKINGS, THE    *
      *         .                      TRUCKS ON TIME, LATE AND      *
      *         .                      EARLY, THE NO-SHOWS (SLOT     *
      *         .                      PASSED WITH NO ARRIVAL) AND   *
      *         .                      THE SHARE OF ITS DUE SLOTS    *
      *         .                      ACTUALLY USED, THEN PER       *
      *         .                      FDINQUAC BAND THE CAPACITY    *
      *         .                      OFFERED AGAINST THE BOOKINGS  *
      *         .                      TAKEN (NO CAPACITY ON AN      *
      *         .                      FDINFERC HOLIDAY)             *
      * FILES USED.................: . FDINRDVC - INPUT              *
      *         .                      FDINQUAC - INPUT              *
      *         .                      FDINRDSP - INPUT (PARAMETER)  *
      *         .                      RPTRDS   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000                      *
      * PARAMETER CARD.............: . POS 01-08 FIRST DAY OF THE    *
      *         .                      WEEK CCYYMMDD (ZERO = MONDAY  *
      *         .                      OF LAST WEEK)                 *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - WEEKLY NO-SHOW, LATE ARRIVAL *
      *                 AND SLOT UTILIZATION REPORT.                   *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRDVS.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRDV-NO-RDV
               ALTERNATE RECORD KEY IS FRDV-CRENEAU
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FRDV-NORECEPT
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRDVC.
           SELECT FDINQUAC ASSIGN TO FDINQUAC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FQUA-CLEF
               FILE STATUS IS FS-FDINQUAC.
           SELECT FDINRDSP ASSIGN TO FDINRDSP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRDSP.
           SELECT RPTRDS ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRDS.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRDVC.
       COPY FDINQUAC.
      *
       FD  FDINRDSP  LABEL RECORD STANDARD
                     RECORD 80.
       01  RDSP-CARTE.
           05  RDSP-DATE-DEBUT            PIC 9(08).
           05  FILLER                     PIC X(72).
      *
       FD  RPTRDS   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRDS-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRDVC                    PIC X(02) VALUE "00".
       77  FS-FDINQUAC                    PIC X(02) VALUE "00".
       77  FS-FDINRDSP                    PIC X(02) VALUE "00".
       77  FS-RPTRDS                      PIC X(02) VALUE "00".
       77  RDVS-EOF-SW                    PIC X(01) VALUE "N".
           88  RDVS-EOF                   VALUE "Y".
       77  RDVS-FOUND-SW                  PIC X(01).
           88  RDVS-FOUND                 VALUE "Y".
       77  RDVS-ARRET-SW                  PIC X(01) VALUE "N".
           88  RDVS-ARRET                 VALUE "Y".
       77  RDVS-TODAY                     PIC 9(08).
       77  RDVS-DATE-DEBUT                PIC 9(08) VALUE ZERO.
       77  RDVS-DATE-FIN                  PIC 9(08).
       77  RDVS-JOUR-SEM                  PIC 9(01).
       77  RDVS-SUB                       PIC 9(04) COMP.
       77  RDVS-SUB2                      PIC 9(04) COMP.
       77  RDVS-POS                       PIC 9(04) COMP.
       77  RDVS-QX                        PIC 9(04) COMP.
       77  RDVS-WRK-CLE                   PIC X(09).
       77  RDVS-DUS                       PIC 9(05).
       77  RDVS-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVS-CNT-SEMAINE               PIC 9(07) COMP-3 VALUE ZERO.
       77  RDVS-CNT-HORS-BANDE            PIC 9(07) COMP-3 VALUE ZERO.
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       01  RDVS-DATE-TRAVAIL.
           05  RDVS-DT-AAAA               PIC 9(04).
           05  RDVS-DT-MM                 PIC 9(02).
           05  RDVS-DT-JJ                 PIC 9(02).
       01  RDVS-DATE-TRAVAIL9 REDEFINES RDVS-DATE-TRAVAIL
                                          PIC 9(08).
       01  RDVS-CYYMMDD.
           05  RDVS-CY-C                  PIC 9(01).
           05  RDVS-CY-AA                 PIC 9(02).
           05  RDVS-CY-MMDD               PIC 9(04).
       01  RDVS-CYYMMDD9 REDEFINES RDVS-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *
      *****  THE SEVEN DATES OF THE WEEK AND THEIR WEEKDAY
       01  RDVS-SEMAINE.
           05  RDVS-JOUR-ENTRY  OCCURS 7 TIMES.
               10  TJR-DATE               PIC 9(08).
               10  TJR-JOUR               PIC 9(01).
      *
      *****  ONE ROW PER SUPPLIER WITH A BOOKING IN THE WEEK, KEPT IN
      *****  SUPPLIER ORDER AS IT IS BUILT
       01  RDVS-FRN-TABLE.
           05  RDVS-FRN-ENTRY  OCCURS 1000 TIMES.
               10  TFR-CLE.
                   15  TFR-FOURNISSEUR    PIC X(09).
               10  TFR-RESERVES           PIC 9(05) COMP-3.
               10  TFR-ARRIVES            PIC 9(05) COMP-3.
               10  TFR-A-L-HEURE          PIC 9(05) COMP-3.
               10  TFR-RETARDS            PIC 9(05) COMP-3.
               10  TFR-AVANCES            PIC 9(05) COMP-3.
               10  TFR-ABSENTS            PIC 9(05) COMP-3.
               10  TFR-A-VENIR            PIC 9(05) COMP-3.
               10  TFR-ANNULES            PIC 9(05) COMP-3.
       77  RDVS-FRN-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  RDVS-FRN-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  THE FDINQUAC BANDS, IN KEY ORDER, WITH THE WEEK'S FIGURES
       01  RDVS-QUA-TABLE.
           05  RDVS-QUA-ENTRY  OCCURS 500 TIMES.
               10  TQU-ENTREPOT           PIC X(02).
               10  TQU-JOUR               PIC 9(01).
               10  TQU-HEURE-DEB          PIC 9(04).
               10  TQU-HEURE-FIN          PIC 9(04).
               10  TQU-DATE               PIC 9(08).
               10  TQU-CAPACITE           PIC 9(03).
               10  TQU-FETE               PIC X(10).
               10  TQU-RESERVES           PIC 9(05) COMP-3.
               10  TQU-ARRIVES            PIC 9(05) COMP-3.
       77  RDVS-QUA-COUNT                 PIC 9(04) COMP VALUE ZERO.
      *
       01  RDVS-TOTAUX.
           05  RDVS-TOT-RESERVES          PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-ARRIVES           PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-A-L-HEURE         PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-RETARDS           PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-AVANCES           PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-ABSENTS           PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-A-VENIR           PIC 9(07) COMP-3 VALUE ZERO.
           05  RDVS-TOT-ANNULES           PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  RDVS-LIGNE-TITRE1.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(41) VALUE
               "FDINRDVS - DOCK APPOINTMENTS - WEEK FROM ".
           05  RDVS-T-DEBUT               PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  RDVS-T-FIN                 PIC 9(08).
      *
       01  RDVS-LIGNE-TITRE2.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(45) VALUE
               "SUPPLIER    BOOKED  ARRIVED  ON TIME     LATE".
           05  FILLER                     PIC X(45) VALUE
               "    EARLY  NO-SHOW  PENDING  CANCEL.   USED %".
      *
       01  RDVS-LIGNE-FRN.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-RESERVES            PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-ARRIVES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-A-L-HEURE           PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-RETARDS             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-AVANCES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-ABSENTS             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-A-VENIR             PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-F-ANNULES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  RDVS-F-TAUX                PIC ZZ9.9.
      *
       01  RDVS-LIGNE-TITRE3.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(44) VALUE
               "ENT DAY DATE      BAND      CAPACITY  BOOKED".
           05  FILLER                     PIC X(28) VALUE
               "  ARRIVED    FILL %  HOLIDAY".
      *
       01  RDVS-LIGNE-QUA.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-ENTREPOT            PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RDVS-Q-JOUR                PIC 9(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-DATE                PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-HEURE-DEB           PIC 9(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  RDVS-Q-HEURE-FIN           PIC 9(04).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  RDVS-Q-CAPACITE            PIC ZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-RESERVES            PIC ZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-ARRIVES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  RDVS-Q-TAUX                PIC ZZZ9.9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RDVS-Q-FETE                PIC X(10).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RDVS-ARRET
               PERFORM 2000-CHARGER-BANDES THRU 2000-EXIT
               PERFORM 3000-LIRE-RDV THRU 3000-EXIT
               PERFORM 4000-EDITER-FOURNISSEURS THRU 4000-EXIT
               PERFORM 5000-EDITER-BANDES THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - THE WEEK REPORTED AND ITS SEVEN DATES     *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RDVS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINRDSP.
           IF FS-FDINRDSP = "00"
               READ FDINRDSP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RDSP-DATE-DEBUT IS NUMERIC
                           MOVE RDSP-DATE-DEBUT TO RDVS-DATE-DEBUT
                       END-IF
               END-READ
               CLOSE FDINRDSP
           END-IF
           OPEN INPUT FDINRDVC.
           IF FS-FDINRDVC NOT = "00"
               DISPLAY "FDINRDVS - OPEN FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               MOVE "Y" TO RDVS-ARRET-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT FDINQUAC.
           IF FS-FDINQUAC NOT = "00"
               DISPLAY "FDINRDVS - OPEN FDINQUAC FAILED - STATUS "
                       FS-FDINQUAC
               MOVE "Y" TO RDVS-ARRET-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT RPTRDS.
           IF RDVS-ARRET
               GO TO 1000-EXIT
           END-IF
      *****  NO DATE ON THE CARD : BACK FROM TODAY TO THIS WEEK'S
      *****  MONDAY, THEN SEVEN DAYS MORE
           IF RDVS-DATE-DEBUT = ZERO
               MOVE RDVS-TODAY TO RDVS-DATE-TRAVAIL9
               PERFORM 7100-APPELER-CALENDRIER THRU 7100-EXIT
               COMPUTE RDVS-SUB = WDAY-IN-WEEK9 + 6
               PERFORM 7300-JOUR-PRECEDENT THRU 7300-EXIT
                   RDVS-SUB TIMES
               MOVE RDVS-DATE-TRAVAIL9 TO RDVS-DATE-DEBUT
           ELSE
               MOVE RDVS-DATE-DEBUT TO RDVS-DATE-TRAVAIL9
               PERFORM 7100-APPELER-CALENDRIER THRU 7100-EXIT
               IF WDATE-RESULTAT9 NOT = RDVS-DATE-DEBUT
                   DISPLAY "FDINRDVS - INVALID DATE ON FDINRDSP: "
                           RDVS-DATE-DEBUT
                   MOVE "Y" TO RDVS-ARRET-SW
                   MOVE 8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           PERFORM 1100-ETABLIR-JOUR THRU 1100-EXIT
               VARYING RDVS-SUB FROM 1 BY 1
               UNTIL RDVS-SUB > 7
           MOVE TJR-DATE (7) TO RDVS-DATE-FIN
           MOVE RDVS-DATE-DEBUT TO RDVS-T-DEBUT
           MOVE RDVS-DATE-FIN   TO RDVS-T-FIN
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-TITRE1.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-ETABLIR-JOUR - RDVS-DATE-TRAVAIL IS DAY RDVS-SUB       *
      *----------------------------------------------------------------*
       1100-ETABLIR-JOUR.
           IF RDVS-SUB > 1
               PERFORM 7200-JOUR-SUIVANT THRU 7200-EXIT
           END-IF
           PERFORM 7100-APPELER-CALENDRIER THRU 7100-EXIT
           MOVE RDVS-DATE-TRAVAIL9 TO TJR-DATE (RDVS-SUB)
           MOVE WDAY-IN-WEEK9      TO TJR-JOUR (RDVS-SUB).
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-BANDES - EVERY FDINQUAC BAND, DATED TO ITS DAY *
      *    OF THE WEEK; A HOLIDAY OF THE ENTREPOT OFFERS NO CAPACITY   *
      *----------------------------------------------------------------*
       2000-CHARGER-BANDES.
           MOVE "N" TO RDVS-EOF-SW
           PERFORM 2100-CHARGER-UNE-BANDE THRU 2100-EXIT
               UNTIL RDVS-EOF.
       2000-EXIT.
           EXIT.
      *
       2100-CHARGER-UNE-BANDE.
           READ FDINQUAC NEXT RECORD
               AT END
                   MOVE "Y" TO RDVS-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF RDVS-QUA-COUNT NOT < 500
               MOVE "Y" TO RDVS-EOF-SW
               DISPLAY "FDINRDVS - MORE THAN 500 DOCK BANDS - THE "
                       "REST ARE NOT REPORTED"
               MOVE 4 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RDVS-QUA-COUNT
           MOVE RDVS-QUA-COUNT TO RDVS-QX
           MOVE FQUA-ENTREPOT  TO TQU-ENTREPOT (RDVS-QX)
           MOVE FQUA-JOUR      TO TQU-JOUR (RDVS-QX)
           MOVE FQUA-HEURE-DEB TO TQU-HEURE-DEB (RDVS-QX)
           MOVE FQUA-HEURE-FIN TO TQU-HEURE-FIN (RDVS-QX)
           MOVE FQUA-CAPACITE  TO TQU-CAPACITE (RDVS-QX)
           MOVE SPACES         TO TQU-FETE (RDVS-QX)
           MOVE ZERO           TO TQU-DATE (RDVS-QX)
           MOVE ZERO           TO TQU-RESERVES (RDVS-QX)
           MOVE ZERO           TO TQU-ARRIVES (RDVS-QX)
           PERFORM 2150-DATER-BANDE THRU 2150-EXIT
               VARYING RDVS-SUB FROM 1 BY 1
               UNTIL RDVS-SUB > 7
           IF TQU-DATE (RDVS-QX) = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE TQU-DATE (RDVS-QX) TO RDVS-DATE-TRAVAIL9
           MOVE FQUA-ENTREPOT TO WNO-ENTREPOT
           PERFORM 7100-APPELER-CALENDRIER THRU 7100-EXIT
           MOVE SPACES TO WNO-ENTREPOT
           IF WNOM-FETE NOT = SPACES
               MOVE WNOM-FETE TO TQU-FETE (RDVS-QX)
               MOVE ZERO      TO TQU-CAPACITE (RDVS-QX)
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2150-DATER-BANDE.
           IF TJR-JOUR (RDVS-SUB) = TQU-JOUR (RDVS-QX)
               MOVE TJR-DATE (RDVS-SUB) TO TQU-DATE (RDVS-QX)
           END-IF.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LIRE-RDV - EVERY BOOKING FOR A DATE IN THE WEEK        *
      *----------------------------------------------------------------*
       3000-LIRE-RDV.
           MOVE "N" TO RDVS-EOF-SW
           PERFORM 3100-LIRE-UN-RDV THRU 3100-EXIT
               UNTIL RDVS-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UN-RDV.
           READ FDINRDVC NEXT RECORD
               AT END
                   MOVE "Y" TO RDVS-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO RDVS-CNT-LUES
           IF FRDV-DATE < RDVS-DATE-DEBUT
               OR FRDV-DATE > RDVS-DATE-FIN
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO RDVS-CNT-SEMAINE
           MOVE FRDV-FOURNISSEUR TO RDVS-WRK-CLE
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT RDVS-FOUND
               GO TO 3100-EXIT
           END-IF
           IF FRDV-ANNULE
               ADD 1 TO TFR-ANNULES (RDVS-POS)
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO TFR-RESERVES (RDVS-POS)
           EVALUATE TRUE
               WHEN FRDV-ARRIVE
                   ADD 1 TO TFR-ARRIVES (RDVS-POS)
                   EVALUATE TRUE
                       WHEN FRDV-EN-RETARD
                           ADD 1 TO TFR-RETARDS (RDVS-POS)
                       WHEN FRDV-EN-AVANCE
                           ADD 1 TO TFR-AVANCES (RDVS-POS)
                       WHEN OTHER
                           ADD 1 TO TFR-A-L-HEURE (RDVS-POS)
                   END-EVALUATE
      *****  THE DAY OF THE SLOT IS NOT OVER YET - NOT A NO-SHOW
               WHEN FRDV-DATE NOT < RDVS-TODAY
                   ADD 1 TO TFR-A-VENIR (RDVS-POS)
               WHEN OTHER
                   ADD 1 TO TFR-ABSENTS (RDVS-POS)
           END-EVALUATE
           PERFORM 3200-CUMULER-BANDE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-CUMULER-BANDE - THE BOOKING AGAINST ITS BAND; A BAND   *
      *    DELETED SINCE THE BOOKING WAS TAKEN IS ONLY COUNTED         *
      *----------------------------------------------------------------*
       3200-CUMULER-BANDE.
           MOVE "N" TO RDVS-FOUND-SW
           PERFORM 3210-COMPARER-BANDE THRU 3210-EXIT
               VARYING RDVS-QX FROM 1 BY 1
               UNTIL RDVS-QX > RDVS-QUA-COUNT
                  OR RDVS-FOUND
           IF NOT RDVS-FOUND
               ADD 1 TO RDVS-CNT-HORS-BANDE
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-COMPARER-BANDE.
           IF TQU-ENTREPOT (RDVS-QX) = FRDV-ENTREPOT
               AND TQU-DATE (RDVS-QX) = FRDV-DATE
               AND TQU-HEURE-DEB (RDVS-QX) = FRDV-HEURE
               MOVE "Y" TO RDVS-FOUND-SW
               ADD 1 TO TQU-RESERVES (RDVS-QX)
               IF FRDV-ARRIVE
                   ADD 1 TO TQU-ARRIVES (RDVS-QX)
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-EDITER-FOURNISSEURS - USED % IS ARRIVALS OVER THE      *
      *    BOOKINGS ALREADY DUE (PENDING ONES LEFT OUT)                *
      *----------------------------------------------------------------*
       4000-EDITER-FOURNISSEURS.
           IF RDVS-FRN-PLEIN-SW = "Y"
               MOVE SPACES TO RPTRDS-LIGNE
               MOVE "** WORK TABLE FULL - SUPPLIERS MISSING **"
                    TO RPTRDS-LIGNE
               WRITE RPTRDS-LIGNE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-TITRE2
           PERFORM 4100-EDITER-UN-FOURNISSEUR THRU 4100-EXIT
               VARYING RDVS-SUB FROM 1 BY 1
               UNTIL RDVS-SUB > RDVS-FRN-COUNT
           MOVE SPACES TO RDVS-LIGNE-FRN
           MOVE "TOTAL"            TO RDVS-F-FOURNISSEUR
           MOVE RDVS-TOT-RESERVES  TO RDVS-F-RESERVES
           MOVE RDVS-TOT-ARRIVES   TO RDVS-F-ARRIVES
           MOVE RDVS-TOT-A-L-HEURE TO RDVS-F-A-L-HEURE
           MOVE RDVS-TOT-RETARDS   TO RDVS-F-RETARDS
           MOVE RDVS-TOT-AVANCES   TO RDVS-F-AVANCES
           MOVE RDVS-TOT-ABSENTS   TO RDVS-F-ABSENTS
           MOVE RDVS-TOT-A-VENIR   TO RDVS-F-A-VENIR
           MOVE RDVS-TOT-ANNULES   TO RDVS-F-ANNULES
           COMPUTE RDVS-DUS = RDVS-TOT-RESERVES - RDVS-TOT-A-VENIR
           IF RDVS-DUS > ZERO
               COMPUTE RDVS-F-TAUX ROUNDED =
                       RDVS-TOT-ARRIVES * 100 / RDVS-DUS
           ELSE
               MOVE ZERO TO RDVS-F-TAUX
           END-IF
           MOVE SPACES TO RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-FRN.
       4000-EXIT.
           EXIT.
      *
       4100-EDITER-UN-FOURNISSEUR.
           MOVE SPACES TO RDVS-LIGNE-FRN
           MOVE TFR-FOURNISSEUR (RDVS-SUB) TO RDVS-F-FOURNISSEUR
           MOVE TFR-RESERVES (RDVS-SUB)    TO RDVS-F-RESERVES
           MOVE TFR-ARRIVES (RDVS-SUB)     TO RDVS-F-ARRIVES
           MOVE TFR-A-L-HEURE (RDVS-SUB)   TO RDVS-F-A-L-HEURE
           MOVE TFR-RETARDS (RDVS-SUB)     TO RDVS-F-RETARDS
           MOVE TFR-AVANCES (RDVS-SUB)     TO RDVS-F-AVANCES
           MOVE TFR-ABSENTS (RDVS-SUB)     TO RDVS-F-ABSENTS
           MOVE TFR-A-VENIR (RDVS-SUB)     TO RDVS-F-A-VENIR
           MOVE TFR-ANNULES (RDVS-SUB)     TO RDVS-F-ANNULES
           COMPUTE RDVS-DUS = TFR-RESERVES (RDVS-SUB)
                            - TFR-A-VENIR (RDVS-SUB)
           IF RDVS-DUS > ZERO
               COMPUTE RDVS-F-TAUX ROUNDED =
                       TFR-ARRIVES (RDVS-SUB) * 100 / RDVS-DUS
           ELSE
               MOVE ZERO TO RDVS-F-TAUX
           END-IF
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-FRN
           ADD TFR-RESERVES (RDVS-SUB)  TO RDVS-TOT-RESERVES
           ADD TFR-ARRIVES (RDVS-SUB)   TO RDVS-TOT-ARRIVES
           ADD TFR-A-L-HEURE (RDVS-SUB) TO RDVS-TOT-A-L-HEURE
           ADD TFR-RETARDS (RDVS-SUB)   TO RDVS-TOT-RETARDS
           ADD TFR-AVANCES (RDVS-SUB)   TO RDVS-TOT-AVANCES
           ADD TFR-ABSENTS (RDVS-SUB)   TO RDVS-TOT-ABSENTS
           ADD TFR-A-VENIR (RDVS-SUB)   TO RDVS-TOT-A-VENIR
           ADD TFR-ANNULES (RDVS-SUB)   TO RDVS-TOT-ANNULES.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-EDITER-BANDES - FILL % IS BOOKINGS OVER CAPACITY       *
      *----------------------------------------------------------------*
       5000-EDITER-BANDES.
           MOVE SPACES TO RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-TITRE3
           PERFORM 5100-EDITER-UNE-BANDE THRU 5100-EXIT
               VARYING RDVS-QX FROM 1 BY 1
               UNTIL RDVS-QX > RDVS-QUA-COUNT.
       5000-EXIT.
           EXIT.
      *
       5100-EDITER-UNE-BANDE.
           IF TQU-DATE (RDVS-QX) = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO RDVS-LIGNE-QUA
           MOVE "-" TO RDVS-LIGNE-QUA (25:1)
           MOVE TQU-ENTREPOT (RDVS-QX)  TO RDVS-Q-ENTREPOT
           MOVE TQU-JOUR (RDVS-QX)      TO RDVS-Q-JOUR
           MOVE TQU-DATE (RDVS-QX)      TO RDVS-Q-DATE
           MOVE TQU-HEURE-DEB (RDVS-QX) TO RDVS-Q-HEURE-DEB
           MOVE TQU-HEURE-FIN (RDVS-QX) TO RDVS-Q-HEURE-FIN
           MOVE TQU-CAPACITE (RDVS-QX)  TO RDVS-Q-CAPACITE
           MOVE TQU-RESERVES (RDVS-QX)  TO RDVS-Q-RESERVES
           MOVE TQU-ARRIVES (RDVS-QX)   TO RDVS-Q-ARRIVES
           MOVE TQU-FETE (RDVS-QX)      TO RDVS-Q-FETE
           IF TQU-CAPACITE (RDVS-QX) > ZERO
               COMPUTE RDVS-Q-TAUX ROUNDED =
                       TQU-RESERVES (RDVS-QX) * 100
                       / TQU-CAPACITE (RDVS-QX)
           ELSE
               MOVE ZERO TO RDVS-Q-TAUX
           END-IF
           WRITE RPTRDS-LIGNE FROM RDVS-LIGNE-QUA.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - SUPPLIER ROW FOR RDVS-WRK-CLE, OPENED   *
      *    IN KEY ORDER WHEN NEW                                       *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO RDVS-FOUND-SW
           PERFORM 7010-AVANCER THRU 7010-EXIT
               VARYING RDVS-POS FROM 1 BY 1
               UNTIL RDVS-POS > RDVS-FRN-COUNT
                  OR TFR-CLE (RDVS-POS) NOT < RDVS-WRK-CLE
           IF RDVS-POS NOT > RDVS-FRN-COUNT
               IF TFR-CLE (RDVS-POS) = RDVS-WRK-CLE
                   MOVE "Y" TO RDVS-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF RDVS-FRN-COUNT NOT < 999
               MOVE "Y" TO RDVS-FRN-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7020-DECALER THRU 7020-EXIT
               VARYING RDVS-SUB2 FROM RDVS-FRN-COUNT BY -1
               UNTIL RDVS-SUB2 < RDVS-POS
           ADD 1 TO RDVS-FRN-COUNT
           INITIALIZE RDVS-FRN-ENTRY (RDVS-POS)
           MOVE RDVS-WRK-CLE TO TFR-CLE (RDVS-POS)
           MOVE "Y" TO RDVS-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7010-AVANCER.
           CONTINUE.
       7010-EXIT.
           EXIT.
      *
       7020-DECALER.
           MOVE RDVS-FRN-ENTRY (RDVS-SUB2)
                TO RDVS-FRN-ENTRY (RDVS-SUB2 + 1).
       7020-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-APPELER-CALENDRIER - WEEKDAY, MONTH LENGTH AND HOLIDAY *
      *    OF RDVS-DATE-TRAVAIL; ADDING ZERO BUSINESS DAYS HANDS THE   *
      *    DATE BACK IN WDATE-RESULTAT9 AS DECODED                     *
      *----------------------------------------------------------------*
       7100-APPELER-CALENDRIER.
           IF RDVS-DT-AAAA < 2000
               MOVE 0 TO RDVS-CY-C
           ELSE
               MOVE 1 TO RDVS-CY-C
           END-IF
           MOVE RDVS-DATE-TRAVAIL (3:2) TO RDVS-CY-AA
           MOVE RDVS-DATE-TRAVAIL (5:4) TO RDVS-CY-MMDD
           MOVE "A" TO WFONCTION
           MOVE ZERO TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING RDVS-CYYMMDD9, WKDAT000.
       7100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-JOUR-SUIVANT - RDVS-DATE-TRAVAIL PLUS ONE CALENDAR DAY *
      *    (WNBJOUR-MOIS9 IS STILL THE LENGTH OF ITS MONTH)            *
      *----------------------------------------------------------------*
       7200-JOUR-SUIVANT.
           IF RDVS-DT-JJ < WNBJOUR-MOIS9
               ADD 1 TO RDVS-DT-JJ
               GO TO 7200-EXIT
           END-IF
           MOVE 1 TO RDVS-DT-JJ
           IF RDVS-DT-MM < 12
               ADD 1 TO RDVS-DT-MM
           ELSE
               MOVE 1 TO RDVS-DT-MM
               ADD 1 TO RDVS-DT-AAAA
           END-IF.
       7200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7300-JOUR-PRECEDENT - RDVS-DATE-TRAVAIL LESS ONE CALENDAR   *
      *    DAY; ON THE 1ST THE SUBPROGRAM GIVES THE LENGTH OF THE      *
      *    MONTH BEFORE                                                *
      *----------------------------------------------------------------*
       7300-JOUR-PRECEDENT.
           IF RDVS-DT-JJ > 1
               SUBTRACT 1 FROM RDVS-DT-JJ
               GO TO 7300-EXIT
           END-IF
           IF RDVS-DT-MM > 1
               SUBTRACT 1 FROM RDVS-DT-MM
           ELSE
               MOVE 12 TO RDVS-DT-MM
               SUBTRACT 1 FROM RDVS-DT-AAAA
           END-IF
           PERFORM 7100-APPELER-CALENDRIER THRU 7100-EXIT
           MOVE WNBJOUR-MOIS9 TO RDVS-DT-JJ.
       7300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-TERMINATE                                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF FS-FDINRDVC = "00" OR FS-FDINRDVC = "10"
               CLOSE FDINRDVC
           END-IF
           IF FS-FDINQUAC = "00" OR FS-FDINQUAC = "10"
               CLOSE FDINQUAC
           END-IF
           CLOSE RPTRDS.
           DISPLAY "FDINRDVS - WEEK FROM...........: " RDVS-DATE-DEBUT.
           DISPLAY "FDINRDVS - BOOKINGS READ.......: " RDVS-CNT-LUES.
           DISPLAY "FDINRDVS - BOOKINGS IN WEEK....: "
                   RDVS-CNT-SEMAINE.
           DISPLAY "FDINRDVS - OUTSIDE ANY BAND....: "
                   RDVS-CNT-HORS-BANDE.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
