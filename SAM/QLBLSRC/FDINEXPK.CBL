      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINEXPK                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . PROCESSES THE RECEIPT         *
      *         .                      ACKNOWLEDGMENTS RETURNED BY   *
      *         .                      THE STORES FOR THE FDINEXPA   *
      *         .                      CROSS-DOCK DISPATCHES - EACH  *
      *         .                      ONE MARKS ITS FDINEXPD LINE   *
      *         .                      ACQUITTEE WITH THE DATE AND   *
      *         .                      THE QUANTITY THE STORE        *
      *         .                      RECEIVED; A QUANTITY THAT     *
      *         .                      DIFFERS FROM THE ONE SENT IS  *
      *         .                      LISTED.  THE RUN ENDS WITH    *
      *         .                      THE IN-TRANSIT LIST - LINES   *
      *         .                      DISPATCHED AND STILL NOT      *
      *         .                      ACKNOWLEDGED N BUSINESS DAYS  *
      *         .                      LATER, COUNTED BY ACBDT000    *
      *         .                      ON THE HOLIDAY CALENDAR OF    *
      *         .                      THE STORE'S ENTREPOT          *
      * FILES USED.................: . FDINEXAF - INPUT (ACKS)       *
      *         .                      FDINEXPD - UPDATE             *
      *         .                      FDINMAGC - INPUT              *
      *         .                      FDINEXKP - INPUT (PARAMETER)  *
      *         .                      RPTEXK   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000                      *
      * ACK RECORD.................: . POS 01-05 STORE               *
      *         .                      POS 06-12 RECEPTION NUMBER    *
      *         .                      POS 13-15 LINE NUMBER         *
      *         .                      POS 16-22 QUANTITY RECEIVED   *
      *         .                      99999V99                      *
      *         .                      POS 23-30 DATE RECEIVED       *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      * PARAMETER CARD.............: . POS 01-03 BUSINESS DAYS IN    *
      *         .                      TRANSIT BEFORE A LINE IS      *
      *         .                      LISTED (DEFAULT 003)          *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - STORE RECEIPT ACKNOWLEDGMENT *
      *                 LOAD AND IN-TRANSIT LIST IN BUSINESS DAYS.     *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN EXPK-RC AND SET AT THE *
      *                 END, SO THE DATE SUBPROGRAM CALLS NO LONGER    *
      *                 CLEAR AN RC 8.                                 *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINEXPK.
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
           SELECT FDINEXAF ASSIGN TO FDINEXAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEXAF.
           SELECT FDINEXPD ASSIGN TO FDINEXPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEXP-CLEF
               FILE STATUS IS FS-FDINEXPD.
           SELECT FDINMAGC ASSIGN TO FDINMAGC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FMAG-MAGASIN
               FILE STATUS IS FS-FDINMAGC.
           SELECT FDINEXKP ASSIGN TO FDINEXKP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEXKP.
           SELECT RPTEXK ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTEXK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINEXAF  LABEL RECORD STANDARD
                     RECORD 80.
       01  EXAF-ENR.
           05  EXAF-MAGASIN               PIC X(05).
           05  EXAF-NORECEPT              PIC 9(07).
           05  EXAF-NOLIGNE               PIC 9(03).
           05  EXAF-QUANTITE              PIC 9(5)V9(2).
           05  EXAF-DATE                  PIC 9(08).
           05  FILLER                     PIC X(50).
      *
       COPY FDINEXPD.
       COPY FDINMAGC.
      *
       FD  FDINEXKP  LABEL RECORD STANDARD
                     RECORD 80.
       01  EXKP-CARTE.
           05  EXKP-JOURS                 PIC 9(03).
           05  FILLER                     PIC X(77).
      *
       FD  RPTEXK   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTEXK-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINEXAF                    PIC X(02) VALUE "00".
       77  FS-FDINEXPD                    PIC X(02) VALUE "00".
       77  FS-FDINMAGC                    PIC X(02) VALUE "00".
       77  FS-FDINEXKP                    PIC X(02) VALUE "00".
       77  FS-RPTEXK                      PIC X(02) VALUE "00".
       77  EXPK-EOF-SW                    PIC X(01) VALUE "N".
           88  EXPK-EOF                   VALUE "Y".
       77  EXPK-TODAY                     PIC 9(08).
      *****  LINES STILL IN TRANSIT THIS MANY BUSINESS DAYS AFTER
      *****  THEY WENT OUT ARE LISTED FOR THE STORES TO CHASE
       77  EXPK-JOURS-LIMITE              PIC 9(03) VALUE 003.
       77  EXPK-DATE-LIMITE               PIC 9(08).
       77  EXPK-DATE-TRAVAIL              PIC 9(08).
       77  EXPK-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPK-CNT-ACQUITTEES            PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPK-CNT-ECARTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPK-CNT-INCONNUES             PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPK-CNT-EN-TRANSIT            PIC 9(07) COMP-3 VALUE ZERO.
      *****  SEVERITY OF THE RUN - THE DATE SUBPROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  EXPK-RC                        PIC S9(04) COMP VALUE ZERO.
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       01  EXPK-CYYMMDD.
           05  EXPK-CY-C                  PIC 9(01).
           05  EXPK-CY-AA                 PIC 9(02).
           05  EXPK-CY-MMDD               PIC 9(04).
       01  EXPK-CYYMMDD9 REDEFINES EXPK-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *
       01  EXPK-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-MAGASIN             PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  EXPK-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-QTE-RECUE           PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-DATE                PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPK-D-MESSAGE             PIC X(40).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACK-LOOP THRU 2000-EXIT
               UNTIL EXPK-EOF
           PERFORM 3000-LISTER-EN-TRANSIT THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT EXPK-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINEXKP.
           IF FS-FDINEXKP = "00"
               READ FDINEXKP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EXKP-JOURS IS NUMERIC
                           AND EXKP-JOURS NOT = ZERO
                           MOVE EXKP-JOURS TO EXPK-JOURS-LIMITE
                       END-IF
               END-READ
               CLOSE FDINEXKP
           END-IF
           OPEN INPUT FDINEXAF.
           IF FS-FDINEXAF NOT = "00"
               DISPLAY "FDINEXPK - OPEN FDINEXAF FAILED - STATUS "
                       FS-FDINEXAF
               MOVE "Y" TO EXPK-EOF-SW
               MOVE 8 TO EXPK-RC
           END-IF
           OPEN I-O FDINEXPD.
           IF FS-FDINEXPD NOT = "00"
               DISPLAY "FDINEXPK - OPEN FDINEXPD FAILED - STATUS "
                       FS-FDINEXPD
               MOVE "Y" TO EXPK-EOF-SW
               MOVE 8 TO EXPK-RC
           END-IF
           OPEN INPUT FDINMAGC.
           OPEN OUTPUT RPTEXK.
           MOVE SPACES TO RPTEXK-LIGNE
           MOVE "FDINEXPK - STORE RECEIPT ACKNOWLEDGMENT LOAD"
                TO RPTEXK-LIGNE
           WRITE RPTEXK-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ACK-LOOP - ONE ACKNOWLEDGMENT PER PASS                  *
      *----------------------------------------------------------------*
       2000-ACK-LOOP.
           READ FDINEXAF NEXT RECORD
               AT END
                   MOVE "Y" TO EXPK-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO EXPK-CNT-LUES
           MOVE SPACES TO EXPK-LIGNE-DETAIL
           MOVE "/" TO EXPK-LIGNE-DETAIL (17:1)
           MOVE EXAF-MAGASIN TO EXPK-D-MAGASIN
           IF EXAF-NORECEPT NOT NUMERIC
               OR EXAF-NOLIGNE NOT NUMERIC
               OR EXAF-QUANTITE NOT NUMERIC
               MOVE ZERO TO EXPK-D-NORECEPT
               MOVE ZERO TO EXPK-D-NOLIGNE
               MOVE "ACKNOWLEDGMENT NOT NUMERIC - IGNORED"
                    TO EXPK-D-MESSAGE
               PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE EXAF-NORECEPT TO EXPK-D-NORECEPT
           MOVE EXAF-NOLIGNE  TO EXPK-D-NOLIGNE
           MOVE EXAF-MAGASIN  TO FEXP-MAGASIN
           MOVE EXAF-NORECEPT TO FEXP-NORECEPT
           MOVE EXAF-NOLIGNE  TO FEXP-NOLIGNE
           READ FDINEXPD RECORD
               INVALID KEY
                   MOVE "NOT DISPATCHED TO THIS STORE - IGNORED"
                        TO EXPK-D-MESSAGE
                   PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
           MOVE FEXP-PRODUIT  TO EXPK-D-PRODUIT
           MOVE FEXP-QUANTITE TO EXPK-D-QUANTITE
           MOVE EXAF-QUANTITE TO EXPK-D-QTE-RECUE
           IF FEXP-ACQUITTEE
               MOVE FEXP-DATE-ACQ TO EXPK-D-DATE
               MOVE "ALREADY ACKNOWLEDGED - IGNORED" TO EXPK-D-MESSAGE
               PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-POSER-ACQUITTEE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-POSER-ACQUITTEE - THE STORE HAS THE GOODS : THE LINE    *
      *    LEAVES THE IN-TRANSIT LIST.  A QUANTITY OTHER THAN THE ONE  *
      *    SENT IS KEPT AS RECEIVED AND LISTED                         *
      *----------------------------------------------------------------*
       2100-POSER-ACQUITTEE.
           MOVE "A" TO FEXP-STATUT
           IF EXAF-DATE IS NUMERIC AND EXAF-DATE NOT = ZERO
               MOVE EXAF-DATE  TO FEXP-DATE-ACQ
           ELSE
               MOVE EXPK-TODAY TO FEXP-DATE-ACQ
           END-IF
           MOVE EXAF-QUANTITE TO FEXP-QTE-RECUE
           REWRITE FEXP-ENR
           IF FS-FDINEXPD NOT = "00"
               DISPLAY "FDINEXPK - REWRITE FDINEXPD FAILED - STATUS "
                       FS-FDINEXPD
               MOVE 8 TO EXPK-RC
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO EXPK-CNT-ACQUITTEES
           IF FEXP-QTE-RECUE NOT = FEXP-QUANTITE
               ADD 1 TO EXPK-CNT-ECARTS
               MOVE FEXP-DATE-ACQ TO EXPK-D-DATE
               MOVE "QUANTITY RECEIVED DIFFERS FROM DISPATCH"
                    TO EXPK-D-MESSAGE
               WRITE RPTEXK-LIGNE FROM EXPK-LIGNE-DETAIL
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2900-ACK-INCONNUE.
           ADD 1 TO EXPK-CNT-INCONNUES
           WRITE RPTEXK-LIGNE FROM EXPK-LIGNE-DETAIL.
       2900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LISTER-EN-TRANSIT - LINES STILL NOT ACKNOWLEDGED        *
      *    EXPK-JOURS-LIMITE BUSINESS DAYS AFTER THEY WENT OUT          *
      *----------------------------------------------------------------*
       3000-LISTER-EN-TRANSIT.
           IF FS-FDINEXPD NOT = "00" AND FS-FDINEXPD NOT = "23"
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO RPTEXK-LIGNE
           WRITE RPTEXK-LIGNE
           MOVE SPACES TO RPTEXK-LIGNE
           MOVE "  IN TRANSIT, NOT ACKNOWLEDGED AFTER    BUSINESS DAYS"
                TO RPTEXK-LIGNE
           MOVE EXPK-JOURS-LIMITE TO RPTEXK-LIGNE (38:3)
           WRITE RPTEXK-LIGNE
           MOVE "N" TO EXPK-EOF-SW
           MOVE LOW-VALUES TO FEXP-CLEF
           START FDINEXPD KEY IS NOT LESS THAN FEXP-CLEF
               INVALID KEY
                   MOVE "Y" TO EXPK-EOF-SW
           END-START
           PERFORM 3100-LIRE-UNE-EXPEDITION THRU 3100-EXIT
               UNTIL EXPK-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-EXPEDITION.
           READ FDINEXPD NEXT RECORD
               AT END
                   MOVE "Y" TO EXPK-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF NOT FEXP-EN-TRANSIT
               GO TO 3100-EXIT
           END-IF
      *****  THE DEADLINE RUNS ON THE HOLIDAYS OF THE ENTREPOT THAT
      *****  SERVES THE STORE - COMPANY-WIDE WHEN THE STORE IS UNKNOWN
           MOVE SPACES TO WNO-ENTREPOT
           IF FS-FDINMAGC = "00" OR FS-FDINMAGC = "23"
               MOVE FEXP-MAGASIN TO FMAG-MAGASIN
               READ FDINMAGC RECORD
                   INVALID KEY
                       MOVE SPACES TO FMAG-ENTREPOT
               END-READ
               MOVE FMAG-ENTREPOT TO WNO-ENTREPOT
           END-IF
           MOVE FEXP-DATE-EXPED TO EXPK-DATE-TRAVAIL
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE "A" TO WFONCTION
           MOVE EXPK-JOURS-LIMITE TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING EXPK-CYYMMDD9, WKDAT000
           MOVE WDATE-RESULTAT9 TO EXPK-DATE-LIMITE
           IF EXPK-TODAY NOT > EXPK-DATE-LIMITE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO EXPK-CNT-EN-TRANSIT
           MOVE SPACES TO EXPK-LIGNE-DETAIL
           MOVE "/" TO EXPK-LIGNE-DETAIL (17:1)
           MOVE FEXP-MAGASIN    TO EXPK-D-MAGASIN
           MOVE FEXP-NORECEPT   TO EXPK-D-NORECEPT
           MOVE FEXP-NOLIGNE    TO EXPK-D-NOLIGNE
           MOVE FEXP-PRODUIT    TO EXPK-D-PRODUIT
           MOVE FEXP-QUANTITE   TO EXPK-D-QUANTITE
           MOVE ZERO            TO EXPK-D-QTE-RECUE
           MOVE FEXP-DATE-EXPED TO EXPK-D-DATE
           MOVE "DISPATCHED, NO ACKNOWLEDGMENT FROM STORE"
                TO EXPK-D-MESSAGE
           WRITE RPTEXK-LIGNE FROM EXPK-LIGNE-DETAIL.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF FS-FDINEXAF = "00" OR FS-FDINEXAF = "10"
               CLOSE FDINEXAF
           END-IF
           CLOSE FDINEXPD.
           IF FS-FDINMAGC = "00" OR FS-FDINMAGC = "23"
               CLOSE FDINMAGC
           END-IF
           CLOSE RPTEXK.
           DISPLAY "FDINEXPK - ACKS READ...........: " EXPK-CNT-LUES.
           DISPLAY "FDINEXPK - LINES ACKNOWLEDGED..: "
                   EXPK-CNT-ACQUITTEES.
           DISPLAY "FDINEXPK - QUANTITY DIFFERENCES: " EXPK-CNT-ECARTS.
           DISPLAY "FDINEXPK - ACKS NOT MATCHED....: "
                   EXPK-CNT-INCONNUES.
           DISPLAY "FDINEXPK - STILL IN TRANSIT....: "
                   EXPK-CNT-EN-TRANSIT.
           MOVE EXPK-RC TO RETURN-CODE.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE     *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                    *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF EXPK-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO EXPK-CY-C
           ELSE
               MOVE 1 TO EXPK-CY-C
           END-IF
           MOVE EXPK-DATE-TRAVAIL (3:2) TO EXPK-CY-AA
           MOVE EXPK-DATE-TRAVAIL (5:4) TO EXPK-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
