      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINSTKK                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . PROCESSES THE ACKNOWLEDGMENTS *
      *         .                      RETURNED BY THE STOCK SYSTEM  *
      *         .                      FOR THE FDINSTKX STOCK        *
      *         .                      MOVEMENTS - EACH ONE MARKS    *
      *         .                      ITS FDINSTKD MOVEMENT         *
      *         .                      ACQUITTE WITH THE DATE AND    *
      *         .                      THE QUANTITY THE STOCK SYSTEM *
      *         .                      BOOKED; A QUANTITY THAT       *
      *         .                      DIFFERS FROM THE ONE SENT IS  *
      *         .                      LISTED.  THE RUN ENDS WITH    *
      *         .                      THE LIST OF MOVEMENTS SENT    *
      *         .                      AND STILL NOT ACKNOWLEDGED N  *
      *         .                      BUSINESS DAYS LATER, COUNTED  *
      *         .                      BY ACBDT000 ON THE HOLIDAY    *
      *         .                      CALENDAR OF THE MOVEMENT'S    *
      *         .                      ENTREPOT                      *
      * FILES USED.................: . FDINSKAF - INPUT (ACKS)       *
      *         .                      FDINSTKD - UPDATE             *
      *         .                      FDINSKKP - INPUT (PARAMETER)  *
      *         .                      RPTSTK   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000                      *
      * ACK RECORD.................: . POS 01    E=STOCK-IN          *
      *         .                      S=STOCK-OUT                   *
      *         .                      POS 02-08 RECEPTION OR RETURN *
      *         .                      NUMBER                        *
      *         .                      POS 09-11 LINE NUMBER         *
      *         .                      POS 12-18 QUANTITY BOOKED     *
      *         .                      99999V99                      *
      *         .                      POS 19-26 DATE BOOKED         *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      * PARAMETER CARD.............: . POS 01-03 BUSINESS DAYS       *
      *         .                      WITHOUT ACKNOWLEDGMENT BEFORE *
      *         .                      A MOVEMENT IS LISTED          *
      *         .                      (DEFAULT 003)                 *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - STOCK SYSTEM ACKNOWLEDGMENT  *
      *                 LOAD AND UNACKNOWLEDGED MOVEMENT LIST.         *
      *  15/10/26  JFC  THE REPORT OPEN IS CHECKED, AND FDINSTKD AND   *
      *                 THE REPORT ARE CLOSED ONLY IF THEY OPENED.     *
      *  15/10/26  JFC  AN ACKNOWLEDGMENT THAT FALLS ON THE FDINSTKX   *
      *                 CONTROL ROW IS IGNORED LIKE ONE FOR A MOVEMENT *
      *                 NEVER SENT.                                    *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN STKK-RC AND SET AT THE *
      *                 END, SO THE DATE SUBPROGRAM CALLS NO LONGER    *
      *                 CLEAR AN RC 8.                                 *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINSTKK.
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
           SELECT FDINSKAF ASSIGN TO FDINSKAF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSKAF.
           SELECT FDINSTKD ASSIGN TO FDINSTKD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSTK-CLEF
               FILE STATUS IS FS-FDINSTKD.
           SELECT FDINSKKP ASSIGN TO FDINSKKP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSKKP.
           SELECT RPTSTK ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTSTK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINSKAF  LABEL RECORD STANDARD
                     RECORD 80.
       01  SKAF-ENR.
           05  SKAF-SENS                  PIC X(01).
           05  SKAF-NODOC                 PIC 9(07).
           05  SKAF-NOLIGNE               PIC 9(03).
           05  SKAF-QUANTITE              PIC 9(5)V9(2).
           05  SKAF-DATE                  PIC 9(08).
           05  FILLER                     PIC X(54).
      *
       COPY FDINSTKD.
      *
       FD  FDINSKKP  LABEL RECORD STANDARD
                     RECORD 80.
       01  SKKP-CARTE.
           05  SKKP-JOURS                 PIC 9(03).
           05  FILLER                     PIC X(77).
      *
       FD  RPTSTK   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTSTK-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINSKAF                    PIC X(02) VALUE "00".
       77  FS-FDINSTKD                    PIC X(02) VALUE "00".
       77  FS-FDINSKKP                    PIC X(02) VALUE "00".
       77  FS-RPTSTK                      PIC X(02) VALUE "00".
       77  STKK-EOF-SW                    PIC X(01) VALUE "N".
           88  STKK-EOF                   VALUE "Y".
      *****  THE RANDOM READS LEAVE THE FILE STATUS AT 23, SO IT
      *****  CANNOT TELL WHETHER FDINSTKD IS TO BE CLOSED
       77  STKK-STKD-OUVERT-SW            PIC X(01) VALUE "N".
           88  STKK-STKD-OUVERT           VALUE "Y".
       77  STKK-TODAY                     PIC 9(08).
      *****  MOVEMENTS STILL NOT ACKNOWLEDGED THIS MANY BUSINESS DAYS
      *****  AFTER THEY WENT OUT ARE LISTED FOR THE STOCK SYSTEM TO
      *****  CHASE
       77  STKK-JOURS-LIMITE              PIC 9(03) VALUE 003.
       77  STKK-DATE-LIMITE               PIC 9(08).
       77  STKK-DATE-TRAVAIL              PIC 9(08).
       77  STKK-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  STKK-CNT-ACQUITTES             PIC 9(07) COMP-3 VALUE ZERO.
       77  STKK-CNT-ECARTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  STKK-CNT-INCONNUS              PIC 9(07) COMP-3 VALUE ZERO.
       77  STKK-CNT-EN-ATTENTE            PIC 9(07) COMP-3 VALUE ZERO.
      *****  SEVERITY OF THE RUN - THE DATE SUBPROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  STKK-RC                        PIC S9(04) COMP VALUE ZERO.
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       01  STKK-CYYMMDD.
           05  STKK-CY-C                  PIC 9(01).
           05  STKK-CY-AA                 PIC 9(02).
           05  STKK-CY-MMDD               PIC 9(04).
       01  STKK-CYYMMDD9 REDEFINES STKK-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *
       01  STKK-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-SENS                PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-NODOC               PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  STKK-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-QTE-ACQ             PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-DATE                PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKK-D-MESSAGE             PIC X(40).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ACK-LOOP THRU 2000-EXIT
               UNTIL STKK-EOF
           PERFORM 3000-LISTER-EN-ATTENTE THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT STKK-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINSKKP.
           IF FS-FDINSKKP = "00"
               READ FDINSKKP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SKKP-JOURS IS NUMERIC
                           AND SKKP-JOURS NOT = ZERO
                           MOVE SKKP-JOURS TO STKK-JOURS-LIMITE
                       END-IF
               END-READ
               CLOSE FDINSKKP
           END-IF
           OPEN INPUT FDINSKAF.
           IF FS-FDINSKAF NOT = "00"
               DISPLAY "FDINSTKK - OPEN FDINSKAF FAILED - STATUS "
                       FS-FDINSKAF
               MOVE "Y" TO STKK-EOF-SW
               MOVE 8 TO STKK-RC
           END-IF
           OPEN I-O FDINSTKD.
           IF FS-FDINSTKD NOT = "00"
               DISPLAY "FDINSTKK - OPEN FDINSTKD FAILED - STATUS "
                       FS-FDINSTKD
               MOVE "Y" TO STKK-EOF-SW
               MOVE 8 TO STKK-RC
           ELSE
               MOVE "Y" TO STKK-STKD-OUVERT-SW
           END-IF
           OPEN OUTPUT RPTSTK.
           IF FS-RPTSTK NOT = "00"
               DISPLAY "FDINSTKK - OPEN RPTSTK FAILED - STATUS "
                       FS-RPTSTK
               MOVE "Y" TO STKK-EOF-SW
               MOVE 8 TO STKK-RC
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTSTK-LIGNE
           MOVE "FDINSTKK - STOCK SYSTEM ACKNOWLEDGMENT LOAD"
                TO RPTSTK-LIGNE
           WRITE RPTSTK-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ACK-LOOP - ONE ACKNOWLEDGMENT PER PASS                 *
      *----------------------------------------------------------------*
       2000-ACK-LOOP.
           READ FDINSKAF NEXT RECORD
               AT END
                   MOVE "Y" TO STKK-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO STKK-CNT-LUES
           MOVE SPACES TO STKK-LIGNE-DETAIL
           MOVE "/" TO STKK-LIGNE-DETAIL (13:1)
           MOVE SKAF-SENS TO STKK-D-SENS
           IF SKAF-NODOC NOT NUMERIC
               OR SKAF-NOLIGNE NOT NUMERIC
               OR SKAF-QUANTITE NOT NUMERIC
               MOVE ZERO TO STKK-D-NODOC
               MOVE ZERO TO STKK-D-NOLIGNE
               MOVE "ACKNOWLEDGMENT NOT NUMERIC - IGNORED"
                    TO STKK-D-MESSAGE
               PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE SKAF-NODOC   TO STKK-D-NODOC
           MOVE SKAF-NOLIGNE TO STKK-D-NOLIGNE
           MOVE SKAF-SENS    TO FSTK-SENS
           MOVE SKAF-NODOC   TO FSTK-NODOC
           MOVE SKAF-NOLIGNE TO FSTK-NOLIGNE
           READ FDINSTKD RECORD
               INVALID KEY
                   MOVE "MOVEMENT NOT SENT - IGNORED"
                        TO STKK-D-MESSAGE
                   PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
      *****  THE FDINSTKX CONTROL ROW IS NEVER A MOVEMENT SENT
           IF FSTK-CONTROLE
               MOVE "MOVEMENT NOT SENT - IGNORED"
                    TO STKK-D-MESSAGE
               PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE FSTK-PRODUIT  TO STKK-D-PRODUIT
           MOVE FSTK-QUANTITE TO STKK-D-QUANTITE
           MOVE SKAF-QUANTITE TO STKK-D-QTE-ACQ
           IF FSTK-ACQUITTE
               MOVE FSTK-DATE-ACQ TO STKK-D-DATE
               MOVE "ALREADY ACKNOWLEDGED - IGNORED" TO STKK-D-MESSAGE
               PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-POSER-ACQUITTE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-POSER-ACQUITTE - THE STOCK SYSTEM HAS BOOKED THE       *
      *    MOVEMENT : IT LEAVES THE UNACKNOWLEDGED LIST.  A QUANTITY   *
      *    OTHER THAN THE ONE SENT IS KEPT AS BOOKED AND LISTED        *
      *----------------------------------------------------------------*
       2100-POSER-ACQUITTE.
           MOVE "A" TO FSTK-STATUT
           IF SKAF-DATE IS NUMERIC AND SKAF-DATE NOT = ZERO
               MOVE SKAF-DATE  TO FSTK-DATE-ACQ
           ELSE
               MOVE STKK-TODAY TO FSTK-DATE-ACQ
           END-IF
           MOVE SKAF-QUANTITE TO FSTK-QTE-ACQ
           REWRITE FSTK-ENR
           IF FS-FDINSTKD NOT = "00"
               DISPLAY "FDINSTKK - REWRITE FDINSTKD FAILED - STATUS "
                       FS-FDINSTKD
               MOVE 8 TO STKK-RC
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO STKK-CNT-ACQUITTES
           IF FSTK-QTE-ACQ NOT = FSTK-QUANTITE
               ADD 1 TO STKK-CNT-ECARTS
               MOVE FSTK-DATE-ACQ TO STKK-D-DATE
               MOVE "QUANTITY BOOKED DIFFERS FROM MOVEMENT"
                    TO STKK-D-MESSAGE
               WRITE RPTSTK-LIGNE FROM STKK-LIGNE-DETAIL
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2900-ACK-INCONNUE.
           ADD 1 TO STKK-CNT-INCONNUS
           WRITE RPTSTK-LIGNE FROM STKK-LIGNE-DETAIL.
       2900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LISTER-EN-ATTENTE - MOVEMENTS STILL NOT ACKNOWLEDGED   *
      *    STKK-JOURS-LIMITE BUSINESS DAYS AFTER THEY WENT OUT         *
      *----------------------------------------------------------------*
       3000-LISTER-EN-ATTENTE.
           IF NOT STKK-STKD-OUVERT OR FS-RPTSTK NOT = "00"
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO RPTSTK-LIGNE
           WRITE RPTSTK-LIGNE
           MOVE SPACES TO RPTSTK-LIGNE
           MOVE "  SENT, NOT ACKNOWLEDGED AFTER     BUSINESS DAYS"
                TO RPTSTK-LIGNE
           MOVE STKK-JOURS-LIMITE TO RPTSTK-LIGNE (32:3)
           WRITE RPTSTK-LIGNE
           MOVE "N" TO STKK-EOF-SW
           MOVE LOW-VALUES TO FSTK-CLEF
           START FDINSTKD KEY IS NOT LESS THAN FSTK-CLEF
               INVALID KEY
                   MOVE "Y" TO STKK-EOF-SW
           END-START
           PERFORM 3100-LIRE-UN-MOUVEMENT THRU 3100-EXIT
               UNTIL STKK-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UN-MOUVEMENT.
           READ FDINSTKD NEXT RECORD
               AT END
                   MOVE "Y" TO STKK-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF NOT FSTK-ENVOYE
               GO TO 3100-EXIT
           END-IF
      *****  THE DEADLINE RUNS ON THE HOLIDAYS OF THE MOVEMENT'S
      *****  ENTREPOT - COMPANY-WIDE WHEN THE ENTREPOT IS NOT KNOWN
           MOVE FSTK-ENTREPOT TO WNO-ENTREPOT
           MOVE FSTK-DATE-ENVOI TO STKK-DATE-TRAVAIL
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE "A" TO WFONCTION
           MOVE STKK-JOURS-LIMITE TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING STKK-CYYMMDD9, WKDAT000
           MOVE WDATE-RESULTAT9 TO STKK-DATE-LIMITE
           IF STKK-TODAY NOT > STKK-DATE-LIMITE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO STKK-CNT-EN-ATTENTE
           MOVE SPACES TO STKK-LIGNE-DETAIL
           MOVE "/" TO STKK-LIGNE-DETAIL (13:1)
           MOVE FSTK-SENS       TO STKK-D-SENS
           MOVE FSTK-NODOC      TO STKK-D-NODOC
           MOVE FSTK-NOLIGNE    TO STKK-D-NOLIGNE
           MOVE FSTK-PRODUIT    TO STKK-D-PRODUIT
           MOVE FSTK-QUANTITE   TO STKK-D-QUANTITE
           MOVE ZERO            TO STKK-D-QTE-ACQ
           MOVE FSTK-DATE-ENVOI TO STKK-D-DATE
           MOVE "SENT, NO ACKNOWLEDGMENT FROM STOCK"
                TO STKK-D-MESSAGE
           WRITE RPTSTK-LIGNE FROM STKK-LIGNE-DETAIL.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF FS-FDINSKAF = "00" OR FS-FDINSKAF = "10"
               CLOSE FDINSKAF
           END-IF
           IF STKK-STKD-OUVERT
               CLOSE FDINSTKD
           END-IF
           IF FS-RPTSTK = "00"
               CLOSE RPTSTK
           END-IF.
           DISPLAY "FDINSTKK - ACKS READ...........: " STKK-CNT-LUES.
           DISPLAY "FDINSTKK - ACKNOWLEDGED........: "
                   STKK-CNT-ACQUITTES.
           DISPLAY "FDINSTKK - QUANTITY DIFFERENCES: " STKK-CNT-ECARTS.
           DISPLAY "FDINSTKK - ACKS NOT MATCHED....: "
                   STKK-CNT-INCONNUS.
           DISPLAY "FDINSTKK - STILL UNACKNOWLEDGED: "
                   STKK-CNT-EN-ATTENTE.
           MOVE STKK-RC TO RETURN-CODE.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE    *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                   *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF STKK-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO STKK-CY-C
           ELSE
               MOVE 1 TO STKK-CY-C
           END-IF
           MOVE STKK-DATE-TRAVAIL (3:2) TO STKK-CY-AA
           MOVE STKK-DATE-TRAVAIL (5:4) TO STKK-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
