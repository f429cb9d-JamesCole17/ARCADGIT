      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINCTLV                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . DAILY INBOUND FEED REPORT -   *
      *         .                      (1) EVERY FILE PRESENTED TO   *
      *         .                      THE LOADS ON THE DAY (FDINCTLR*
      *         .                      REGISTER), ACCEPTED OR        *
      *         .                      REFUSED WITH ITS REASON AND   *
      *         .                      ITS ANNOUNCED/COUNTED TOTALS, *
      *         .                      (2) EVERY FEED AND SENDER OF  *
      *         .                      FDINCTLF EXPECTED THAT        *
      *         .                      WEEKDAY WHOSE FILE DID NOT    *
      *         .                      ARRIVE, OR ARRIVED ONLY TO BE *
      *         .                      REFUSED.  NO FEED IS EXPECTED *
      *         .                      ON A COMPANY HOLIDAY (ACBDT000*
      *         .                      CALENDAR).  RC 4 WHEN A FEED  *
      *         .                      IS MISSING                    *
      * FILES USED.................: . FDINCTLR - INPUT              *
      *         .                      FDINCTLF - INPUT              *
      *         .                      FDINCTVP - INPUT (PARAMETER)  *
      *         .                      RPTCTV   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000                      *
      * PARAMETER CARD.............: . POS 01-08 DAY REPORTED        *
      *         .                      CCYYMMDD (DEFAULT TODAY)      *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DAILY LIST OF THE INBOUND    *
      *                 FILES RECEIVED AND OF THE FEEDS MISSING.       *
      *  15/10/26  JFC  THE MISSING FEEDS ARE JUDGED ON A TABLE OF THE *
      *                 FEEDS AND SENDERS ACCEPTED OR REFUSED ON THE   *
      *                 DAY REPORTED, BUILT FROM THE REGISTER, SO THAT *
      *                 A PAST DAY IS REPORTED RIGHT.                  *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINCTLV.
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
           SELECT FDINCTLR ASSIGN TO FDINCTLR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCTR-CLEF
               FILE STATUS IS FS-FDINCTLR.
           SELECT FDINCTLF ASSIGN TO FDINCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCTF-CLEF
               FILE STATUS IS FS-FDINCTLF.
           SELECT FDINCTVP ASSIGN TO FDINCTVP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINCTVP.
           SELECT RPTCTV ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTCTV.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINCTLR.
      *
       COPY FDINCTLF.
      *
       FD  FDINCTVP  LABEL RECORD STANDARD
                     RECORD 80.
       01  CTVP-CARTE.
           05  CTVP-DATE                  PIC X(08).
           05  CTVP-DATE9 REDEFINES CTVP-DATE
                                          PIC 9(08).
           05  FILLER                     PIC X(72).
      *
       FD  RPTCTV   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTCTV-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY WKDAT000.
      *
       77  FS-FDINCTLR                    PIC X(02) VALUE "00".
       77  FS-FDINCTLF                    PIC X(02) VALUE "00".
       77  FS-FDINCTVP                    PIC X(02) VALUE "00".
       77  FS-RPTCTV                      PIC X(02) VALUE "00".
       77  CTV-EOF-SW                     PIC X(01) VALUE "N".
           88  CTV-EOF                    VALUE "Y".
       77  CTV-FERIE-SW                   PIC X(01) VALUE "N".
           88  CTV-FERIE                  VALUE "Y".
       77  CTV-DATE                       PIC 9(08).
       77  CTV-JOUR-SEMAINE               PIC 9(01).
       77  CTV-CNT-RECUS                  PIC 9(07) COMP-3 VALUE ZERO.
       77  CTV-CNT-REFUSES                PIC 9(07) COMP-3 VALUE ZERO.
       77  CTV-CNT-ATTENDUS               PIC 9(07) COMP-3 VALUE ZERO.
       77  CTV-CNT-MANQUANTS              PIC 9(07) COMP-3 VALUE ZERO.
       77  CTV-FOUND-SW                   PIC X(01).
           88  CTV-FOUND                  VALUE "Y".
       77  CTV-WRK-FLUX                   PIC X(08).
       77  CTV-WRK-EMETTEUR               PIC X(10).
      *
      *****  ONE ENTRY PER FEED AND SENDER PRESENTED ON THE DAY - THE
      *****  MISSING FEEDS ARE JUDGED ON IT, NOT ON THE LAST RECEIPT
      *****  DATE OF FDINCTLF, SO THAT A PAST DAY CAN BE REPORTED
       01  CTV-FLX-TABLE.
           05  CTV-FLX-ENTRY  OCCURS 500 TIMES
                                INDEXED BY CTV-FX.
               10  TFL-FLUX               PIC X(08).
               10  TFL-EMETTEUR           PIC X(10).
      *****  O = AT LEAST ONE FILE ACCEPTED THAT DAY
               10  TFL-ACCEPTE            PIC X(01).
      *****  REASON OF THE LAST FILE REFUSED THAT DAY
               10  TFL-MOTIF-REFUS        PIC X(30).
       77  CTV-FLX-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  CTV-FLX-PLEIN-SW               PIC X(01) VALUE "N".
       01  CTV-CYYMMDD.
           05  CTV-CY-C                   PIC 9(01).
           05  CTV-CY-AA                  PIC 9(02).
           05  CTV-CY-MMDD                PIC 9(04).
       01  CTV-CYYMMDD9 REDEFINES CTV-CYYMMDD PIC 9(07).
      *
       01  CTV-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-TITRE                  PIC X(60).
       01  CTV-LIGNE-ENTETE-R.
           05  FILLER                     PIC X(35)
               VALUE "    FEED      SENDER      SEQ.     ".
           05  FILLER                     PIC X(34)
               VALUE "TIME    ANNOUNCED    COUNTED      ".
           05  FILLER                     PIC X(25)
               VALUE "ANNOUNCED HASH  S  REASON".
       01  CTV-LIGNE-RECU.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  CTV-R-FLUX                 PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-EMETTEUR             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-SEQUENCE             PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-HEURE                PIC 9(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-NB-ANNONCE           PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-NB-COMPTE            PIC ZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-TOTAL-ANNONCE        PIC ZZZZZZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-STATUT               PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-R-MOTIF                PIC X(30).
       01  CTV-LIGNE-MANQUANT.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  CTV-M-FLUX                 PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-M-EMETTEUR             PIC X(10).
           05  FILLER                     PIC X(16)
                                          VALUE "  LAST SEQUENCE ".
           05  CTV-M-SEQUENCE             PIC 9(07).
           05  FILLER                     PIC X(15)
                                          VALUE "  RECEIVED ON  ".
           05  CTV-M-DATE-RECU            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CTV-M-MESSAGE              PIC X(46).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-FICHIERS-RECUS THRU 2000-EXIT
           PERFORM 3000-FLUX-MANQUANTS THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - DAY REPORTED, ITS WEEKDAY AND WHETHER IT  *
      *    IS A COMPANY HOLIDAY                                        *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CTV-DATE FROM DATE YYYYMMDD
           OPEN INPUT FDINCTVP.
           IF FS-FDINCTVP = "00"
               READ FDINCTVP
                   AT END
                       MOVE SPACES TO CTVP-CARTE
               END-READ
               CLOSE FDINCTVP
           ELSE
               MOVE SPACES TO CTVP-CARTE
           END-IF
           IF CTVP-DATE IS NUMERIC
               AND CTVP-DATE9 NOT = ZERO
               MOVE CTVP-DATE9 TO CTV-DATE
           END-IF
           IF CTV-DATE (1:2) = "19"
               MOVE 0 TO CTV-CY-C
           ELSE
               MOVE 1 TO CTV-CY-C
           END-IF
           MOVE CTV-DATE (3:2) TO CTV-CY-AA
           MOVE CTV-DATE (5:4) TO CTV-CY-MMDD
           MOVE "V" TO WFONCTION
           MOVE SPACES TO WNO-ENTREPOT
           CALL "ACBDT000" USING CTV-CYYMMDD9, WKDAT000
           MOVE WDAY-IN-WEEK9 TO CTV-JOUR-SEMAINE
           IF WNOM-FETE NOT = SPACES
               MOVE "Y" TO CTV-FERIE-SW
           END-IF
           OPEN OUTPUT RPTCTV.
           MOVE SPACES TO RPTCTV-LIGNE
           MOVE "FDINCTLV - INBOUND FEED CONTROL - DAY OF"
                TO RPTCTV-LIGNE
           MOVE CTV-DATE TO RPTCTV-LIGNE (42:8)
           IF CTV-FERIE
               MOVE "- HOLIDAY" TO RPTCTV-LIGNE (51:9)
               MOVE WNOM-FETE TO RPTCTV-LIGNE (61:10)
           END-IF
           WRITE RPTCTV-LIGNE
           MOVE SPACES TO RPTCTV-LIGNE
           WRITE RPTCTV-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-FICHIERS-RECUS - THE REGISTER ROWS OF THE DAY          *
      *----------------------------------------------------------------*
       2000-FICHIERS-RECUS.
           MOVE SPACES TO CTV-LIGNE-TITRE
           MOVE "(1) FILES PRESENTED TO THE LOADS" TO CTV-TITRE
           WRITE RPTCTV-LIGNE FROM CTV-LIGNE-TITRE
           WRITE RPTCTV-LIGNE FROM CTV-LIGNE-ENTETE-R
           MOVE "N" TO CTV-EOF-SW
           OPEN INPUT FDINCTLR.
           IF FS-FDINCTLR NOT = "00"
               MOVE SPACES TO RPTCTV-LIGNE
               MOVE "    NO FILE REGISTERED YET" TO RPTCTV-LIGNE
               WRITE RPTCTV-LIGNE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LIRE-REGISTRE THRU 2100-EXIT
               UNTIL CTV-EOF
           CLOSE FDINCTLR
           IF CTV-CNT-RECUS = ZERO
               MOVE SPACES TO RPTCTV-LIGNE
               MOVE "    NO FILE PRESENTED THAT DAY" TO RPTCTV-LIGNE
               WRITE RPTCTV-LIGNE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-REGISTRE.
           READ FDINCTLR NEXT RECORD
               AT END
                   MOVE "Y" TO CTV-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FCTR-DATE-RECU NOT = CTV-DATE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO CTV-CNT-RECUS
           IF FCTR-REFUSE
               ADD 1 TO CTV-CNT-REFUSES
           END-IF
           MOVE FCTR-FLUX              TO CTV-R-FLUX
           MOVE FCTR-EMETTEUR          TO CTV-R-EMETTEUR
           MOVE FCTR-SEQUENCE          TO CTV-R-SEQUENCE
           MOVE FCTR-HEURE-RECU (1:6)  TO CTV-R-HEURE
           MOVE FCTR-NB-ANNONCE        TO CTV-R-NB-ANNONCE
           MOVE FCTR-NB-COMPTE         TO CTV-R-NB-COMPTE
           MOVE FCTR-TOTAL-ANNONCE     TO CTV-R-TOTAL-ANNONCE
           MOVE FCTR-STATUT            TO CTV-R-STATUT
           MOVE FCTR-MOTIF             TO CTV-R-MOTIF
           WRITE RPTCTV-LIGNE FROM CTV-LIGNE-RECU
           PERFORM 2200-NOTER-FLUX THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-NOTER-FLUX - THE FEED AND SENDER OF THE REGISTER ROW   *
      *    ARE MARKED ACCEPTED, OR KEEP THE REASON OF THE REFUSAL      *
      *----------------------------------------------------------------*
       2200-NOTER-FLUX.
           MOVE FCTR-FLUX     TO CTV-WRK-FLUX
           MOVE FCTR-EMETTEUR TO CTV-WRK-EMETTEUR
           PERFORM 7000-CHERCHER-FLUX THRU 7000-EXIT
           IF NOT CTV-FOUND
               IF CTV-FLX-COUNT NOT < 500
                   MOVE "Y" TO CTV-FLX-PLEIN-SW
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO CTV-FLX-COUNT
               SET CTV-FX TO CTV-FLX-COUNT
               MOVE FCTR-FLUX     TO TFL-FLUX (CTV-FX)
               MOVE FCTR-EMETTEUR TO TFL-EMETTEUR (CTV-FX)
               MOVE "N"           TO TFL-ACCEPTE (CTV-FX)
               MOVE SPACES        TO TFL-MOTIF-REFUS (CTV-FX)
           END-IF
           IF FCTR-ACCEPTE
               MOVE "O" TO TFL-ACCEPTE (CTV-FX)
           END-IF
           IF FCTR-REFUSE
               MOVE FCTR-MOTIF TO TFL-MOTIF-REFUS (CTV-FX)
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-FLUX-MANQUANTS - FEEDS EXPECTED ON THE WEEKDAY WITH NO *
      *    FILE ACCEPTED THAT DAY ON THE REGISTER                      *
      *----------------------------------------------------------------*
       3000-FLUX-MANQUANTS.
           MOVE SPACES TO RPTCTV-LIGNE
           WRITE RPTCTV-LIGNE
           MOVE SPACES TO CTV-LIGNE-TITRE
           MOVE "(2) EXPECTED FEEDS NOT RECEIVED" TO CTV-TITRE
           WRITE RPTCTV-LIGNE FROM CTV-LIGNE-TITRE
           IF CTV-FERIE
               MOVE SPACES TO RPTCTV-LIGNE
               MOVE "    HOLIDAY - NO FEED EXPECTED" TO RPTCTV-LIGNE
               WRITE RPTCTV-LIGNE
               GO TO 3000-EXIT
           END-IF
           IF CTV-JOUR-SEMAINE < 1 OR CTV-JOUR-SEMAINE > 7
               DISPLAY "FDINCTLV - INVALID DAY REPORTED " CTV-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
      *****  A FEED LEFT OUT OF THE TABLE WOULD BE LISTED AS MISSING
           IF CTV-FLX-PLEIN-SW = "Y"
               DISPLAY "FDINCTLV - FEED TABLE FULL - MISSING FEEDS "
                       "NOT JUDGED"
               MOVE SPACES TO RPTCTV-LIGNE
               MOVE "    ** FEED TABLE FULL - NOT JUDGED **"
                    TO RPTCTV-LIGNE
               WRITE RPTCTV-LIGNE
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO CTV-EOF-SW
           OPEN INPUT FDINCTLF.
           IF FS-FDINCTLF NOT = "00"
               DISPLAY "FDINCTLV - OPEN FDINCTLF FAILED - STATUS "
                       FS-FDINCTLF
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LIRE-FLUX THRU 3100-EXIT
               UNTIL CTV-EOF
           CLOSE FDINCTLF
           IF CTV-CNT-MANQUANTS = ZERO
               MOVE SPACES TO RPTCTV-LIGNE
               MOVE "    NONE" TO RPTCTV-LIGNE
               WRITE RPTCTV-LIGNE
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-FLUX.
           READ FDINCTLF NEXT RECORD
               AT END
                   MOVE "Y" TO CTV-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF FCTF-JOUR-ATTENDU (CTV-JOUR-SEMAINE) NOT = "O"
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO CTV-CNT-ATTENDUS
           MOVE FCTF-FLUX     TO CTV-WRK-FLUX
           MOVE FCTF-EMETTEUR TO CTV-WRK-EMETTEUR
           PERFORM 7000-CHERCHER-FLUX THRU 7000-EXIT
           IF CTV-FOUND AND TFL-ACCEPTE (CTV-FX) = "O"
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO CTV-CNT-MANQUANTS
           MOVE SPACES TO CTV-M-MESSAGE
           MOVE FCTF-FLUX           TO CTV-M-FLUX
           MOVE FCTF-EMETTEUR       TO CTV-M-EMETTEUR
           MOVE FCTF-DERN-SEQUENCE  TO CTV-M-SEQUENCE
           MOVE FCTF-DATE-DERN-RECU TO CTV-M-DATE-RECU
           IF CTV-FOUND
               MOVE "REFUSED: " TO CTV-M-MESSAGE
               MOVE TFL-MOTIF-REFUS (CTV-FX) TO CTV-M-MESSAGE (10:30)
           ELSE
               MOVE "NOT RECEIVED" TO CTV-M-MESSAGE
           END-IF
           WRITE RPTCTV-LIGNE FROM CTV-LIGNE-MANQUANT.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           CLOSE RPTCTV.
           DISPLAY "FDINCTLV - FILES PRESENTED.....: " CTV-CNT-RECUS.
           DISPLAY "FDINCTLV - FILES REFUSED.......: " CTV-CNT-REFUSES.
           DISPLAY "FDINCTLV - FEEDS EXPECTED......: " CTV-CNT-ATTENDUS.
           DISPLAY "FDINCTLV - FEEDS MISSING.......: "
                   CTV-CNT-MANQUANTS.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-FLUX - ENTRY OF CTV-WRK-FLUX AND              *
      *    CTV-WRK-EMETTEUR, CTV-FOUND LEFT OFF WHEN NOT IN THE TABLE  *
      *----------------------------------------------------------------*
       7000-CHERCHER-FLUX.
           MOVE "N" TO CTV-FOUND-SW
           SET CTV-FX TO 1
           SEARCH CTV-FLX-ENTRY
               WHEN CTV-FX > CTV-FLX-COUNT
                   CONTINUE
               WHEN TFL-FLUX (CTV-FX) = CTV-WRK-FLUX
                AND TFL-EMETTEUR (CTV-FX) = CTV-WRK-EMETTEUR
                   MOVE "Y" TO CTV-FOUND-SW
           END-SEARCH.
       7000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
