      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRCTS                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . LOADS THE BLIND RECOUNT       *
      *         .                      RESULTS KEYED FROM THE        *
      *         .                      FDINRCTA SHEETS (FDINRCTE) -  *
      *         .                      ONE CARD PER LINE COUNTED.    *
      *         .                      THE LINE MUST BE ON FDINRCMP  *
      *         .                      STILL TO BE COUNTED, AND THE  *
      *         .                      WAREHOUSEMAN WHO COUNTED IT   *
      *         .                      MUST NOT BE THE OPERATOR WHO  *
      *         .                      KEYED THE RECEPTION LINE.     *
      *         .                      ACCEPTED CARDS STAMP THE LINE *
      *         .                      COUNTED FOR FDINRCTV; REFUSED *
      *         .                      CARDS ARE LISTED              *
      * FILES USED.................: . FDINRCTE - INPUT              *
      *         .                      FDINRCMP - UPDATE             *
      *         .                      RPTRCS   - OUTPUT (PRINTER)   *
      * RECOUNT RECORD.............: . POS 01-07 RECEPTION NUMBER    *
      *         .                      POS 08-10 LINE NUMBER         *
      *         .                      POS 11-17 QUANTITY COUNTED    *
      *         .                      99999V99                      *
      *         .                      POS 18-27 COUNTED BY          *
      *         .                      POS 28-35 DATE OF THE COUNT   *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - LOAD OF THE BLIND RECOUNT    *
      *                 RESULTS.                                       *
      *  15/10/26  JFC  REFUSED CARDS NO LONGER LOWER AN RC 8 TO 4.    *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRCTS.
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
           SELECT FDINRCTE ASSIGN TO FDINRCTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCTE.
           SELECT FDINRCMP ASSIGN TO FDINRCMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRCM-CLEF
               FILE STATUS IS FS-FDINRCMP.
           SELECT RPTRCS ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRCS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINRCTE  LABEL RECORD STANDARD
                     RECORD 80.
       01  RCTE-ENR.
           05  RCTE-NORECEPT              PIC 9(07).
           05  RCTE-NOLIGNE               PIC 9(03).
           05  RCTE-QUANTITE              PIC 9(5)V9(2).
           05  RCTE-COMPTEUR              PIC X(10).
           05  RCTE-DATE                  PIC 9(08).
           05  FILLER                     PIC X(45).
      *
       COPY FDINRCMP.
      *
       FD  RPTRCS   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRCS-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRCTE                    PIC X(02) VALUE "00".
       77  FS-FDINRCMP                    PIC X(02) VALUE "00".
       77  FS-RPTRCS                      PIC X(02) VALUE "00".
       77  RCTS-EOF-SW                    PIC X(01) VALUE "N".
           88  RCTS-EOF                   VALUE "Y".
       77  RCTS-TODAY                     PIC 9(08).
       77  RCTS-DATE                      PIC 9(08).
       77  RCTS-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTS-CNT-ACCEPTEES             PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTS-CNT-REFUSEES              PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  RCTS-LIGNE-ENTETE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "RECEPT. LINE   COUNTED  COUNTED BY  DATE".
           05  FILLER                     PIC X(16) VALUE
               "      MESSAGE".
      *
       01  RCTS-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTS-D-NORECEPT            PIC X(07).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RCTS-D-NOLIGNE             PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTS-D-QUANTITE            PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTS-D-COMPTEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTS-D-DATE                PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTS-D-MESSAGE             PIC X(40).
      *
       01  RCTS-QTE-EDIT                  PIC ZZZZ9.99.
      *
       01  RCTS-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(32)
               VALUE "CARDS READ / LOADED / REFUSED :".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RCTS-T-LUES                PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RCTS-T-ACCEPTEES           PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RCTS-T-REFUSEES            PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECOMPTES-LOOP THRU 2000-EXIT
               UNTIL RCTS-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RCTS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINRCTE.
           IF FS-FDINRCTE NOT = "00"
               DISPLAY "FDINRCTS - OPEN FDINRCTE FAILED - STATUS "
                       FS-FDINRCTE
               MOVE "Y" TO RCTS-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O FDINRCMP.
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTS - OPEN FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE "Y" TO RCTS-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT RPTRCS.
           MOVE SPACES TO RPTRCS-LIGNE
           MOVE "FDINRCTS - BLIND RECOUNT RESULTS REFUSED"
                TO RPTRCS-LIGNE
           WRITE RPTRCS-LIGNE
           MOVE SPACES TO RPTRCS-LIGNE
           WRITE RPTRCS-LIGNE
           WRITE RPTRCS-LIGNE FROM RCTS-LIGNE-ENTETE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RECOMPTES-LOOP - ONE LINE COUNTED ON THE DOCK          *
      *----------------------------------------------------------------*
       2000-RECOMPTES-LOOP.
           READ FDINRCTE NEXT RECORD
               AT END
                   MOVE "Y" TO RCTS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO RCTS-CNT-LUES
           MOVE SPACES TO RCTS-LIGNE-DETAIL
           MOVE RCTE-ENR (1:7)   TO RCTS-D-NORECEPT
           MOVE RCTE-ENR (8:3)   TO RCTS-D-NOLIGNE
           MOVE RCTE-COMPTEUR    TO RCTS-D-COMPTEUR
           MOVE RCTE-ENR (28:8)  TO RCTS-D-DATE
           IF RCTE-NORECEPT IS NOT NUMERIC
               OR RCTE-NOLIGNE IS NOT NUMERIC
               OR RCTE-QUANTITE IS NOT NUMERIC
               MOVE RCTE-ENR (11:7) TO RCTS-D-QUANTITE
               MOVE "RECOMPTE NON NUMERIQUE" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
           MOVE RCTE-QUANTITE TO RCTS-QTE-EDIT
           MOVE RCTS-QTE-EDIT TO RCTS-D-QUANTITE
           IF RCTE-DATE IS NUMERIC AND RCTE-DATE > ZERO
               MOVE RCTE-DATE TO RCTS-DATE
           ELSE
               MOVE RCTS-TODAY TO RCTS-DATE
           END-IF
           MOVE RCTS-DATE TO RCTS-D-DATE
           IF RCTS-DATE > RCTS-TODAY
               MOVE "DATE DE RECOMPTE FUTURE" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
           IF RCTE-COMPTEUR = SPACES
               MOVE "COMPTEUR OBLIGATOIRE" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
           MOVE RCTE-NORECEPT TO FRCM-NORECEPT
           MOVE RCTE-NOLIGNE  TO FRCM-NOLIGNE
           READ FDINRCMP RECORD
               INVALID KEY
                   MOVE "LIGNE NON TIREE POUR RECOMPTE"
                        TO RCTS-D-MESSAGE
                   GO TO 2000-REFUSER
           END-READ
           IF NOT FRCM-A-COMPTER
               MOVE "RECOMPTE DEJA SAISI" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
           IF RCTS-DATE < FRCM-DATE-TIRAGE
               MOVE "DATE ANTERIEURE AU TIRAGE" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
      *****  A BLIND RECOUNT BY THE OPERATOR WHO KEYED THE LINE
      *****  PROVES NOTHING
           IF RCTE-COMPTEUR = FRCM-OPERATEUR
               MOVE "COMPTEUR = OPERATEUR DE SAISIE" TO RCTS-D-MESSAGE
               GO TO 2000-REFUSER
           END-IF
           MOVE "C"           TO FRCM-STATUT
           MOVE RCTE-QUANTITE TO FRCM-QTE-RECOMPTEE
           MOVE RCTS-DATE     TO FRCM-DATE-RECOMPTE
           MOVE RCTE-COMPTEUR TO FRCM-COMPTEUR
           REWRITE FRCM-ENR
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTS - REWRITE FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RCTS-CNT-ACCEPTEES
           GO TO 2000-EXIT.
       2000-REFUSER.
           ADD 1 TO RCTS-CNT-REFUSEES
           WRITE RPTRCS-LIGNE FROM RCTS-LIGNE-DETAIL.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINRCTE = "00" OR FS-FDINRCTE = "10"
               CLOSE FDINRCTE
           END-IF
           IF FS-FDINRCMP = "00" OR FS-FDINRCMP = "23"
               CLOSE FDINRCMP
           END-IF
           MOVE SPACES TO RPTRCS-LIGNE
           WRITE RPTRCS-LIGNE
           MOVE RCTS-CNT-LUES      TO RCTS-T-LUES
           MOVE RCTS-CNT-ACCEPTEES TO RCTS-T-ACCEPTEES
           MOVE RCTS-CNT-REFUSEES  TO RCTS-T-REFUSEES
           WRITE RPTRCS-LIGNE FROM RCTS-LIGNE-TOTAL
           CLOSE RPTRCS.
           DISPLAY "FDINRCTS - CARDS READ..........: " RCTS-CNT-LUES.
           DISPLAY "FDINRCTS - RECOUNTS LOADED.....: "
                   RCTS-CNT-ACCEPTEES.
           DISPLAY "FDINRCTS - CARDS REFUSED.......: "
                   RCTS-CNT-REFUSEES.
           IF RCTS-CNT-REFUSEES > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
