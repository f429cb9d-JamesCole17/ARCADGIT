      *  02/09/26  JFC  9999-EXIT NOW ENDS WITH GOBACK SO THE PROGRAM  *
      *                 CAN BE DRIVEN BY THE FDINPLND JOB-PLAN DRIVER  *
      *                 AS WELL AS SUBMITTED STANDALONE.               *
      *  15/10/26  JFC  THE FDINAVIS HEADER AND TRAILER RECORDS (SEE   *
      *                 WKCTLINT) ARE SKIPPED, NOT COUNTED AS NOTICES. *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINPREV.
           05  PREV-D-MAXI                PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PREV-D-FLAG                PIC X(16).
      *****  HEADER/TRAILER VIEWS OF THE NOTICE FILE
       COPY WKCTLINT.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                   MOVE "Y" TO PREV-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE AVIS-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO PREV-CNT-AVIS
           IF AVIS-DATE-LIVRAISON NOT NUMERIC
               OR AVIS-DATE-LIVRAISON < PREV-TODAY
