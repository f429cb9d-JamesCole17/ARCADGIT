      *         .                      N DAYS AGO STILL WITHOUT ANY  *
      *         .                      ACKNOWLEDGMENT, SO REJECTED   *
      *         .                      BATCHES STOP SURFACING WEEKS  *
      *         .                      LATER AS SUSPENSE BALANCES.   *
      *         .                      THE FILE MUST PASS THE        *
      *         .                      FDINCTLC HEADER/TRAILER,      *
      *         .                      SEQUENCE AND HASH CONTROL     *
      *         .                      FIRST - A REFUSED FILE IS NOT *
      *         .                      LOADED AT ALL (RC 8).  AN     *
      *         .                      ANSWER FOR A RECEPTION WITH   *
      *         .                      NO EXPORT OUTSTANDING (ITS    *
      *         .                      BATCH WAS CANCELLED BY        *
      *         .                      FDINGLAN) IS LISTED, NOT      *
      *         .                      APPLIED                       *
      * FILES USED.................: . FDINGLAF - INPUT (ACKS)       *
      *         .                      FDINRECP - UPDATE             *
      *         .                      FDINGLKP - INPUT (PARAMETER)  *
      *         .                      RPTGLK   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . FDINCTLC                      *
      * ACK RECORD.................: . POS 01-07 RECEPTION NUMBER    *
      *         .                      POS 08    P=POSTED R=REJECTED *
      *         .                      POS 09-18 GL POSTING REF.     *
      *         .                      POS 19-26 POSTING DATE        *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      *         .                      HEADER/TRAILER AS IN WKCTLINT,*
      *         .                      HASH = SUM OF THE RECEPTION   *
      *         .                      NUMBERS                       *
      * PARAMETER CARD.............: . POS 01-03 DAYS WITHOUT ACK    *
      *         .                      BEFORE AN EXPORT IS LISTED    *
      *         .                      (DEFAULT 010)                 *
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  02/09/26  JFC  INITIAL VERSION - GL POSTING ACKNOWLEDGMENT    *
      *                 LOAD WITH REOPEN-ON-REJECT AND NO-ANSWER LIST. *
      *  15/10/26  JFC  FDINGLAF NOW CARRIES A HEADER AND A TRAILER,   *
      *                 CHECKED BY FDINCTLC BEFORE FDINRECP IS TOUCHED.*
      *                 A REPLAYED, OUT-OF-SEQUENCE, TRUNCATED OR      *
      *                 OUT-OF-BALANCE FILE IS REFUSED WHOLE.          *
      *  15/10/26  JFC  AN ANSWER FOR A RECEPTION NOT CURRENTLY        *
      *                 EXPORTED (BATCH CANCELLED BY FDINGLAN, OR      *
      *                 ALREADY REOPENED) IS IGNORED AND LISTED WITH   *
      *                 THE UNMATCHED ACKNOWLEDGMENTS.                 *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINGLAK.
       77  FS-RPTGLK                      PIC X(02) VALUE "00".
       77  GLAK-EOF-SW                    PIC X(01) VALUE "N".
           88  GLAK-EOF                   VALUE "Y".
       77  GLAK-REFUS-SW                  PIC X(01) VALUE "N".
           88  GLAK-REFUS                 VALUE "Y".
       77  GLAK-TODAY                     PIC 9(08).
      *****  EXPORTS OLDER THAN THIS MANY DAYS WITHOUT AN ANSWER ARE
      *****  LISTED FOR ACCOUNTING TO CHASE
           05  GLAK-D-REFERENCE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAK-D-MESSAGE             PIC X(50).
      *****  COMMUNICATION WITH FDINCTLC
       COPY WKCTLINT.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF GLAK-REFUS
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-ACK-LOOP THRU 2000-EXIT
               UNTIL GLAK-EOF
           PERFORM 3000-LISTER-SANS-ACK THRU 3000-EXIT
               END-READ
               CLOSE FDINGLKP
           END-IF
           PERFORM 1050-CONTROLER-FICHIER THRU 1050-EXIT
           IF GLAK-REFUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINGLAF.
           IF FS-FDINGLAF NOT = "00"
               DISPLAY "FDINGLAK - OPEN FDINGLAF FAILED - STATUS "
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1050-CONTROLER-FICHIER - THE WHOLE ACK FILE GOES ONCE       *
      *    THROUGH FDINCTLC.  A FILE THAT CANNOT BE OPENED IS LEFT TO  *
      *    THE OPEN THAT FOLLOWS IN 1000-INITIALIZE                    *
      *----------------------------------------------------------------*
       1050-CONTROLER-FICHIER.
           OPEN INPUT FDINGLAF.
           IF FS-FDINGLAF NOT = "00"
               GO TO 1050-EXIT
           END-IF
           MOVE "FDINGLAF" TO WK-CTL-FLUX-ATTENDU
           MOVE "D" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           MOVE "E" TO WK-CTL-FONCTION
           PERFORM 1060-EXAMINER THRU 1060-EXIT
               UNTIL GLAK-EOF
           CLOSE FDINGLAF
           MOVE "N" TO GLAK-EOF-SW
           MOVE "V" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           IF NOT WK-CTL-FICHIER-ACCEPTE
               DISPLAY "FDINGLAK - FDINGLAF REFUSED - " WK-CTL-MOTIF
               MOVE "Y" TO GLAK-REFUS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1060-EXAMINER.
           READ FDINGLAF NEXT RECORD
               AT END
                   MOVE "Y" TO GLAK-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           MOVE GLAF-ENR TO WK-CTL-ENR
           MOVE ZERO TO WK-CTL-MONTANT
           IF GLAF-NORECEPT IS NUMERIC
               MOVE GLAF-NORECEPT TO WK-CTL-MONTANT
           END-IF
           CALL "FDINCTLC" USING WK-CTL-INTERFACE.
       1060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ACK-LOOP - ONE ACKNOWLEDGMENT PER PASS                  *
      *----------------------------------------------------------------*
       2000-ACK-LOOP.
                   MOVE "Y" TO GLAK-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE GLAF-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO GLAK-CNT-LUES
           IF GLAF-NORECEPT NOT NUMERIC
               OR (GLAF-STATUT NOT = "P" AND GLAF-STATUT NOT = "R")
                   PERFORM 2900-ACK-INCONNUE THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF NOT FREC-GL-EXPORTEE
               PERFORM 2950-ACK-SANS-EXPORT THRU 2950-EXIT
               GO TO 2000-EXIT
           END-IF
           IF GLAF-STATUT = "P"
               PERFORM 2100-POSER-POSTEE THRU 2100-EXIT
           ELSE
       2900-EXIT.
           EXIT.
      *
      *****  THE RECEPTION IS NOT OUT WITH THE GL - ITS BATCH WAS
      *****  CANCELLED AND WILL BE SENT AGAIN UNDER A NEW NUMBER
       2950-ACK-SANS-EXPORT.
           ADD 1 TO GLAK-CNT-INCONNUES
           MOVE SPACES TO GLAK-LIGNE-DETAIL
           MOVE FREC-NORECEPT  TO GLAK-D-NORECEPT
           MOVE GLAF-REFERENCE TO GLAK-D-REFERENCE
           MOVE "NO EXPORT OUTSTANDING - ACK IGNORED"
                TO GLAK-D-MESSAGE
           WRITE RPTGLK-LIGNE FROM GLAK-LIGNE-DETAIL.
       2950-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LISTER-SANS-ACK - EXPORTS STILL WITHOUT AN ANSWER       *
      *    AFTER GLAK-JOURS-LIMITE DAYS                                *
