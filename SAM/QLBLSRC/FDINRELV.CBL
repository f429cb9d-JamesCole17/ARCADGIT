      *         .                      TOTALS PER SUPPLIER SO        *
      *         .                      ACCOUNTING SIGNS OFF IN       *
      *         .                      MINUTES INSTEAD OF GREEN-BAR  *
      *         .                      AFTERNOONS.  THE FILE MUST    *
      *         .                      PASS THE FDINCTLC HEADER/     *
      *         .                      TRAILER, SEQUENCE AND HASH    *
      *         .                      CONTROL FIRST - A REFUSED     *
      *         .                      FILE IS NOT RECONCILED (RC 8) *
      * FILES USED.................: . FDINRELF - INPUT (STATEMENT)  *
      *         .                      FDINFREG - INPUT              *
      *         .                      RPTRLV   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . FDINCTLC                      *
      * STATEMENT RECORD...........: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-19 INVOICE REFERENCE   *
      *         .                      POS 20-29 AMOUNT 99999999V99  *
      *         .                      HEADER/TRAILER AS IN WKCTLINT,*
      *         .                      HASH = SUM OF THE AMOUNTS     *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  02/09/26  JFC  INITIAL VERSION - SUPPLIER STATEMENT           *
      *                 RECONCILIATION AGAINST THE INVOICE REGISTRY.   *
      *  15/10/26  JFC  FDINRELF NOW CARRIES A HEADER AND A TRAILER,   *
      *                 CHECKED BY FDINCTLC BEFORE FDINFREG IS READ.   *
      *                 A REPLAYED, OUT-OF-SEQUENCE, TRUNCATED OR      *
      *                 OUT-OF-BALANCE FILE IS REFUSED WHOLE.          *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRELV.
       77  FS-RPTRLV                      PIC X(02) VALUE "00".
       77  RELV-EOF-SW                    PIC X(01) VALUE "N".
           88  RELV-EOF                   VALUE "Y".
       77  RELV-REFUS-SW                  PIC X(01) VALUE "N".
           88  RELV-REFUS                 VALUE "Y".
       77  RELV-SUB                       PIC 9(04) COMP.
       77  RELV-FOUND-SW                  PIC X(01).
           88  RELV-FOUND                 VALUE "Y".
           05  RELV-T-ABS-REL             PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RELV-T-ECART               PIC ZZZZ9.
      *****  COMMUNICATION WITH FDINCTLC
       COPY WKCTLINT.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF RELV-REFUS
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-RELEVE-LOOP THRU 2000-EXIT
               UNTIL RELV-EOF
           PERFORM 3000-CONTROLER-REGISTRE THRU 3000-EXIT
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-CONTROLER-FICHIER THRU 1050-EXIT
           IF RELV-REFUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRELF.
           IF FS-FDINRELF NOT = "00"
               DISPLAY "FDINRELV - OPEN FDINRELF FAILED - STATUS "
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1050-CONTROLER-FICHIER - THE WHOLE STATEMENT GOES ONCE      *
      *    THROUGH FDINCTLC.  A FILE THAT CANNOT BE OPENED IS LEFT TO  *
      *    THE OPEN THAT FOLLOWS IN 1000-INITIALIZE                    *
      *----------------------------------------------------------------*
       1050-CONTROLER-FICHIER.
           OPEN INPUT FDINRELF.
           IF FS-FDINRELF NOT = "00"
               GO TO 1050-EXIT
           END-IF
           MOVE "FDINRELF" TO WK-CTL-FLUX-ATTENDU
           MOVE "D" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           MOVE "E" TO WK-CTL-FONCTION
           PERFORM 1060-EXAMINER THRU 1060-EXIT
               UNTIL RELV-EOF
           CLOSE FDINRELF
           MOVE "N" TO RELV-EOF-SW
           MOVE "V" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           IF NOT WK-CTL-FICHIER-ACCEPTE
               DISPLAY "FDINRELV - FDINRELF REFUSED - " WK-CTL-MOTIF
               MOVE "Y" TO RELV-REFUS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1060-EXAMINER.
           READ FDINRELF NEXT RECORD
               AT END
                   MOVE "Y" TO RELV-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           MOVE RELF-ENR TO WK-CTL-ENR
           MOVE ZERO TO WK-CTL-MONTANT
           IF RELF-MONTANT IS NUMERIC
               MOVE RELF-MONTANT TO WK-CTL-MONTANT
           END-IF
           CALL "FDINCTLC" USING WK-CTL-INTERFACE.
       1060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RELEVE-LOOP - STATEMENT SIDE : EVERY LINE IS CHECKED    *
      *    AGAINST THE REGISTRY AND MEMORIZED FOR THE RETURN PASS       *
      *----------------------------------------------------------------*
                   MOVE "Y" TO RELV-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE RELF-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RELV-CNT-RELEVE
           PERFORM 2100-MEMORISER-LIGNE THRU 2100-EXIT
           MOVE RELF-FOURNISSEUR TO RELV-WRK-FOURNISSEUR
