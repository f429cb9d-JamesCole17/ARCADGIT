      *         .                      INVOICES FORECAST THEIR       *
      *         .                      ORIGINAL-CURRENCY AMOUNT -    *
      *         .                      THAT IS THE CASH TREASURY     *
      *         .                      MUST FIND.  INVOICES THE      *
      *         .                      FDINPAIE PAYMENT RUN HAS      *
      *         .                      ALREADY PAID (FREG-REGLEE)    *
      *         .                      ARE LEFT OUT OF THE FORECAST  *
      * FILES USED.................: . FDINFREG - INPUT              *
      *         .                      FDINCPAY - INPUT              *
      *         .                      FDINTREP - INPUT (PARAMETER)  *
      *  02/09/26  JFC  9999-EXIT NOW ENDS WITH GOBACK SO THE PROGRAM  *
      *                 CAN BE DRIVEN BY THE FDINPLND JOB-PLAN DRIVER  *
      *                 AS WELL AS SUBMITTED STANDALONE.               *
      *  15/10/26  JFC  INVOICES ALREADY PAID BY FDINPAIE ARE LEFT OUT *
      *                 OF THE FORECAST.                               *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTRES.
       77  TRES-TODAY                     PIC 9(08).
       77  TRES-NB-SEMAINES               PIC 9(02) VALUE 04.
       77  TRES-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  TRES-CNT-REGLEES               PIC 9(07) COMP-3 VALUE ZERO.
       77  TRES-SUB                       PIC 9(04) COMP.
       77  TRES-SEM-EDIT                  PIC 9(02).
       77  TRES-FOUND-SW                  PIC X(01).
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO TRES-CNT-LUES
           IF FREG-REGLEE
               ADD 1 TO TRES-CNT-REGLEES
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CHERCHER-TERMES THRU 2100-EXIT
           PERFORM 2200-CALCULER-ECHEANCE THRU 2200-EXIT
           PERFORM 2300-CLASSER THRU 2300-EXIT.
           END-IF
           CLOSE RPTTRE.
           DISPLAY "FDINTRES - INVOICES READ.......: " TRES-CNT-LUES.
           DISPLAY "FDINTRES - ALREADY PAID........: " TRES-CNT-REGLEES.
           DISPLAY "FDINTRES - BUCKETS BUILT.......: " TRES-BUK-COUNT.
       4000-EXIT.
           EXIT.
