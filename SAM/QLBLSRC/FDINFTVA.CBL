      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINFTVA                      *
      * TYPE OF PROGRAM............: . CALLED SUBPROGRAM             *
      * FUNCTION...................: . CHECKS THE VAT BREAKDOWN OF A *
      *         .                      SUPPLIER INVOICE AT ENTRY,    *
      *         .                      NEXT TO THE FDINFACV DATE-    *
      *         .                      WINDOW CHECK AND BEFORE       *
      *         .                      FDINFDUP REGISTERS IT.  EACH  *
      *         .                      RATE ROW MUST CARRY A CODE    *
      *         .                      AND A BASE, NO CODE MAY BE    *
      *         .                      REPEATED, BASES + VAT MUST    *
      *         .                      EQUAL THE INVOICE AMOUNT,     *
      *         .                      AND WHEN THE INVOICE IS TIED  *
      *         .                      TO A RECEPTION THE            *
      *         .                      FDIN-TYPREC-TVAVG CODE OF ITS *
      *         .                      TYPE MUST BE ONE OF THE RATE  *
      *         .                      CODES OF THE BREAKDOWN        *
      * FILES USED.................: . FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      OPENED ON THE FIRST CALL AND  *
      *         .                      HELD UNTIL THE CALLER CANCELS *
      *         .                      FDINFTVA.  IF EITHER CANNOT   *
      *         .                      BE OPENED EVERY CALL IS       *
      *         .                      REFUSED WITH RETURN-CODE 8    *
      * CALLING SEQUENCE...........: . CALL "FDINFTVA" USING         *
      *         .                      FTVA-NORECEPT, FTVA-MONTANT,  *
      *         .                      FTVA-VENTILATION, FTVA-MOTIF  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - VAT BREAKDOWN CHECK AGAINST  *
      *                 THE INVOICE AMOUNT AND THE TYPE TVAVG CODE.    *
      *  15/10/26  JFC  BOTH FILE OPENS ARE CHECKED - IF EITHER FAILS  *
      *                 EVERY CALL IS REFUSED WITH RETURN-CODE 8 SO    *
      *                 THE CALLER STOPS; THE FILES STAY OPEN UNTIL    *
      *                 THE CALLER CANCELS FDINFTVA.                   *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINFTVA.
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
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FTVA-FIRST-SW                  PIC X(01) VALUE "Y".
           88  FTVA-FIRST-CALL            VALUE "Y".
       77  FTVA-SUB                       PIC 9(04) COMP.
       77  FTVA-SUB2                      PIC 9(04) COMP.
       77  FTVA-CNT-TAUX                  PIC 9(04) COMP.
       77  FTVA-TOTAL                     PIC 9(9)V9(2).
       77  FTVA-TVAVG-SW                  PIC X(01).
           88  FTVA-TVAVG-TROUVE          VALUE "Y".
      *****  SET WHEN FDINRECP OR FDINTYPREC CANNOT BE OPENED - NO
      *****  INVOICE CAN THEN BE PASSED
       77  FTVA-ARRET-SW                  PIC X(01) VALUE "N".
           88  FTVA-ARRET                 VALUE "Y".
      *
       LINKAGE SECTION.
      *****  RECEPTION THE INVOICE IS TIED TO - ZERO = NOT YET TIED,
      *****  THE TVAVG CHECK IS THEN LEFT TO THE MATCHING
       01  FTVA-NORECEPT                  PIC 9(07).
      *****  INVOICE AMOUNT, IN THE SAME CURRENCY AS THE BREAKDOWN
       01  FTVA-MONTANT                   PIC 9(8)V9(2).
      *****  SAME SHAPE AS FREG-VENTILATION-TVA
       01  FTVA-VENTILATION.
           05  FTVA-LIGNE                 OCCURS 3 TIMES.
               10  FTVA-CODE              PIC X(02).
               10  FTVA-BASE-HT           PIC 9(8)V9(2).
               10  FTVA-MONTANT-TVA       PIC 9(8)V9(2).
      *****  RETURNED : SPACES IF THE BREAKDOWN IS ACCEPTED, OTHERWISE
      *****             THE REASON, READY FOR A REJECT FILE
       01  FTVA-MOTIF                     PIC X(30).
      *
       PROCEDURE DIVISION USING FTVA-NORECEPT, FTVA-MONTANT,
               FTVA-VENTILATION, FTVA-MOTIF.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           IF FTVA-FIRST-CALL
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               MOVE "N" TO FTVA-FIRST-SW
           END-IF
           IF FTVA-ARRET
               MOVE "FICHIERS CONTROLE TVA ABSENTS" TO FTVA-MOTIF
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           MOVE SPACES TO FTVA-MOTIF
           MOVE ZERO   TO FTVA-TOTAL
           MOVE ZERO   TO FTVA-CNT-TAUX
           PERFORM 2000-CONTROLER-LIGNE THRU 2000-EXIT
               VARYING FTVA-SUB FROM 1 BY 1
               UNTIL FTVA-SUB > 3
                  OR FTVA-MOTIF NOT = SPACES
           IF FTVA-MOTIF NOT = SPACES
               GO TO 9999-EXIT
           END-IF
           IF FTVA-CNT-TAUX = ZERO
               MOVE "VENTILATION TVA ABSENTE" TO FTVA-MOTIF
               GO TO 9999-EXIT
           END-IF
           IF FTVA-TOTAL NOT = FTVA-MONTANT
               MOVE "HT + TVA DIFFERENT DU MONTANT" TO FTVA-MOTIF
               GO TO 9999-EXIT
           END-IF
           PERFORM 3000-CONTROLER-TVAVG THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINFTVA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO FTVA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINFTVA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO FTVA-ARRET-SW
               CLOSE FDINRECP
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTROLER-LIGNE - ONE RATE ROW.  AN UNUSED ROW HAS A   *
      *    BLANK CODE AND ZERO AMOUNTS                                 *
      *----------------------------------------------------------------*
       2000-CONTROLER-LIGNE.
           IF FTVA-BASE-HT (FTVA-SUB) NOT NUMERIC
               OR FTVA-MONTANT-TVA (FTVA-SUB) NOT NUMERIC
               MOVE "MONTANT TVA NON NUMERIQUE" TO FTVA-MOTIF
               GO TO 2000-EXIT
           END-IF
           IF FTVA-CODE (FTVA-SUB) = SPACES
               IF FTVA-BASE-HT (FTVA-SUB) NOT = ZERO
                   OR FTVA-MONTANT-TVA (FTVA-SUB) NOT = ZERO
                   MOVE "CODE TVA ABSENT" TO FTVA-MOTIF
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF FTVA-BASE-HT (FTVA-SUB) = ZERO
               MOVE "BASE HT ABSENTE" TO FTVA-MOTIF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CONTROLER-DOUBLE THRU 2100-EXIT
               VARYING FTVA-SUB2 FROM 1 BY 1
               UNTIL FTVA-SUB2 NOT < FTVA-SUB
                  OR FTVA-MOTIF NOT = SPACES
           ADD 1 TO FTVA-CNT-TAUX
           ADD FTVA-BASE-HT (FTVA-SUB)     TO FTVA-TOTAL
           ADD FTVA-MONTANT-TVA (FTVA-SUB) TO FTVA-TOTAL.
       2000-EXIT.
           EXIT.
      *
       2100-CONTROLER-DOUBLE.
           IF FTVA-CODE (FTVA-SUB2) = FTVA-CODE (FTVA-SUB)
               MOVE "CODE TVA EN DOUBLE" TO FTVA-MOTIF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CONTROLER-TVAVG - THE RATE OF THE GOODS RECEIVED (THE  *
      *    TYPE'S TVAVG CODE) MUST BE INVOICED.  OTHER RATE ROWS MAY   *
      *    CARRY ANCILLARY CHARGES.  AN UNKNOWN RECEPTION OR TYPE, OR  *
      *    A TYPE WITH NO TVAVG CODE, IS NOT THIS CHECK'S BUSINESS     *
      *----------------------------------------------------------------*
       3000-CONTROLER-TVAVG.
           IF FTVA-NORECEPT NOT NUMERIC OR FTVA-NORECEPT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE FTVA-NORECEPT TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ
           IF FDIN-TYPREC-TVAVG = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO FTVA-TVAVG-SW
           PERFORM 3100-CHERCHER-TVAVG THRU 3100-EXIT
               VARYING FTVA-SUB FROM 1 BY 1
               UNTIL FTVA-SUB > 3
           IF NOT FTVA-TVAVG-TROUVE
               MOVE "CODE TVA TYPE NON FACTURE" TO FTVA-MOTIF
               MOVE FDIN-TYPREC-TVAVG TO FTVA-MOTIF (27:2)
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-CHERCHER-TVAVG.
           IF FTVA-CODE (FTVA-SUB) = FDIN-TYPREC-TVAVG
               MOVE "Y" TO FTVA-TVAVG-SW
           END-IF.
       3100-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
