      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINGLAN                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . CANCELS ONE FDINGLEX EXPORT   *
      *         .                      BATCH AS A WHOLE - EVERY      *
      *         .                      RECEPTION, DEBIT NOTE AND     *
      *         .                      RETURN STAMPED WITH THE BATCH *
      *         .                      NUMBER IS REOPENED FOR EXPORT *
      *         .                      SO THE NEXT FDINGLEX RUN      *
      *         .                      SENDS IT AGAIN UNDER A NEW    *
      *         .                      NUMBER (A RECEPTION GOES OUT  *
      *         .                      WHATEVER THE PERIOD OF ITS    *
      *         .                      RFA EVENT, IN THE PERIOD OF   *
      *         .                      THAT RUN).  THE PROOF REPORT  *
      *         .                      LISTS EVERY ROW BACKED OUT    *
      *         .                      WITH ITS AMOUNT AND THE       *
      *         .                      TOTALS AGAINST THE FDINGLLT   *
      *         .                      REGISTER.  A BATCH WITH ONE   *
      *         .                      RECEPTION ALREADY POSTED BY   *
      *         .                      THE GL (FDINGLAK) IS REFUSED  *
      *         .                      WHOLE AND NOTHING IS CHANGED  *
      *         .                      (RC 8) - THE POSTING MUST BE  *
      *         .                      REVERSED IN THE GL FIRST      *
      * FILES USED.................: . FDINGLNP - INPUT (CARD)       *
      *         .                      FDINGLLT - UPDATE             *
      *         .                      FDINRECP - UPDATE             *
      *         .                      FDINDBN  - UPDATE             *
      *         .                      FDINRTRN - UPDATE             *
      *         .                      RPTGLN   - OUTPUT (PRINTER)   *
      * CARD LAYOUT................: . POS 01-05 BATCH NUMBER        *
      *         .                      POS 06-15 OPERATOR ASKING FOR *
      *         .                      THE CANCEL                    *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - WHOLE-BATCH CANCEL OF A GL   *
      *                 EXPORT WITH PROOF REPORT OF AMOUNTS BACKED OUT.*
      *  15/10/26  JFC  A CANCELLED RECEPTION IS REOPENED WITH FREC-   *
      *                 GL-EXPORT A, SO FDINGLEX RESENDS IT EVEN WHEN  *
      *                 ITS RFA EVENT IS IN AN EARLIER PERIOD.         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINGLAN.
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
           SELECT FDINGLNP ASSIGN TO FDINGLNP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINGLNP.
           SELECT FDINGLLT ASSIGN TO FDINGLLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FGLL-LOT
               FILE STATUS IS FS-FDINGLLT.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINDBN ASSIGN TO FDINDBN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDBN-NODEBIT
               FILE STATUS IS FS-FDINDBN.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT RPTGLN ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTGLN.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINGLNP  LABEL RECORD STANDARD
                     RECORD 80.
       01  GLNP-CARTE.
           05  GLNP-LOT                   PIC X(05).
           05  GLNP-LOT9 REDEFINES GLNP-LOT
                                          PIC 9(05).
           05  GLNP-OPERATEUR             PIC X(10).
           05  FILLER                     PIC X(65).
      *
       COPY FDINGLLT.
       COPY FDINRECP.
       COPY FDINDBN.
       COPY FDINRTRN.
      *
       FD  RPTGLN   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTGLN-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINGLNP                    PIC X(02) VALUE "00".
       77  FS-FDINGLLT                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINDBN                     PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-RPTGLN                      PIC X(02) VALUE "00".
       77  GLAN-EOF-SW                    PIC X(01) VALUE "N".
           88  GLAN-EOF                   VALUE "Y".
       77  GLAN-TODAY                     PIC 9(08).
       77  GLAN-LOT                       PIC 9(05) VALUE ZERO.
       77  GLAN-OPERATEUR                 PIC X(10) VALUE SPACES.
      *****  SET WHEN THE BATCH CANNOT BE CANCELLED - NOTHING IS
      *****  CHANGED ON ANY FILE
       77  GLAN-REFUS-SW                  PIC X(01) VALUE "N".
           88  GLAN-REFUS                 VALUE "Y".
       77  GLAN-MOTIF                     PIC X(50) VALUE SPACES.
       77  GLAN-CNT-POSTEES               PIC 9(07) COMP-3 VALUE ZERO.
      *****  ROWS BACKED OUT AND AMOUNTS, PER KIND OF ROW
       77  GLAN-NB-RECEPT                 PIC 9(07) COMP-3 VALUE ZERO.
       77  GLAN-MT-RECEPT                 PIC 9(10)V9(2) VALUE ZERO.
       77  GLAN-NB-NOTES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  GLAN-MT-NOTES                  PIC 9(10)V9(2) VALUE ZERO.
       77  GLAN-NB-RETOURS                PIC 9(07) COMP-3 VALUE ZERO.
       77  GLAN-MT-RETOURS                PIC 9(10)V9(2) VALUE ZERO.
      *****  ROWS OF THE BATCH ALREADY REOPENED (REJECTED BY THE GL)
      *****  - LISTED, NOT BACKED OUT A SECOND TIME
       77  GLAN-CNT-DEJA-ROUVERTS         PIC 9(07) COMP-3 VALUE ZERO.
       77  GLAN-CNT-ERREURS               PIC 9(07) COMP-3 VALUE ZERO.
       77  GLAN-ECART-SW                  PIC X(01) VALUE "N".
           88  GLAN-ECART                 VALUE "Y".
       77  GLAN-REGISTRE-SW               PIC X(01) VALUE "N".
           88  GLAN-REGISTRE-OUVERT       VALUE "Y".
      *
       01  GLAN-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-D-TYPE                PIC X(11).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-D-NUMERO              PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-D-MONTANT             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-D-MESSAGE             PIC X(45).
       01  GLAN-LIGNE-PREUVE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-TYPE                PIC X(11).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-NB-LOT              PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-MT-LOT              PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-NB-ANNUL            PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-MT-ANNUL            PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  GLAN-P-MESSAGE             PIC X(20).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT GLAN-REFUS
               PERFORM 2000-CONTROLER-POSTEES THRU 2000-EXIT
           END-IF
           IF NOT GLAN-REFUS
               PERFORM 3000-ANNULER-RECEPTIONS THRU 3000-EXIT
               PERFORM 4000-ANNULER-NOTES THRU 4000-EXIT
               PERFORM 5000-ANNULER-RETOURS THRU 5000-EXIT
               PERFORM 6000-EDITER-PREUVE THRU 6000-EXIT
               PERFORM 7000-MARQUER-LOT THRU 7000-EXIT
           ELSE
               PERFORM 1900-EDITER-REFUS THRU 1900-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - THE CARD NAMES AN EXPORTED BATCH ON THE   *
      *    REGISTER THAT IS NOT ALREADY CANCELLED                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT GLAN-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RPTGLN.
           MOVE SPACES TO RPTGLN-LIGNE
           MOVE "FDINGLAN - GL EXPORT BATCH CANCEL" TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           OPEN INPUT FDINGLNP.
           IF FS-FDINGLNP NOT = "00"
               DISPLAY "FDINGLAN - OPEN FDINGLNP FAILED - STATUS "
                       FS-FDINGLNP
               MOVE "NO CANCEL CARD" TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
               GO TO 1000-EXIT
           END-IF
           READ FDINGLNP
               AT END
                   MOVE SPACES TO GLNP-CARTE
           END-READ
           CLOSE FDINGLNP
           IF GLNP-LOT NOT NUMERIC OR GLNP-LOT9 = ZERO
               OR GLNP-OPERATEUR = SPACES
               DISPLAY "FDINGLAN - CARD REJECTED: " GLNP-CARTE (1:15)
               MOVE "CARD REJECTED - BATCH AND OPERATOR REQUIRED"
                    TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
               GO TO 1000-EXIT
           END-IF
           MOVE GLNP-LOT9      TO GLAN-LOT
           MOVE GLNP-OPERATEUR TO GLAN-OPERATEUR
           MOVE SPACES TO RPTGLN-LIGNE
           MOVE "  BATCH NUMBER" TO RPTGLN-LIGNE
           MOVE GLAN-LOT TO RPTGLN-LIGNE (17:5)
           MOVE "REQUESTED BY" TO RPTGLN-LIGNE (25:12)
           MOVE GLAN-OPERATEUR TO RPTGLN-LIGNE (38:10)
           WRITE RPTGLN-LIGNE
           OPEN I-O FDINGLLT.
           IF FS-FDINGLLT NOT = "00"
               DISPLAY "FDINGLAN - OPEN FDINGLLT FAILED - STATUS "
                       FS-FDINGLLT
               MOVE "BATCH REGISTER NOT AVAILABLE" TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO GLAN-REGISTRE-SW
           MOVE GLAN-LOT TO FGLL-LOT
           READ FDINGLLT RECORD
               INVALID KEY
                   MOVE "BATCH NOT ON THE REGISTER" TO GLAN-MOTIF
                   MOVE "Y" TO GLAN-REFUS-SW
                   GO TO 1000-EXIT
           END-READ
           IF FGLL-ANNULE
               MOVE "BATCH ALREADY CANCELLED ON" TO GLAN-MOTIF
               MOVE FGLL-DATE-ANNUL TO GLAN-MOTIF (28:8)
               MOVE "Y" TO GLAN-REFUS-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINGLAN - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "RECEPTION FILE NOT AVAILABLE" TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1900-EDITER-REFUS.
           MOVE 8 TO RETURN-CODE
           DISPLAY "FDINGLAN - CANCEL REFUSED - " GLAN-MOTIF
           MOVE SPACES TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           MOVE SPACES TO RPTGLN-LIGNE
           MOVE "** CANCEL REFUSED - NOTHING CHANGED -" TO RPTGLN-LIGNE
           MOVE GLAN-MOTIF TO RPTGLN-LIGNE (40:50)
           WRITE RPTGLN-LIGNE.
       1900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTROLER-POSTEES - ONE RECEPTION OF THE BATCH ALREADY *
      *    POSTED BY THE GL AND THE WHOLE CANCEL IS REFUSED.  THE FILE *
      *    IS REOPENED AFTERWARDS FOR THE UPDATE PASS                  *
      *----------------------------------------------------------------*
       2000-CONTROLER-POSTEES.
           MOVE "N" TO GLAN-EOF-SW
           PERFORM 2100-LIRE-POSTEE THRU 2100-EXIT
               UNTIL GLAN-EOF
           MOVE "N" TO GLAN-EOF-SW
           CLOSE FDINRECP
           IF GLAN-CNT-POSTEES > ZERO
               MOVE "RECEPTIONS ALREADY POSTED BY THE GL"
                    TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
               GO TO 2000-EXIT
           END-IF
           OPEN I-O FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINGLAN - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "RECEPTION FILE NOT AVAILABLE" TO GLAN-MOTIF
               MOVE "Y" TO GLAN-REFUS-SW
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-POSTEE.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO GLAN-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FREC-GL-LOT NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF FREC-GL-LOT NOT = GLAN-LOT
               OR NOT FREC-GL-EXPORTEE
               OR NOT FREC-GL-POSTEE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO GLAN-CNT-POSTEES
           MOVE SPACES TO GLAN-LIGNE-DETAIL
           MOVE "RECEPTION"        TO GLAN-D-TYPE
           MOVE FREC-NORECEPT      TO GLAN-D-NUMERO
           MOVE FREC-FOURNISSEUR   TO GLAN-D-FOURNISSEUR
           MOVE FREC-GL-MONTANT    TO GLAN-D-MONTANT
           MOVE "POSTED BY THE GL - REF"  TO GLAN-D-MESSAGE
           MOVE FREC-GL-REFERENCE  TO GLAN-D-MESSAGE (24:10)
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-ANNULER-RECEPTIONS - THE RECEPTIONS STILL OUT UNDER    *
      *    THE BATCH ARE REOPENED; THE ANSWER FIELDS ARE CLEARED AS    *
      *    FOR A FRESH EXPORT                                          *
      *----------------------------------------------------------------*
       3000-ANNULER-RECEPTIONS.
           MOVE SPACES TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           MOVE SPACES TO RPTGLN-LIGNE
           MOVE "  ROWS BACKED OUT - TYPE / NUMBER / SUPPLIER / AMOUNT"
                TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           PERFORM 3100-ANNULER-UNE-RECEPTION THRU 3100-EXIT
               UNTIL GLAN-EOF
           MOVE "N" TO GLAN-EOF-SW
           CLOSE FDINRECP.
       3000-EXIT.
           EXIT.
      *
       3100-ANNULER-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO GLAN-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF FREC-GL-LOT NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF FREC-GL-LOT NOT = GLAN-LOT
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO GLAN-LIGNE-DETAIL
           MOVE "RECEPTION"        TO GLAN-D-TYPE
           MOVE FREC-NORECEPT      TO GLAN-D-NUMERO
           MOVE FREC-FOURNISSEUR   TO GLAN-D-FOURNISSEUR
           MOVE FREC-GL-MONTANT    TO GLAN-D-MONTANT
           IF NOT FREC-GL-EXPORTEE
               ADD 1 TO GLAN-CNT-DEJA-ROUVERTS
               MOVE "ALREADY REOPENED - NOT BACKED OUT"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 3100-EXIT
           END-IF
      *****  NOT "N" - THE RFA EVENT MAY LIE IN A PERIOD FDINGLEX
      *****  WILL NEVER RUN FOR AGAIN, THE FLAG MAKES IT RESEND ANYWAY
           MOVE "A"    TO FREC-GL-EXPORT
           MOVE ZERO   TO FREC-GL-DATE
           MOVE SPACES TO FREC-GL-ACK
           MOVE SPACES TO FREC-GL-REFERENCE
           MOVE ZERO   TO FREC-GL-ACK-DATE
           MOVE ZERO   TO FREC-GL-LOT
           REWRITE FREC-ENR
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINGLAN - REWRITE FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               ADD 1 TO GLAN-CNT-ERREURS
               MOVE "** REWRITE FAILED - STILL EXPORTED **"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO GLAN-NB-RECEPT
           ADD FREC-GL-MONTANT TO GLAN-MT-RECEPT
           MOVE "REOPENED FOR EXPORT" TO GLAN-D-MESSAGE
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-ANNULER-NOTES - THE DEBIT NOTES SENT IN THE BATCH      *
      *----------------------------------------------------------------*
       4000-ANNULER-NOTES.
           OPEN I-O FDINDBN.
           IF FS-FDINDBN NOT = "00"
      *****  NO DEBIT NOTE FILE YET IS A NORMAL STATE - NOTHING TO DO
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-ANNULER-UNE-NOTE THRU 4100-EXIT
               UNTIL GLAN-EOF
           MOVE "N" TO GLAN-EOF-SW
           CLOSE FDINDBN.
       4000-EXIT.
           EXIT.
      *
       4100-ANNULER-UNE-NOTE.
           READ FDINDBN NEXT RECORD
               AT END
                   MOVE "Y" TO GLAN-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           IF FDBN-GL-LOT NOT NUMERIC
               GO TO 4100-EXIT
           END-IF
           IF FDBN-GL-LOT NOT = GLAN-LOT
               GO TO 4100-EXIT
           END-IF
           MOVE SPACES TO GLAN-LIGNE-DETAIL
           MOVE "DEBIT NOTE"       TO GLAN-D-TYPE
           MOVE FDBN-NODEBIT       TO GLAN-D-NUMERO
           MOVE FDBN-FOURNISSEUR   TO GLAN-D-FOURNISSEUR
           MOVE FDBN-MONTANT       TO GLAN-D-MONTANT
           IF NOT FDBN-GL-EXPORTEE
               ADD 1 TO GLAN-CNT-DEJA-ROUVERTS
               MOVE "ALREADY REOPENED - NOT BACKED OUT"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 4100-EXIT
           END-IF
           MOVE "N"  TO FDBN-GL-EXPORT
           MOVE ZERO TO FDBN-GL-LOT
           REWRITE FDBN-ENR
           IF FS-FDINDBN NOT = "00"
               DISPLAY "FDINGLAN - REWRITE FDINDBN FAILED - STATUS "
                       FS-FDINDBN
               ADD 1 TO GLAN-CNT-ERREURS
               MOVE "** REWRITE FAILED - STILL EXPORTED **"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO GLAN-NB-NOTES
           ADD FDBN-MONTANT TO GLAN-MT-NOTES
           MOVE "REOPENED FOR EXPORT" TO GLAN-D-MESSAGE
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-ANNULER-RETOURS - THE CLOSED RETURNS SENT IN THE BATCH *
      *----------------------------------------------------------------*
       5000-ANNULER-RETOURS.
           OPEN I-O FDINRTRN.
           IF FS-FDINRTRN NOT = "00"
      *****  NO RETURN FILE YET IS A NORMAL STATE - NOTHING TO DO
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-ANNULER-UN-RETOUR THRU 5100-EXIT
               UNTIL GLAN-EOF
           MOVE "N" TO GLAN-EOF-SW
           CLOSE FDINRTRN.
       5000-EXIT.
           EXIT.
      *
       5100-ANNULER-UN-RETOUR.
           READ FDINRTRN NEXT RECORD
               AT END
                   MOVE "Y" TO GLAN-EOF-SW
                   GO TO 5100-EXIT
           END-READ
           IF FRTN-GL-LOT NOT NUMERIC
               GO TO 5100-EXIT
           END-IF
           IF FRTN-GL-LOT NOT = GLAN-LOT
               GO TO 5100-EXIT
           END-IF
           MOVE SPACES TO GLAN-LIGNE-DETAIL
           MOVE "RETURN"           TO GLAN-D-TYPE
           MOVE FRTN-NORETOUR      TO GLAN-D-NUMERO
           MOVE FRTN-FOURNISSEUR   TO GLAN-D-FOURNISSEUR
           MOVE FRTN-MONTANT       TO GLAN-D-MONTANT
           IF NOT FRTN-GL-EXPORTEE
               ADD 1 TO GLAN-CNT-DEJA-ROUVERTS
               MOVE "ALREADY REOPENED - NOT BACKED OUT"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 5100-EXIT
           END-IF
           MOVE "N"  TO FRTN-GL-EXPORT
           MOVE ZERO TO FRTN-GL-DATE
           MOVE ZERO TO FRTN-GL-LOT
           REWRITE FRTN-ENR
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINGLAN - REWRITE FDINRTRN FAILED - STATUS "
                       FS-FDINRTRN
               ADD 1 TO GLAN-CNT-ERREURS
               MOVE "** REWRITE FAILED - STILL EXPORTED **"
                    TO GLAN-D-MESSAGE
               WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO GLAN-NB-RETOURS
           ADD FRTN-MONTANT TO GLAN-MT-RETOURS
           MOVE "REOPENED FOR EXPORT" TO GLAN-D-MESSAGE
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-DETAIL.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-EDITER-PREUVE - WHAT THE REGISTER SAYS WAS SENT AGAINST*
      *    WHAT WAS BACKED OUT, PER KIND OF ROW                        *
      *----------------------------------------------------------------*
       6000-EDITER-PREUVE.
           MOVE SPACES TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           MOVE SPACES TO RPTGLN-LIGNE
           MOVE "  PROOF - SENT / AMOUNT / BACKED OUT / AMOUNT"
                TO RPTGLN-LIGNE
           WRITE RPTGLN-LIGNE
           MOVE SPACES TO GLAN-LIGNE-PREUVE
           MOVE "RECEPTIONS"    TO GLAN-P-TYPE
           MOVE FGLL-NB-RECEPT  TO GLAN-P-NB-LOT
           MOVE FGLL-MT-RECEPT  TO GLAN-P-MT-LOT
           MOVE GLAN-NB-RECEPT  TO GLAN-P-NB-ANNUL
           MOVE GLAN-MT-RECEPT  TO GLAN-P-MT-ANNUL
           IF GLAN-NB-RECEPT NOT = FGLL-NB-RECEPT
               OR GLAN-MT-RECEPT NOT = FGLL-MT-RECEPT
               MOVE "** DIFFERENCE **" TO GLAN-P-MESSAGE
               MOVE "Y" TO GLAN-ECART-SW
           END-IF
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-PREUVE
           MOVE SPACES TO GLAN-LIGNE-PREUVE
           MOVE "DEBIT NOTES"   TO GLAN-P-TYPE
           MOVE FGLL-NB-NOTES   TO GLAN-P-NB-LOT
           MOVE FGLL-MT-NOTES   TO GLAN-P-MT-LOT
           MOVE GLAN-NB-NOTES   TO GLAN-P-NB-ANNUL
           MOVE GLAN-MT-NOTES   TO GLAN-P-MT-ANNUL
           IF GLAN-NB-NOTES NOT = FGLL-NB-NOTES
               OR GLAN-MT-NOTES NOT = FGLL-MT-NOTES
               MOVE "** DIFFERENCE **" TO GLAN-P-MESSAGE
               MOVE "Y" TO GLAN-ECART-SW
           END-IF
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-PREUVE
           MOVE SPACES TO GLAN-LIGNE-PREUVE
           MOVE "RETURNS"       TO GLAN-P-TYPE
           MOVE FGLL-NB-RETOURS TO GLAN-P-NB-LOT
           MOVE FGLL-MT-RETOURS TO GLAN-P-MT-LOT
           MOVE GLAN-NB-RETOURS TO GLAN-P-NB-ANNUL
           MOVE GLAN-MT-RETOURS TO GLAN-P-MT-ANNUL
           IF GLAN-NB-RETOURS NOT = FGLL-NB-RETOURS
               OR GLAN-MT-RETOURS NOT = FGLL-MT-RETOURS
               MOVE "** DIFFERENCE **" TO GLAN-P-MESSAGE
               MOVE "Y" TO GLAN-ECART-SW
           END-IF
           WRITE RPTGLN-LIGNE FROM GLAN-LIGNE-PREUVE
      *****  A DIFFERENCE IS EXPLAINED BY THE ROWS LISTED AS ALREADY
      *****  REOPENED OR AS FAILED ABOVE - IT IS FLAGGED, NOT BLOCKING
           IF GLAN-ECART OR GLAN-CNT-ERREURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-MARQUER-LOT - THE REGISTER ROW KEEPS WHO CANCELLED THE *
      *    BATCH, WHEN, AND WHAT WAS BACKED OUT                        *
      *----------------------------------------------------------------*
       7000-MARQUER-LOT.
           MOVE "A"            TO FGLL-STATUT
           MOVE GLAN-TODAY     TO FGLL-DATE-ANNUL
           MOVE GLAN-OPERATEUR TO FGLL-OPERATEUR-ANNUL
           COMPUTE FGLL-NB-ANNULES = GLAN-NB-RECEPT + GLAN-NB-NOTES
                                   + GLAN-NB-RETOURS
           COMPUTE FGLL-MT-ANNULE = GLAN-MT-RECEPT + GLAN-MT-NOTES
                                  + GLAN-MT-RETOURS
           REWRITE FGLL-ENR
           IF FS-FDINGLLT NOT = "00"
               DISPLAY "FDINGLAN - REWRITE FDINGLLT FAILED - STATUS "
                       FS-FDINGLLT
               MOVE 8 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-TERMINATE                                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF GLAN-REGISTRE-OUVERT
               CLOSE FDINGLLT
           END-IF
           CLOSE RPTGLN.
           DISPLAY "FDINGLAN - BATCH...............: " GLAN-LOT.
           DISPLAY "FDINGLAN - RECEPTIONS POSTED...: "
                   GLAN-CNT-POSTEES.
           DISPLAY "FDINGLAN - RECEPTIONS REOPENED.: " GLAN-NB-RECEPT.
           DISPLAY "FDINGLAN - DEBIT NOTES REOPENED: " GLAN-NB-NOTES.
           DISPLAY "FDINGLAN - RETURNS REOPENED....: " GLAN-NB-RETOURS.
           DISPLAY "FDINGLAN - ALREADY REOPENED....: "
                   GLAN-CNT-DEJA-ROUVERTS.
           DISPLAY "FDINGLAN - REWRITES FAILED.....: "
                   GLAN-CNT-ERREURS.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
