      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRCTV                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . BLIND RECOUNT VARIANCE REPORT.*
      *         .                      EVERY FDINRCMP LINE COUNTED   *
      *         .                      (FDINRCTS) IS COMPARED WITH   *
      *         .                      THE QUANTITY KEYED ON THE     *
      *         .                      FDINRLIG LINE.  THE RECOUNT   *
      *         .                      MUST FALL WITHIN THE MOINS/   *
      *         .                      PLUS TOLERANCES OF THE        *
      *         .                      RECEPTION TYPE, READ AS       *
      *         .                      PERCENTAGES OF THE KEYED      *
      *         .                      QUANTITY (AS FDINBRAP READS   *
      *         .                      THEM).  A LINE OUTSIDE THEM   *
      *         .                      OPENS A DISPUTE (LITIGE) ON   *
      *         .                      THE RECEPTION EXACTLY AS      *
      *         .                      FDINLITG DOES - REASON CODE   *
      *         .                      OF THE CARD CHECKED ON        *
      *         .                      FDINLITM, OPEN DATE STAMPED,  *
      *         .                      LIO EVENT JOURNALED.  EACH    *
      *         .                      LINE IS REPORTED ONCE, THEN   *
      *         .                      STAMPED CHECKED FOR FDINRCTM  *
      * FILES USED.................: . FDINRCMP   - UPDATE           *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINRECP   - UPDATE           *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINLITM   - INPUT            *
      *         .                      FDINRCVP   - INPUT (PARAMETER)*
      *         .                      RPTRCV     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINEVTJ                      *
      * PARAMETER CARD.............: . POS 01-03 DISPUTE REASON CODE *
      *         .                      (MUST BE ON FDINLITM)         *
      *         .                      POS 04-13 OPERATOR JOURNALED  *
      *         .                      ON THE LIO EVENT (DEFAULT     *
      *         .                      FDINRCTV)                     *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - RECOUNT VARIANCES AGAINST    *
      *                 FDINRLIG, DISPUTE OPENED OUTSIDE TOLERANCE.    *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN RCTV-RC AND SET AT THE *
      *                 END, SO THE FDINEVTJ CALL NO LONGER CLEARS AN  *
      *                 RC 8 FROM A FAILED REWRITE.                    *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRCTV.
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
           SELECT FDINRCMP ASSIGN TO FDINRCMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRCM-CLEF
               FILE STATUS IS FS-FDINRCMP.
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRLG-CLEF
               FILE STATUS IS FS-FDINRLIG.
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
           SELECT FDINLITM ASSIGN TO FDINLITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLIT-CODE
               FILE STATUS IS FS-FDINLITM.
           SELECT FDINRCVP ASSIGN TO FDINRCVP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCVP.
           SELECT RPTRCV ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRCV.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRCMP.
       COPY FDINRLIG.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINLITM.
      *
       FD  FDINRCVP  LABEL RECORD STANDARD
                     RECORD 80.
       01  RCVP-CARTE.
           05  RCVP-MOTIF                 PIC X(03).
           05  RCVP-OPERATEUR             PIC X(10).
           05  FILLER                     PIC X(67).
      *
       FD  RPTRCV   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRCV-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRCMP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINLITM                    PIC X(02) VALUE "00".
       77  FS-FDINRCVP                    PIC X(02) VALUE "00".
       77  FS-RPTRCV                      PIC X(02) VALUE "00".
       77  RCTV-EOF-SW                    PIC X(01) VALUE "N".
           88  RCTV-EOF                   VALUE "Y".
      *****  SET WHEN A FILE CANNOT BE OPENED OR THE CARD IS WRONG -
      *****  NO LINE IS CHECKED, SO NONE LOSES ITS DISPUTE
       77  RCTV-ARRET-SW                  PIC X(01) VALUE "N".
           88  RCTV-ARRET                 VALUE "Y".
      *****  SEVERITY OF THE RUN - FDINEVTJ RESETS RETURN-CODE, SO IT
      *****  IS SET FROM HERE AT THE VERY END
       77  RCTV-RC                        PIC S9(04) COMP VALUE ZERO.
       77  RCTV-TODAY                     PIC 9(08).
       77  RCTV-MOTIF                     PIC X(03).
       77  RCTV-OPERATEUR                 PIC X(10) VALUE "FDINRCTV".
       77  RCTV-EVT-CODE                  PIC X(03) VALUE "LIO".
       77  RCTV-EVT-TERMINAL              PIC X(10) VALUE "*BATCH".
       77  RCTV-EVT-COMPLEMENT            PIC X(20).
      *****  MOINS/PLUS OF THE TYPE IN PERCENT AND THE RANGE THEY
      *****  ALLOW AROUND THE KEYED QUANTITY
       77  RCTV-MOINS9                    PIC 9(02).
       77  RCTV-PLUS9                     PIC 9(02).
       77  RCTV-QTE-MINI                  PIC 9(6)V9(2).
       77  RCTV-QTE-MAXI                  PIC 9(6)V9(2).
       77  RCTV-ECART                     PIC S9(5)V9(2).
      *****  RECEPTION WHOSE DISPUTE THIS RUN ALREADY OPENED
       77  RCTV-NORECEPT-OUVERT           PIC 9(07) VALUE ZERO.
       77  RCTV-CNT-CONTROLEES            PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTV-CNT-DANS-TOL              PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTV-CNT-HORS-TOL              PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTV-CNT-LITIGES               PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTV-CNT-DEJA-LITIGE           PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTV-CNT-ORPHELINES            PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  RCTV-LIGNE-ENTETE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "RECEPT./LIN  PRODUCT        SUPPLIER    ".
           05  FILLER                     PIC X(40) VALUE
               "   KEYED   COUNTED   VARIANCE  -%  +%  R".
           05  FILLER                     PIC X(12) VALUE
               "ESULT".
      *
       01  RCTV-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  RCTV-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RCTV-D-QTE-SAISIE          PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-QTE-RECOMPTEE       PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-ECART               PIC -ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-MOINS               PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-PLUS                PIC Z9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-D-MESSAGE             PIC X(40).
      *
       01  RCTV-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTV-T-LIBELLE             PIC X(30).
           05  RCTV-T-CNT                 PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RCTV-ARRET
               PERFORM 2000-CONTROLER-LOOP THRU 2000-EXIT
                   UNTIL RCTV-EOF
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RCTV-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RPTRCV.
           MOVE SPACES TO RPTRCV-LIGNE
           MOVE "FDINRCTV - BLIND RECOUNT VARIANCES AGAINST FDINRLIG"
                TO RPTRCV-LIGNE
           WRITE RPTRCV-LIGNE
           MOVE SPACES TO RPTRCV-LIGNE
           WRITE RPTRCV-LIGNE
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-ENTETE.
           OPEN INPUT FDINRCVP.
           IF FS-FDINRCVP NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINRCVP FAILED - STATUS "
                       FS-FDINRCVP
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
               GO TO 1000-EXIT
           END-IF
           READ FDINRCVP
               AT END
                   DISPLAY "FDINRCTV - EMPTY PARAMETER FILE"
                   MOVE "Y" TO RCTV-ARRET-SW
                   MOVE 8 TO RCTV-RC
                   CLOSE FDINRCVP
                   GO TO 1000-EXIT
           END-READ
           MOVE RCVP-MOTIF TO RCTV-MOTIF
           IF RCVP-OPERATEUR NOT = SPACES
               MOVE RCVP-OPERATEUR TO RCTV-OPERATEUR
           END-IF
           CLOSE FDINRCVP
           PERFORM 1100-CONTROLER-MOTIF THRU 1100-EXIT
           IF RCTV-ARRET
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINRCMP.
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-CONTROLER-MOTIF - THE REASON CODE MUST BE ON FDINLITM  *
      *----------------------------------------------------------------*
       1100-CONTROLER-MOTIF.
           OPEN INPUT FDINLITM.
           IF FS-FDINLITM NOT = "00"
               DISPLAY "FDINRCTV - OPEN FDINLITM FAILED - STATUS "
                       FS-FDINLITM
               MOVE "Y" TO RCTV-ARRET-SW
               MOVE 8 TO RCTV-RC
               GO TO 1100-EXIT
           END-IF
           MOVE RCTV-MOTIF TO FLIT-CODE
           READ FDINLITM RECORD
               INVALID KEY
                   DISPLAY "FDINRCTV - UNKNOWN REASON CODE "
                           RCTV-MOTIF
                   MOVE "Y" TO RCTV-ARRET-SW
                   MOVE 8 TO RCTV-RC
           END-READ
           CLOSE FDINLITM.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CONTROLER-LOOP - ONE COUNTED LINE AGAINST ITS KEYED    *
      *    QUANTITY                                                    *
      *----------------------------------------------------------------*
       2000-CONTROLER-LOOP.
           READ FDINRCMP NEXT RECORD
               AT END
                   MOVE "Y" TO RCTV-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF NOT FRCM-COMPTEE
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO RCTV-LIGNE-DETAIL
           MOVE "/" TO RCTV-LIGNE-DETAIL (10:1)
           MOVE FRCM-NORECEPT      TO RCTV-D-NORECEPT
           MOVE FRCM-NOLIGNE       TO RCTV-D-NOLIGNE
           MOVE FRCM-PRODUIT       TO RCTV-D-PRODUIT
           MOVE FRCM-FOURNISSEUR   TO RCTV-D-FOURNISSEUR
           MOVE FRCM-QTE-RECOMPTEE TO RCTV-D-QTE-RECOMPTEE
           MOVE FRCM-NORECEPT TO FRLG-NORECEPT
           MOVE FRCM-NOLIGNE  TO FRLG-NOLIGNE
           READ FDINRLIG RECORD
               INVALID KEY
                   ADD 1 TO RCTV-CNT-ORPHELINES
                   MOVE "LIGNE DE RECEPTION INTROUVABLE"
                        TO RCTV-D-MESSAGE
                   WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-DETAIL
                   GO TO 2000-EXIT
           END-READ
           MOVE FRCM-NORECEPT TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   ADD 1 TO RCTV-CNT-ORPHELINES
                   MOVE "RECEPTION INTROUVABLE" TO RCTV-D-MESSAGE
                   WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-DETAIL
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO RCTV-CNT-CONTROLEES
           PERFORM 2100-ETABLIR-TOLERANCES THRU 2100-EXIT
           COMPUTE RCTV-QTE-MINI ROUNDED = FRLG-QUANTITE
                 - (FRLG-QUANTITE * RCTV-MOINS9 / 100)
           COMPUTE RCTV-QTE-MAXI ROUNDED = FRLG-QUANTITE
                 + (FRLG-QUANTITE * RCTV-PLUS9 / 100)
           COMPUTE RCTV-ECART = FRCM-QTE-RECOMPTEE - FRLG-QUANTITE
           MOVE FRLG-QUANTITE TO RCTV-D-QTE-SAISIE
           MOVE RCTV-ECART    TO RCTV-D-ECART
           MOVE RCTV-MOINS9   TO RCTV-D-MOINS
           MOVE RCTV-PLUS9    TO RCTV-D-PLUS
           IF FRCM-QTE-RECOMPTEE < RCTV-QTE-MINI
               OR FRCM-QTE-RECOMPTEE > RCTV-QTE-MAXI
               MOVE "O" TO FRCM-HORS-TOL
               ADD 1 TO RCTV-CNT-HORS-TOL
               PERFORM 2200-POSER-LITIGE THRU 2200-EXIT
           ELSE
               MOVE "N" TO FRCM-HORS-TOL
               ADD 1 TO RCTV-CNT-DANS-TOL
               IF RCTV-ECART = ZERO
                   MOVE "CONFORME" TO RCTV-D-MESSAGE
               ELSE
                   MOVE "ECART DANS LA TOLERANCE" TO RCTV-D-MESSAGE
               END-IF
           END-IF
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-DETAIL
           MOVE "V" TO FRCM-STATUT
           REWRITE FRCM-ENR
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTV - REWRITE FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE 8 TO RCTV-RC
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-ETABLIR-TOLERANCES - MOINS/PLUS OF THE RECEPTION TYPE,  *
      *    READ AS PERCENTAGES OF THE KEYED QUANTITY.  A NON-NUMERIC    *
      *    OR ZERO CODE MEANS THE EXACT QUANTITY                        *
      *----------------------------------------------------------------*
       2100-ETABLIR-TOLERANCES.
           MOVE ZERO TO RCTV-MOINS9
           MOVE ZERO TO RCTV-PLUS9
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF FDIN-TYPREC-MOINS IS NUMERIC
               MOVE FDIN-TYPREC-MOINS TO RCTV-MOINS9
           END-IF
           IF FDIN-TYPREC-PLUS IS NUMERIC
               MOVE FDIN-TYPREC-PLUS TO RCTV-PLUS9
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-POSER-LITIGE - SAME DISPUTE OPENING AS FDINLITG : ONE  *
      *    DISPUTE PER RECEPTION, NONE WHEN ONE IS ALREADY OPEN        *
      *----------------------------------------------------------------*
       2200-POSER-LITIGE.
           IF FREC-NORECEPT = RCTV-NORECEPT-OUVERT
               MOVE "HORS TOLERANCE - LITIGE OUVERT" TO RCTV-D-MESSAGE
               GO TO 2200-EXIT
           END-IF
           IF FREC-EN-LITIGE
               ADD 1 TO RCTV-CNT-DEJA-LITIGE
               MOVE "HORS TOLERANCE - DEJA EN LITIGE"
                    TO RCTV-D-MESSAGE
               GO TO 2200-EXIT
           END-IF
           MOVE "O"        TO FREC-LITIGE
           MOVE RCTV-MOTIF TO FREC-LITIGE-MOTIF
           MOVE RCTV-TODAY TO FREC-LITIGE-DATE-DEB
           MOVE ZERO       TO FREC-LITIGE-DATE-FIN
           REWRITE FREC-ENR
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINRCTV - REWRITE FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RCTV-RC
               MOVE "HORS TOLERANCE - LITIGE NON OUVERT"
                    TO RCTV-D-MESSAGE
               GO TO 2200-EXIT
           END-IF
           MOVE SPACES TO RCTV-EVT-COMPLEMENT
           STRING "MOTIF " FREC-LITIGE-MOTIF " RECOMPTE"
               DELIMITED BY SIZE INTO RCTV-EVT-COMPLEMENT
           CALL "FDINEVTJ" USING FREC-NORECEPT, FREC-CLEF-TYPREC,
               RCTV-EVT-CODE, RCTV-OPERATEUR, RCTV-EVT-TERMINAL,
               RCTV-EVT-COMPLEMENT
           MOVE FREC-NORECEPT TO RCTV-NORECEPT-OUVERT
           ADD 1 TO RCTV-CNT-LITIGES
           MOVE "HORS TOLERANCE - LITIGE OUVERT" TO RCTV-D-MESSAGE.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINRCMP = "00" OR FS-FDINRCMP = "10"
               CLOSE FDINRCMP
           END-IF
           IF FS-FDINRLIG = "00" OR FS-FDINRLIG = "23"
               CLOSE FDINRLIG
           END-IF
           IF FS-FDINRECP = "00" OR FS-FDINRECP = "23"
               CLOSE FDINRECP
           END-IF
           IF FS-FDINTYPREC = "00" OR FS-FDINTYPREC = "23"
               CLOSE FDINTYPREC
           END-IF
           MOVE SPACES TO RPTRCV-LIGNE
           WRITE RPTRCV-LIGNE
           MOVE "LINES CHECKED" TO RCTV-T-LIBELLE
           MOVE RCTV-CNT-CONTROLEES TO RCTV-T-CNT
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-TOTAL
           MOVE "WITHIN TOLERANCE" TO RCTV-T-LIBELLE
           MOVE RCTV-CNT-DANS-TOL TO RCTV-T-CNT
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-TOTAL
           MOVE "OUTSIDE TOLERANCE" TO RCTV-T-LIBELLE
           MOVE RCTV-CNT-HORS-TOL TO RCTV-T-CNT
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-TOTAL
           MOVE "DISPUTES OPENED" TO RCTV-T-LIBELLE
           MOVE RCTV-CNT-LITIGES TO RCTV-T-CNT
           WRITE RPTRCV-LIGNE FROM RCTV-LIGNE-TOTAL
           CLOSE RPTRCV.
           DISPLAY "FDINRCTV - LINES CHECKED.......: "
                   RCTV-CNT-CONTROLEES.
           DISPLAY "FDINRCTV - WITHIN TOLERANCE....: "
                   RCTV-CNT-DANS-TOL.
           DISPLAY "FDINRCTV - OUTSIDE TOLERANCE...: "
                   RCTV-CNT-HORS-TOL.
           DISPLAY "FDINRCTV - DISPUTES OPENED.....: " RCTV-CNT-LITIGES.
           DISPLAY "FDINRCTV - ALREADY IN DISPUTE..: "
                   RCTV-CNT-DEJA-LITIGE.
           DISPLAY "FDINRCTV - LINES NOT FOUND.....: "
                   RCTV-CNT-ORPHELINES.
           IF RCTV-CNT-ORPHELINES > ZERO AND RCTV-RC = ZERO
               MOVE 4 TO RCTV-RC
           END-IF
           MOVE RCTV-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
