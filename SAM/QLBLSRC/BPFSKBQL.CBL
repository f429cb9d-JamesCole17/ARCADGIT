      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . APPLICATIONS WITH THE PF BPFSK*
      * PROGRAM NAME...............: . BPFSKBQL                      *
      * TYPE OF PROGRAM............: . BATCH LISTING                 *
      * FUNCTION...................: . SUPPLIER BANK DETAIL CONTROL  *
      *         .                      LISTING - PART 1 LISTS EVERY  *
      *         .                      BPFSKBQ CHANGE STILL PENDING  *
      *         .                      APPROVAL (WHO KEYED IT, WHEN, *
      *         .                      THE DETAILS IN FORCE AND THE  *
      *         .                      DETAILS KEYED) - THOSE        *
      *         .                      SUPPLIERS ARE NOT PAID BY     *
      *         .                      FDINPAIE.  PART 2 LISTS THE   *
      *         .                      BPFSKBQH HISTORY OF KEYED,    *
      *         .                      APPROVED AND REJECTED CHANGES *
      *         .                      FROM A GIVEN DATE, OLD AND    *
      *         .                      NEW DETAILS SIDE BY SIDE      *
      * FILES USED.................: . BPFSKBQ  - INPUT              *
      *         .                      BPFSKBQH - INPUT              *
      *         .                      BPFSKBLP - INPUT (PARAMETER)  *
      *         .                      RPTBQL   - OUTPUT (PRINTER)   *
      * PARAMETER CARD.............: . POS 01-08 HISTORY FROM DATE   *
      *         .                      CCYYMMDD (ZERO/ABSENT = THE   *
      *         .                      WHOLE HISTORY)                *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - PENDING BANK DETAIL CHANGES  *
      *                 AND CHANGE HISTORY LISTING.                    *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPFSKBQL.
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
           SELECT BPFSKBQ ASSIGN TO BPFSKBQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BPBQ-CLEF
               FILE STATUS IS FS-BPFSKBQ.
           SELECT BPFSKBQH ASSIGN TO BPFSKBQH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BPFSKBQH.
           SELECT BPFSKBLP ASSIGN TO BPFSKBLP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BPFSKBLP.
           SELECT RPTBQL ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTBQL.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY BPFSKBQ.
       COPY BPFSKBQH.
      *
       FD  BPFSKBLP  LABEL RECORD STANDARD
                     RECORD 80.
       01  BLP-CARTE.
           05  BLP-DATE-DEPUIS            PIC X(08).
           05  FILLER                     PIC X(72).
      *
       FD  RPTBQL   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTBQL-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-BPFSKBQ                     PIC X(02) VALUE "00".
       77  FS-BPFSKBQH                    PIC X(02) VALUE "00".
       77  FS-BPFSKBLP                    PIC X(02) VALUE "00".
       77  FS-RPTBQL                      PIC X(02) VALUE "00".
       77  BQL-EOF-SW                     PIC X(01) VALUE "N".
           88  BQL-EOF                    VALUE "Y".
       77  BQL-DATE-DEPUIS                PIC 9(08) VALUE ZERO.
       77  BQL-CNT-ATTENTE                PIC 9(07) COMP-3 VALUE ZERO.
       77  BQL-CNT-HISTO                  PIC 9(07) COMP-3 VALUE ZERO.
      *
      *****  ONE ENTRY = THREE PRINT LINES: WHO/WHEN, THEN THE DETAILS
      *****  BEFORE (IN FORCE) AND AFTER (KEYED)
       01  BQL-LIGNE-QUI.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-Q-CLEF                 PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-Q-LIBELLE              PIC X(11).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-Q-OPERATEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-Q-DATE                 PIC 9(08).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  BQL-Q-HEURE                PIC 9(06).
       01  BQL-LIGNE-DETAIL.
           05  FILLER                     PIC X(13) VALUE SPACES.
           05  BQL-D-LIBELLE              PIC X(06).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-D-IBAN                 PIC X(34).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-D-BIC                  PIC X(11).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BQL-D-TITULAIRE            PIC X(35).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-ATTENTE-LOOP THRU 2000-EXIT
               UNTIL BQL-EOF
           PERFORM 2500-ENTETE-HISTO THRU 2500-EXIT
           PERFORM 3000-HISTO-LOOP THRU 3000-EXIT
               UNTIL BQL-EOF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT BPFSKBLP.
           IF FS-BPFSKBLP = "00"
               READ BPFSKBLP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLP-DATE-DEPUIS IS NUMERIC
                           MOVE BLP-DATE-DEPUIS TO BQL-DATE-DEPUIS
                       END-IF
               END-READ
               CLOSE BPFSKBLP
           END-IF
           OPEN OUTPUT RPTBQL.
           MOVE SPACES TO RPTBQL-LIGNE
           MOVE "BPFSKBQL - BANK DETAIL CHANGES PENDING APPROVAL"
                TO RPTBQL-LIGNE
           WRITE RPTBQL-LIGNE
           MOVE SPACES TO RPTBQL-LIGNE
           WRITE RPTBQL-LIGNE
           OPEN INPUT BPFSKBQ.
           IF FS-BPFSKBQ NOT = "00"
               DISPLAY "BPFSKBQL - OPEN BPFSKBQ FAILED - STATUS "
                       FS-BPFSKBQ
               MOVE "Y" TO BQL-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ATTENTE-LOOP - PART 1, THE CHANGES AWAITING APPROVAL    *
      *----------------------------------------------------------------*
       2000-ATTENTE-LOOP.
           READ BPFSKBQ NEXT RECORD
               AT END
                   MOVE "Y" TO BQL-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF NOT BPBQ-EN-ATTENTE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO BQL-CNT-ATTENTE
           MOVE SPACES TO BQL-LIGNE-QUI
           MOVE BPBQ-CLEF          TO BQL-Q-CLEF
           MOVE "KEYED BY"         TO BQL-Q-LIBELLE
           MOVE BPBQ-ATT-OPERATEUR TO BQL-Q-OPERATEUR
           MOVE BPBQ-ATT-DATE      TO BQL-Q-DATE
           MOVE BPBQ-ATT-HEURE     TO BQL-Q-HEURE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-QUI
           MOVE SPACES TO BQL-LIGNE-DETAIL
           MOVE "AVANT"            TO BQL-D-LIBELLE
           MOVE BPBQ-IBAN          TO BQL-D-IBAN
           MOVE BPBQ-BIC           TO BQL-D-BIC
           MOVE BPBQ-TITULAIRE     TO BQL-D-TITULAIRE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-DETAIL
           MOVE SPACES TO BQL-LIGNE-DETAIL
           MOVE "APRES"            TO BQL-D-LIBELLE
           MOVE BPBQ-ATT-IBAN      TO BQL-D-IBAN
           MOVE BPBQ-ATT-BIC       TO BQL-D-BIC
           MOVE BPBQ-ATT-TITULAIRE TO BQL-D-TITULAIRE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-DETAIL.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-ENTETE-HISTO - CLOSE PART 1, OPEN THE HISTORY FOR       *
      *    PART 2                                                      *
      *----------------------------------------------------------------*
       2500-ENTETE-HISTO.
           IF FS-BPFSKBQ = "00" OR FS-BPFSKBQ = "10"
               CLOSE BPFSKBQ
           END-IF
           MOVE SPACES TO RPTBQL-LIGNE
           WRITE RPTBQL-LIGNE
           MOVE "BPFSKBQL - BANK DETAIL CHANGE HISTORY FROM"
                TO RPTBQL-LIGNE
           MOVE BQL-DATE-DEPUIS TO RPTBQL-LIGNE (44:8)
           WRITE RPTBQL-LIGNE
           MOVE SPACES TO RPTBQL-LIGNE
           WRITE RPTBQL-LIGNE
           MOVE "N" TO BQL-EOF-SW
           OPEN INPUT BPFSKBQH.
           IF FS-BPFSKBQH NOT = "00"
               DISPLAY "BPFSKBQL - OPEN BPFSKBQH FAILED - STATUS "
                       FS-BPFSKBQH
               MOVE "Y" TO BQL-EOF-SW
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-HISTO-LOOP - PART 2, ONE HISTORY ROW                   *
      *----------------------------------------------------------------*
       3000-HISTO-LOOP.
           READ BPFSKBQH NEXT RECORD
               AT END
                   MOVE "Y" TO BQL-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           IF BPBH-DATE < BQL-DATE-DEPUIS
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO BQL-CNT-HISTO
           MOVE SPACES TO BQL-LIGNE-QUI
           MOVE BPBH-CLEF TO BQL-Q-CLEF
           EVALUATE TRUE
               WHEN BPBH-SAISIE
                   MOVE "KEYED BY"    TO BQL-Q-LIBELLE
               WHEN BPBH-APPROBATION
                   MOVE "APPROVED BY" TO BQL-Q-LIBELLE
               WHEN BPBH-REJET
                   MOVE "REJECTED BY" TO BQL-Q-LIBELLE
               WHEN OTHER
                   MOVE BPBH-ACTION   TO BQL-Q-LIBELLE
           END-EVALUATE
           MOVE BPBH-OPERATEUR     TO BQL-Q-OPERATEUR
           MOVE BPBH-DATE          TO BQL-Q-DATE
           MOVE BPBH-HEURE         TO BQL-Q-HEURE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-QUI
           MOVE SPACES TO BQL-LIGNE-DETAIL
           MOVE "AVANT"            TO BQL-D-LIBELLE
           MOVE BPBH-ANC-IBAN      TO BQL-D-IBAN
           MOVE BPBH-ANC-BIC       TO BQL-D-BIC
           MOVE BPBH-ANC-TITULAIRE TO BQL-D-TITULAIRE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-DETAIL
           MOVE SPACES TO BQL-LIGNE-DETAIL
           MOVE "APRES"            TO BQL-D-LIBELLE
           MOVE BPBH-NOU-IBAN      TO BQL-D-IBAN
           MOVE BPBH-NOU-BIC       TO BQL-D-BIC
           MOVE BPBH-NOU-TITULAIRE TO BQL-D-TITULAIRE
           WRITE RPTBQL-LIGNE FROM BQL-LIGNE-DETAIL.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF FS-BPFSKBQH = "00" OR FS-BPFSKBQH = "10"
               CLOSE BPFSKBQH
           END-IF
           CLOSE RPTBQL.
           DISPLAY "BPFSKBQL - CHANGES PENDING.....: " BQL-CNT-ATTENTE.
           DISPLAY "BPFSKBQL - HISTORY ROWS LISTED.: " BQL-CNT-HISTO.
       4000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
