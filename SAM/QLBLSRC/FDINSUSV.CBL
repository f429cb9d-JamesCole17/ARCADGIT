      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINSUSV                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . AGING AND ESCALATION OF THE   *
      *         .                      FDINSUSP SUSPENSE REGISTER -  *
      *         .                      THE NOTICES, INVOICES AND     *
      *         .                      LINES REJECTED TO FDINAVIR,   *
      *         .                      FDINFACR AND FDINRSAR AND NOT *
      *         .                      YET LOADED.  PART ONE AGES    *
      *         .                      THE ITEMS IN SUSPENSE BY      *
      *         .                      SOURCE FILE AND SUPPLIER, IN  *
      *         .                      BUSINESS DAYS SINCE THE FIRST *
      *         .                      REJECT (0-5, 6-10, 11-20,     *
      *         .                      OVER 20), COUNTED BY ACBDT000 *
      *         .                      ON THE COMPANY-WIDE HOLIDAY   *
      *         .                      CALENDAR.  PART TWO LISTS THE *
      *         .                      ITEMS TO ESCALATE - REJECTED  *
      *         .                      MORE THAN N TIMES, OR FIRST   *
      *         .                      REJECTED MORE THAN N BUSINESS *
      *         .                      DAYS AGO.  NOTHING IS UPDATED *
      * FILES USED.................: . FDINSUSP - INPUT              *
      *         .                      FDINSUVP - INPUT (PARAMETER)  *
      *         .                      RPTSUV   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000                      *
      * PARAMETER CARD.............: . POS 01-03 REJECTS BEYOND      *
      *         .                      WHICH AN ITEM IS ESCALATED    *
      *         .                      (DEFAULT 003)                 *
      *         .                      POS 04-06 BUSINESS DAYS IN    *
      *         .                      SUSPENSE BEYOND WHICH AN ITEM *
      *         .                      IS ESCALATED (DEFAULT 005)    *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - SUSPENSE AGING BY SOURCE AND *
      *                 SUPPLIER, ESCALATION LIST.                     *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINSUSV.
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
           SELECT FDINSUSP ASSIGN TO FDINSUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSUS-CLEF
               FILE STATUS IS FS-FDINSUSP.
           SELECT FDINSUVP ASSIGN TO FDINSUVP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSUVP.
           SELECT RPTSUV ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTSUV.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINSUSP.
      *
       FD  FDINSUVP  LABEL RECORD STANDARD
                     RECORD 80.
       01  SUVP-CARTE.
           05  SUVP-REJETS                PIC 9(03).
           05  SUVP-JOURS                 PIC 9(03).
           05  FILLER                     PIC X(74).
      *
       FD  RPTSUV   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTSUV-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINSUSP                    PIC X(02) VALUE "00".
       77  FS-FDINSUVP                    PIC X(02) VALUE "00".
       77  FS-RPTSUV                      PIC X(02) VALUE "00".
       77  SUSV-EOF-SW                    PIC X(01) VALUE "N".
           88  SUSV-EOF                   VALUE "Y".
       77  SUSV-SUSP-OUVERT-SW            PIC X(01) VALUE "N".
           88  SUSV-SUSP-OUVERT           VALUE "Y".
       77  SUSV-TODAY                     PIC 9(08).
      *****  ESCALATION THRESHOLDS - MORE REJECTS THAN THIS, OR MORE
      *****  BUSINESS DAYS THAN THIS SINCE THE FIRST REJECT
       77  SUSV-MAX-REJETS                PIC 9(03) VALUE 003.
       77  SUSV-JOURS-LIMITE              PIC 9(03) VALUE 005.
      *****  UPPER BOUNDS OF THE FIRST THREE AGE COLUMNS, IN BUSINESS
      *****  DAYS - THE FOURTH COLUMN IS EVERYTHING OLDER
       77  SUSV-BORNE-1                   PIC 9(03) VALUE 005.
       77  SUSV-BORNE-2                   PIC 9(03) VALUE 010.
       77  SUSV-BORNE-3                   PIC 9(03) VALUE 020.
       77  SUSV-NB-JOURS                  PIC 9(03).
       77  SUSV-DATE-LIMITE               PIC 9(08).
       77  SUSV-DATE-TRAVAIL              PIC 9(08).
       77  SUSV-TRANCHE                   PIC 9(04) COMP.
       77  SUSV-ESCALADE-SW               PIC X(01).
           88  SUSV-ESCALADE              VALUE "Y".
       77  SUSV-POURQUOI                  PIC X(05).
       77  SUSV-SOURCE-EN-COURS           PIC X(08) VALUE SPACES.
       77  SUSV-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  SUSV-CNT-EN-SUSPENS            PIC 9(07) COMP-3 VALUE ZERO.
       77  SUSV-CNT-APURES                PIC 9(07) COMP-3 VALUE ZERO.
       77  SUSV-CNT-ABANDONNES            PIC 9(07) COMP-3 VALUE ZERO.
       77  SUSV-CNT-ESCALADES             PIC 9(07) COMP-3 VALUE ZERO.
      *****  TOTALS OF THE SOURCE BEING AGED
       01  SUSV-TOTAUX-SOURCE.
           05  SUSV-ST-TRANCHE            PIC 9(07) COMP-3
                                          OCCURS 4 TIMES.
           05  SUSV-ST-ESCALADES          PIC 9(07) COMP-3.
       77  SUSV-ST-TOTAL                  PIC 9(07) COMP-3.
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       01  SUSV-CYYMMDD.
           05  SUSV-CY-C                  PIC 9(01).
           05  SUSV-CY-AA                 PIC 9(02).
           05  SUSV-CY-MMDD               PIC 9(04).
       01  SUSV-CYYMMDD9 REDEFINES SUSV-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *
      *****  SUPPLIERS OF THE SOURCE BEING AGED
       01  SUSV-FRN-TABLE.
           05  SUSV-FRN-ENTRY  OCCURS 500 TIMES
                                INDEXED BY SUSV-FX.
               10  SVT-FOURNISSEUR        PIC X(09).
               10  SVT-TRANCHE            PIC 9(05) OCCURS 4 TIMES.
               10  SVT-ESCALADES          PIC 9(05).
       77  SUSV-FRN-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  SUSV-FRN-PLEIN-SW              PIC X(01) VALUE "N".
       77  SUSV-FOUND-SW                  PIC X(01).
           88  SUSV-FOUND                 VALUE "Y".
       77  SUSV-SUB                       PIC 9(04) COMP.
       77  SUSV-WRK-FOURNISSEUR           PIC X(09).
      *
       01  SUSV-LIGNE-ENTETE-AGE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "SUPPLIER".
           05  FILLER                     PIC X(10) VALUE "  0-5 DAYS".
           05  FILLER                     PIC X(10) VALUE " 6-10 DAYS".
           05  FILLER                     PIC X(10) VALUE "11-20 DAYS".
           05  FILLER                     PIC X(10) VALUE "   OVER 20".
           05  FILLER                     PIC X(10) VALUE "     TOTAL".
           05  FILLER                     PIC X(10) VALUE " ESCALATED".
      *
       01  SUSV-LIGNE-AGE.
           05  FILLER                     PIC X(04).
           05  SUSV-A-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02).
           05  SUSV-A-COLONNE             OCCURS 4 TIMES.
               10  FILLER                 PIC X(03).
               10  SUSV-A-TRANCHE         PIC ZZZZZZ9.
           05  FILLER                     PIC X(03).
           05  SUSV-A-TOTAL               PIC ZZZZZZ9.
           05  FILLER                     PIC X(03).
           05  SUSV-A-ESCALADES           PIC ZZZZZZ9.
      *
       01  SUSV-LIGNE-ENTETE-ESC.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "SOURCE".
           05  FILLER                     PIC X(32) VALUE "IDENTITY".
           05  FILLER                     PIC X(11) VALUE "SUPPLIER".
           05  FILLER                     PIC X(10) VALUE "1ST REJECT".
           05  FILLER                     PIC X(10) VALUE "LAST REJ.".
           05  FILLER                     PIC X(07) VALUE " REJ.".
           05  FILLER                     PIC X(07) VALUE "RECYC.".
           05  FILLER                     PIC X(07) VALUE "WHY".
           05  FILLER                     PIC X(30) VALUE
               "LATEST REASON".
      *
       01  SUSV-LIGNE-ESC.
           05  FILLER                     PIC X(02).
           05  SUSV-E-SOURCE              PIC X(08).
           05  FILLER                     PIC X(02).
           05  SUSV-E-IDENT               PIC X(30).
           05  FILLER                     PIC X(02).
           05  SUSV-E-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02).
           05  SUSV-E-PREM-REJET          PIC 9(08).
           05  FILLER                     PIC X(02).
           05  SUSV-E-DERN-REJET          PIC 9(08).
           05  FILLER                     PIC X(02).
           05  SUSV-E-REJETS              PIC ZZZZ9.
           05  FILLER                     PIC X(02).
           05  SUSV-E-RECYCLAGES          PIC ZZZZ9.
           05  FILLER                     PIC X(02).
           05  SUSV-E-POURQUOI            PIC X(05).
           05  FILLER                     PIC X(02).
           05  SUSV-E-MOTIF               PIC X(30).
      *
       01  SUSV-LIGNE-BILAN.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(14)
               VALUE "IN SUSPENSE : ".
           05  SUSV-B-EN-SUSPENS          PIC ZZZZZZ9.
           05  FILLER                     PIC X(16)
               VALUE "   ESCALATED : ".
           05  SUSV-B-ESCALADES           PIC ZZZZZZ9.
           05  FILLER                     PIC X(14)
               VALUE "   CLEARED : ".
           05  SUSV-B-APURES              PIC ZZZZZZ9.
           05  FILLER                     PIC X(18)
               VALUE "   WRITTEN OFF : ".
           05  SUSV-B-ABANDONNES          PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF SUSV-SUSP-OUVERT
               PERFORM 2000-AGER THRU 2000-EXIT
               PERFORM 3000-ESCALADER THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT SUSV-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINSUVP.
           IF FS-FDINSUVP = "00"
               READ FDINSUVP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SUVP-REJETS IS NUMERIC
                           AND SUVP-REJETS NOT = ZERO
                           MOVE SUVP-REJETS TO SUSV-MAX-REJETS
                       END-IF
                       IF SUVP-JOURS IS NUMERIC
                           AND SUVP-JOURS NOT = ZERO
                           MOVE SUVP-JOURS TO SUSV-JOURS-LIMITE
                       END-IF
               END-READ
               CLOSE FDINSUVP
           END-IF
           OPEN OUTPUT RPTSUV.
           MOVE SPACES TO RPTSUV-LIGNE
           MOVE "FDINSUSV - SUSPENSE REGISTER AGING AND ESCALATION"
                TO RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE
           OPEN INPUT FDINSUSP.
           IF FS-FDINSUSP NOT = "00"
               DISPLAY "FDINSUSV - OPEN FDINSUSP FAILED - STATUS "
                       FS-FDINSUSP
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO SUSV-SUSP-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-AGER - PART ONE.  THE REGISTER COMES IN SOURCE ORDER;  *
      *    EACH SOURCE IS PRINTED AS ITS LAST ITEM GOES BY             *
      *----------------------------------------------------------------*
       2000-AGER.
           MOVE SPACES TO RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE
           MOVE SPACES TO RPTSUV-LIGNE
           MOVE "  ITEMS IN SUSPENSE BY AGE IN BUSINESS DAYS SINCE THE"
                TO RPTSUV-LIGNE
           MOVE "FIRST REJECT" TO RPTSUV-LIGNE (55:12)
           WRITE RPTSUV-LIGNE
           MOVE "N" TO SUSV-EOF-SW
           MOVE LOW-VALUES TO FSUS-CLEF
           START FDINSUSP KEY IS NOT LESS THAN FSUS-CLEF
               INVALID KEY
                   MOVE "Y" TO SUSV-EOF-SW
           END-START
           PERFORM 2100-AGER-UN-ARTICLE THRU 2100-EXIT
               UNTIL SUSV-EOF
           IF SUSV-SOURCE-EN-COURS = SPACES
               MOVE SPACES TO RPTSUV-LIGNE
               MOVE "    NOTHING IN SUSPENSE" TO RPTSUV-LIGNE
               WRITE RPTSUV-LIGNE
           ELSE
               PERFORM 2800-EDITER-SOURCE THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-AGER-UN-ARTICLE.
           READ FDINSUSP NEXT RECORD
               AT END
                   MOVE "Y" TO SUSV-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO SUSV-CNT-LUES
           IF FSUS-APURE
               ADD 1 TO SUSV-CNT-APURES
               GO TO 2100-EXIT
           END-IF
           IF FSUS-ABANDONNE
               ADD 1 TO SUSV-CNT-ABANDONNES
               GO TO 2100-EXIT
           END-IF
           IF NOT FSUS-EN-SUSPENS
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO SUSV-CNT-EN-SUSPENS
           IF FSUS-SOURCE NOT = SUSV-SOURCE-EN-COURS
               IF SUSV-SOURCE-EN-COURS NOT = SPACES
                   PERFORM 2800-EDITER-SOURCE THRU 2800-EXIT
               END-IF
               PERFORM 2150-NOUVELLE-SOURCE THRU 2150-EXIT
           END-IF
           PERFORM 2200-CLASSER THRU 2200-EXIT
           PERFORM 2300-A-ESCALADER THRU 2300-EXIT
           MOVE FSUS-FOURNISSEUR TO SUSV-WRK-FOURNISSEUR
           PERFORM 7000-CHERCHER-FOURNISSEUR THRU 7000-EXIT
           ADD 1 TO SVT-TRANCHE (SUSV-FX, SUSV-TRANCHE)
           ADD 1 TO SUSV-ST-TRANCHE (SUSV-TRANCHE)
           IF SUSV-ESCALADE
               ADD 1 TO SVT-ESCALADES (SUSV-FX)
               ADD 1 TO SUSV-ST-ESCALADES
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *****  FIRST ITEM OF A SOURCE - ITS BLOCK STARTS EMPTY
       2150-NOUVELLE-SOURCE.
           MOVE FSUS-SOURCE TO SUSV-SOURCE-EN-COURS
           MOVE ZERO TO SUSV-FRN-COUNT
           MOVE "N"  TO SUSV-FRN-PLEIN-SW
           MOVE ZERO TO SUSV-ST-TRANCHE (1)
           MOVE ZERO TO SUSV-ST-TRANCHE (2)
           MOVE ZERO TO SUSV-ST-TRANCHE (3)
           MOVE ZERO TO SUSV-ST-TRANCHE (4)
           MOVE ZERO TO SUSV-ST-ESCALADES.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CLASSER - AGE COLUMN OF THE ITEM : THE FIRST BOUND     *
      *    THAT, COUNTED FROM THE FIRST REJECT, IS NOT YET PASSED      *
      *----------------------------------------------------------------*
       2200-CLASSER.
           MOVE FSUS-DATE-PREM-REJET TO SUSV-DATE-TRAVAIL
           MOVE SUSV-BORNE-1 TO SUSV-NB-JOURS
           PERFORM 7200-AJOUTER-JOURS THRU 7200-EXIT
           IF SUSV-TODAY NOT > SUSV-DATE-LIMITE
               MOVE 1 TO SUSV-TRANCHE
               GO TO 2200-EXIT
           END-IF
           MOVE SUSV-BORNE-2 TO SUSV-NB-JOURS
           PERFORM 7200-AJOUTER-JOURS THRU 7200-EXIT
           IF SUSV-TODAY NOT > SUSV-DATE-LIMITE
               MOVE 2 TO SUSV-TRANCHE
               GO TO 2200-EXIT
           END-IF
           MOVE SUSV-BORNE-3 TO SUSV-NB-JOURS
           PERFORM 7200-AJOUTER-JOURS THRU 7200-EXIT
           IF SUSV-TODAY NOT > SUSV-DATE-LIMITE
               MOVE 3 TO SUSV-TRANCHE
               GO TO 2200-EXIT
           END-IF
           MOVE 4 TO SUSV-TRANCHE.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-A-ESCALADER - TOO MANY REJECTS (COUNT), IN SUSPENSE    *
      *    TOO LONG (AGE), OR BOTH                                     *
      *----------------------------------------------------------------*
       2300-A-ESCALADER.
           MOVE "N"    TO SUSV-ESCALADE-SW
           MOVE SPACES TO SUSV-POURQUOI
           IF FSUS-NB-REJETS > SUSV-MAX-REJETS
               MOVE "COUNT" TO SUSV-POURQUOI
           END-IF
           MOVE FSUS-DATE-PREM-REJET TO SUSV-DATE-TRAVAIL
           MOVE SUSV-JOURS-LIMITE TO SUSV-NB-JOURS
           PERFORM 7200-AJOUTER-JOURS THRU 7200-EXIT
           IF SUSV-TODAY > SUSV-DATE-LIMITE
               IF SUSV-POURQUOI = SPACES
                   MOVE "AGE" TO SUSV-POURQUOI
               ELSE
                   MOVE "BOTH" TO SUSV-POURQUOI
               END-IF
           END-IF
           IF SUSV-POURQUOI NOT = SPACES
               MOVE "Y" TO SUSV-ESCALADE-SW
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-EDITER-SOURCE - ONE BLOCK PER SOURCE FILE : A LINE PER *
      *    SUPPLIER AND THE SOURCE TOTAL                               *
      *----------------------------------------------------------------*
       2800-EDITER-SOURCE.
           MOVE SPACES TO RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE
           MOVE SPACES TO RPTSUV-LIGNE
           MOVE SUSV-SOURCE-EN-COURS TO RPTSUV-LIGNE (3:8)
           EVALUATE SUSV-SOURCE-EN-COURS
               WHEN "FDINAVIS"
                   MOVE "- DELIVERY NOTICES, REJECTS ON FDINAVIR"
                        TO RPTSUV-LIGNE (12:39)
               WHEN "FDINFACE"
                   MOVE "- SUPPLIER INVOICES, REJECTS ON FDINFACR"
                        TO RPTSUV-LIGNE (12:40)
               WHEN "FDINRSAF"
                   MOVE "- RECEPTION LINES, REJECTS ON FDINRSAR"
                        TO RPTSUV-LIGNE (12:38)
           END-EVALUATE
           WRITE RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-ENTETE-AGE
           IF SUSV-FRN-PLEIN-SW = "Y"
               MOVE SPACES TO RPTSUV-LIGNE
               MOVE "    ** SUPPLIER TABLE FULL - THE LAST LINE ALSO"
                    TO RPTSUV-LIGNE
               MOVE "COUNTS THE SUPPLIERS BEYOND IT **"
                    TO RPTSUV-LIGNE (49:33)
               WRITE RPTSUV-LIGNE
           END-IF
           PERFORM 2810-EDITER-UN-FOURNISSEUR THRU 2810-EXIT
               VARYING SUSV-SUB FROM 1 BY 1
               UNTIL SUSV-SUB > SUSV-FRN-COUNT
           MOVE SPACES TO SUSV-LIGNE-AGE
           MOVE "TOTAL"             TO SUSV-A-FOURNISSEUR
           MOVE SUSV-ST-TRANCHE (1) TO SUSV-A-TRANCHE (1)
           MOVE SUSV-ST-TRANCHE (2) TO SUSV-A-TRANCHE (2)
           MOVE SUSV-ST-TRANCHE (3) TO SUSV-A-TRANCHE (3)
           MOVE SUSV-ST-TRANCHE (4) TO SUSV-A-TRANCHE (4)
           COMPUTE SUSV-ST-TOTAL = SUSV-ST-TRANCHE (1)
               + SUSV-ST-TRANCHE (2) + SUSV-ST-TRANCHE (3)
               + SUSV-ST-TRANCHE (4)
           MOVE SUSV-ST-TOTAL       TO SUSV-A-TOTAL
           MOVE SUSV-ST-ESCALADES   TO SUSV-A-ESCALADES
           WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-AGE.
       2800-EXIT.
           EXIT.
      *
       2810-EDITER-UN-FOURNISSEUR.
           SET SUSV-FX TO SUSV-SUB
           MOVE SPACES TO SUSV-LIGNE-AGE
           MOVE SVT-FOURNISSEUR (SUSV-FX) TO SUSV-A-FOURNISSEUR
           IF SVT-FOURNISSEUR (SUSV-FX) = SPACES
               MOVE "*UNKNOWN*" TO SUSV-A-FOURNISSEUR
           END-IF
           MOVE SVT-TRANCHE (SUSV-FX, 1) TO SUSV-A-TRANCHE (1)
           MOVE SVT-TRANCHE (SUSV-FX, 2) TO SUSV-A-TRANCHE (2)
           MOVE SVT-TRANCHE (SUSV-FX, 3) TO SUSV-A-TRANCHE (3)
           MOVE SVT-TRANCHE (SUSV-FX, 4) TO SUSV-A-TRANCHE (4)
           COMPUTE SUSV-ST-TOTAL = SVT-TRANCHE (SUSV-FX, 1)
               + SVT-TRANCHE (SUSV-FX, 2) + SVT-TRANCHE (SUSV-FX, 3)
               + SVT-TRANCHE (SUSV-FX, 4)
           MOVE SUSV-ST-TOTAL TO SUSV-A-TOTAL
           MOVE SVT-ESCALADES (SUSV-FX) TO SUSV-A-ESCALADES
           WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-AGE.
       2810-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-ESCALADER - PART TWO.  EVERY ITEM IN SUSPENSE OVER     *
      *    EITHER THRESHOLD, IN REGISTER ORDER                         *
      *----------------------------------------------------------------*
       3000-ESCALADER.
           MOVE SPACES TO RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE
           MOVE SPACES TO RPTSUV-LIGNE
           MOVE "  TO ESCALATE - REJECTED MORE THAN     TIMES OR FIRST"
                TO RPTSUV-LIGNE
           MOVE SUSV-MAX-REJETS TO RPTSUV-LIGNE (36:3)
           MOVE "REJECTED MORE THAN     BUSINESS DAYS AGO"
                TO RPTSUV-LIGNE (55:40)
           MOVE SUSV-JOURS-LIMITE TO RPTSUV-LIGNE (74:3)
           WRITE RPTSUV-LIGNE
           WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-ENTETE-ESC
           MOVE "N" TO SUSV-EOF-SW
           MOVE LOW-VALUES TO FSUS-CLEF
           START FDINSUSP KEY IS NOT LESS THAN FSUS-CLEF
               INVALID KEY
                   MOVE "Y" TO SUSV-EOF-SW
           END-START
           PERFORM 3100-LIRE-UN-ARTICLE THRU 3100-EXIT
               UNTIL SUSV-EOF
           IF SUSV-CNT-ESCALADES = ZERO
               MOVE SPACES TO RPTSUV-LIGNE
               MOVE "    NOTHING TO ESCALATE" TO RPTSUV-LIGNE
               WRITE RPTSUV-LIGNE
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UN-ARTICLE.
           READ FDINSUSP NEXT RECORD
               AT END
                   MOVE "Y" TO SUSV-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF NOT FSUS-EN-SUSPENS
               GO TO 3100-EXIT
           END-IF
           PERFORM 2300-A-ESCALADER THRU 2300-EXIT
           IF NOT SUSV-ESCALADE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO SUSV-CNT-ESCALADES
           MOVE SPACES TO SUSV-LIGNE-ESC
           MOVE FSUS-SOURCE          TO SUSV-E-SOURCE
           MOVE FSUS-IDENT           TO SUSV-E-IDENT
           MOVE FSUS-FOURNISSEUR     TO SUSV-E-FOURNISSEUR
           MOVE FSUS-DATE-PREM-REJET TO SUSV-E-PREM-REJET
           MOVE FSUS-DATE-DERN-REJET TO SUSV-E-DERN-REJET
           MOVE FSUS-NB-REJETS       TO SUSV-E-REJETS
           MOVE FSUS-NB-RECYCLAGES   TO SUSV-E-RECYCLAGES
           MOVE SUSV-POURQUOI        TO SUSV-E-POURQUOI
           MOVE FSUS-MOTIF           TO SUSV-E-MOTIF
           WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-ESC.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-FOURNISSEUR - ENTRY OF THE SUPPLIER IN THE    *
      *    SOURCE BLOCK, ADDED ON FIRST SIGHT                          *
      *----------------------------------------------------------------*
       7000-CHERCHER-FOURNISSEUR.
           MOVE "N" TO SUSV-FOUND-SW
           SET SUSV-FX TO 1
           IF SUSV-FRN-COUNT > ZERO
               SEARCH SUSV-FRN-ENTRY
                   AT END
                       CONTINUE
                   WHEN SUSV-FX > SUSV-FRN-COUNT
                       CONTINUE
                   WHEN SVT-FOURNISSEUR (SUSV-FX) =
                        SUSV-WRK-FOURNISSEUR
                       MOVE "Y" TO SUSV-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT SUSV-FOUND
               IF SUSV-FRN-COUNT < 500
                   ADD 1 TO SUSV-FRN-COUNT
                   SET SUSV-FX TO SUSV-FRN-COUNT
                   MOVE SUSV-WRK-FOURNISSEUR
                        TO SVT-FOURNISSEUR (SUSV-FX)
                   MOVE ZERO TO SVT-TRANCHE (SUSV-FX, 1)
                   MOVE ZERO TO SVT-TRANCHE (SUSV-FX, 2)
                   MOVE ZERO TO SVT-TRANCHE (SUSV-FX, 3)
                   MOVE ZERO TO SVT-TRANCHE (SUSV-FX, 4)
                   MOVE ZERO TO SVT-ESCALADES (SUSV-FX)
               ELSE
                   MOVE "Y" TO SUSV-FRN-PLEIN-SW
                   SET SUSV-FX TO 500
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE    *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                   *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF SUSV-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO SUSV-CY-C
           ELSE
               MOVE 1 TO SUSV-CY-C
           END-IF
           MOVE SUSV-DATE-TRAVAIL (3:2) TO SUSV-CY-AA
           MOVE SUSV-DATE-TRAVAIL (5:4) TO SUSV-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-AJOUTER-JOURS - SUSV-DATE-TRAVAIL + SUSV-NB-JOURS      *
      *    BUSINESS DAYS INTO SUSV-DATE-LIMITE                         *
      *----------------------------------------------------------------*
       7200-AJOUTER-JOURS.
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE SPACES TO WNO-ENTREPOT
           MOVE "A" TO WFONCTION
           MOVE SUSV-NB-JOURS TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING SUSV-CYYMMDD9, WKDAT000
           MOVE WDATE-RESULTAT9 TO SUSV-DATE-LIMITE.
       7200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-TERMINATE                                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF SUSV-SUSP-OUVERT
               CLOSE FDINSUSP
               MOVE SPACES TO RPTSUV-LIGNE
               WRITE RPTSUV-LIGNE
               MOVE SUSV-CNT-EN-SUSPENS TO SUSV-B-EN-SUSPENS
               MOVE SUSV-CNT-ESCALADES  TO SUSV-B-ESCALADES
               MOVE SUSV-CNT-APURES     TO SUSV-B-APURES
               MOVE SUSV-CNT-ABANDONNES TO SUSV-B-ABANDONNES
               WRITE RPTSUV-LIGNE FROM SUSV-LIGNE-BILAN
           END-IF
           CLOSE RPTSUV.
           DISPLAY "FDINSUSV - REGISTER ROWS READ..: " SUSV-CNT-LUES.
           DISPLAY "FDINSUSV - ITEMS IN SUSPENSE...: "
                   SUSV-CNT-EN-SUSPENS.
           DISPLAY "FDINSUSV - ITEMS TO ESCALATE...: "
                   SUSV-CNT-ESCALADES.
           DISPLAY "FDINSUSV - ITEMS CLEARED.......: " SUSV-CNT-APURES.
           DISPLAY "FDINSUSV - ITEMS WRITTEN OFF...: "
                   SUSV-CNT-ABANDONNES.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
