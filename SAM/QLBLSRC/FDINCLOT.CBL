      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINCLOT                      *
      * TYPE OF PROGRAM............: . NIGHTLY CLOSING BATCH         *
      * FUNCTION...................: . CLOSES (FREC-STATUT = C)      *
      *         .                      EVERY OPEN RECEPTION WHOSE    *
      *         .                      BON AND FACTURE ARE BOTH      *
      *         .                      MATCHED, WHOSE CONFIRMATION   *
      *         .                      ROW IS ON FDINRCNF WHEN THE   *
      *         .                      TYPE REQUIRES ONE, WITH NO    *
      *         .                      OPEN LITIGE AND WHOSE GL      *
      *         .                      EXPORT CAME BACK POSTED.      *
      *         .                      EACH CLOSURE IS JOURNALED     *
      *         .                      (CLO ON FDINREVT) AND COUNTED *
      *         .                      ON FDINSTAT.  RECEPTIONS LEFT *
      *         .                      OPEN PAST THEIR NBMMF WINDOW  *
      *         .                      ARE PRINTED WITH THE          *
      *         .                      CONDITIONS HOLDING THEM OPEN  *
      * FILES USED.................: . FDINRECP   - UPDATE           *
      *         .                      FDINRCNF   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      RPTCLO     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINEVTJ, FDINSTAJ, FDINNSUJ  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - NIGHTLY RECEPTION CLOSING    *
      *                 WITH THE PAST-NBMMF STILL-OPEN LISTING.        *
      *  15/10/26  JFC  THE FDINTYPREC AND REPORT OPENS ARE CHECKED -  *
      *                 THE RUN STOPS ON A FAILED ONE AND CLOSES ONLY  *
      *                 WHAT IT OPENED.                                *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN CLOT-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINCLOT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINRCNF ASSIGN TO FDINRCNF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCNF.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT RPTCLO ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTCLO.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       COPY FDINRCNF.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
      *
       FD  RPTCLO   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTCLO-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-RPTCLO                      PIC X(02) VALUE "00".
       77  CLOT-EOF-SW                    PIC X(01) VALUE "N".
           88  CLOT-EOF                   VALUE "Y".
       77  CLOT-FOUND-SW                  PIC X(01).
           88  CLOT-FOUND                 VALUE "Y".
      *****  RAISED WHEN FDINRCNF COULD NOT BE READ - NO RECEPTION OF
      *****  A CONFIRMING TYPE IS CLOSED TONIGHT, SINCE ITS ROW CANNOT
      *****  BE SEEN
       77  CLOT-RCNF-NON-LU-SW            PIC X(01) VALUE "N".
           88  CLOT-RCNF-NON-LU           VALUE "Y".
       77  CLOT-TYP-TROUVE-SW             PIC X(01).
           88  CLOT-TYP-TROUVE            VALUE "Y".
      *****  SET WHEN FDINTYPREC OR THE REPORT CANNOT BE OPENED
       77  CLOT-ARRET-SW                  PIC X(01) VALUE "N".
           88  CLOT-ARRET                 VALUE "Y".
      *****  THE RANDOM READS LEAVE THE FILE STATUS AT 23, SO IT
      *****  CANNOT TELL WHETHER FDINTYPREC IS TO BE CLOSED
       77  CLOT-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  CLOT-TYPREC-OUVERT         VALUE "Y".
       77  CLOT-TODAY                     PIC 9(08).
       77  CLOT-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  CLOT-CNT-CLOTUREES             PIC 9(07) COMP-3 VALUE ZERO.
       77  CLOT-CNT-HORS-DELAI            PIC 9(07) COMP-3 VALUE ZERO.
      *****  CONDITIONS STILL HOLDING THE RECEPTION OPEN
       77  CLOT-MOTIF                     PIC X(60).
       77  CLOT-PTR                       PIC 9(03) COMP.
      *
      *****  RECEPTIONS WITH A CONFIRMATION ROW ON FDINRCNF
       01  CLOT-CNF-TABLE.
           05  CLOT-CNF-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY CLOT-CX.
               10  CCT-NORECEPT           PIC 9(07).
       77  CLOT-CNF-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  CLOT-CNF-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  NBMMF WINDOW - CRUDE 360-DAY CALENDAR, AS IN FDINAGE
       01  CLOT-DEADLINE-CCAAMM.
           05  CLOT-DL-CCAA               PIC 9(04).
           05  CLOT-DL-MM                 PIC 9(02).
           05  CLOT-DL-JJ                 PIC 9(02).
       01  CLOT-DEADLINE-DATE REDEFINES CLOT-DEADLINE-CCAAMM
                                          PIC 9(08).
       01  CLOT-TODAY-CCAAMM.
           05  CLOT-TD-CCAA               PIC 9(04).
           05  CLOT-TD-MM                 PIC 9(02).
           05  CLOT-TD-JJ                 PIC 9(02).
       77  CLOT-NBMOIS                    PIC 9(03).
       77  CLOT-TOTAL-MM                  PIC 9(04).
       77  CLOT-JOURS-RETARD              PIC S9(07).
      *****  COMMUNICATION WITH FDINEVTJ / FDINSTAJ
       77  CLOT-EVT-CODE                  PIC X(03) VALUE "CLO".
       77  CLOT-EVT-OPERATEUR             PIC X(10) VALUE "FDINCLOT".
       77  CLOT-EVT-TERMINAL              PIC X(10) VALUE "*BATCH".
       77  CLOT-EVT-COMPLEMENT            PIC X(20)
                                          VALUE "CLOTURE AUTOMATIQUE".
       77  CLOT-STAT-EVENT                PIC X(01) VALUE "L".
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  CLOT-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINCLOT".
       77  CLOT-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  CLOT-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  CLOT-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  CLOT-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-CLEF                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-ECHEANCE            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-JOURS               PIC ---9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CLOT-D-MOTIF               PIC X(60).
       01  CLOT-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(38)
               VALUE "RECEPTIONS READ / CLOSED / OVERDUE :".
           05  CLOT-T-LUES                PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  CLOT-T-CLOTUREES           PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  CLOT-T-HORS-DELAI          PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT CLOT-ARRET
               PERFORM 2000-CHARGER-CONFIRMATIONS THRU 2000-EXIT
               PERFORM 3000-RECEPTION-LOOP THRU 3000-EXIT
                   UNTIL CLOT-EOF
           END-IF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CLOT-TODAY FROM DATE YYYYMMDD
           MOVE CLOT-TODAY TO CLOT-TODAY-CCAAMM
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINCLOT - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO CLOT-ARRET-SW
               MOVE 8 TO CLOT-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO CLOT-TYPREC-OUVERT-SW
           OPEN OUTPUT RPTCLO.
           IF FS-RPTCLO NOT = "00"
               DISPLAY "FDINCLOT - OPEN RPTCLO FAILED - STATUS "
                       FS-RPTCLO
               MOVE "Y" TO CLOT-ARRET-SW
               MOVE 8 TO CLOT-RC
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTCLO-LIGNE
           MOVE "FDINCLOT - RECEPTION CLOSING - OPEN PAST THE NBMMF WI"
                TO RPTCLO-LIGNE
           MOVE "NDOW" TO RPTCLO-LIGNE (54:4)
           WRITE RPTCLO-LIGNE
           MOVE SPACES TO RPTCLO-LIGNE
           WRITE RPTCLO-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-CONFIRMATIONS - FDINRCNF IS SEQUENTIAL, SO THE *
      *    CONFIRMED RECEPTION NUMBERS ARE HELD IN CORE                *
      *----------------------------------------------------------------*
       2000-CHARGER-CONFIRMATIONS.
           MOVE "N" TO CLOT-EOF-SW
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINCLOT - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE 8 TO CLOT-RC
               MOVE "Y" TO CLOT-RCNF-NON-LU-SW
               MOVE SPACES TO RPTCLO-LIGNE
               MOVE "** FDINRCNF NOT READ - CONFIRMING TYPES NOT CLOSED"
                    TO RPTCLO-LIGNE
               MOVE " **" TO RPTCLO-LIGNE (52:3)
               WRITE RPTCLO-LIGNE
               MOVE "Y" TO CLOT-EOF-SW
           END-IF
           PERFORM 2100-LIRE-UNE-CNF THRU 2100-EXIT
               UNTIL CLOT-EOF
           IF FS-FDINRCNF = "00" OR FS-FDINRCNF = "10"
               CLOSE FDINRCNF
           END-IF
           IF CLOT-CNF-PLEIN-SW = "Y"
               MOVE "Y" TO CLOT-RCNF-NON-LU-SW
               MOVE SPACES TO RPTCLO-LIGNE
               MOVE "** CONFIRMATION TABLE FULL - CONFIRMING TYPES NOT "
                    TO RPTCLO-LIGNE
               MOVE "CLOSED **" TO RPTCLO-LIGNE (52:9)
               WRITE RPTCLO-LIGNE
           END-IF
      *****  NOW THE RECEPTION FILE, FOR UPDATE
           MOVE "N" TO CLOT-EOF-SW
           OPEN I-O FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINCLOT - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO CLOT-EOF-SW
               MOVE 8 TO CLOT-RC
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-CNF.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO CLOT-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF CLOT-CNF-COUNT < 2000
               ADD 1 TO CLOT-CNF-COUNT
               SET CLOT-CX TO CLOT-CNF-COUNT
               MOVE FCNF-NORECEPT TO CCT-NORECEPT (CLOT-CX)
           ELSE
               MOVE "Y" TO CLOT-CNF-PLEIN-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-RECEPTION-LOOP - CLOSE WHAT CAN BE CLOSED, LIST WHAT   *
      *    IS STILL OPEN PAST ITS FACTURE WINDOW                       *
      *----------------------------------------------------------------*
       3000-RECEPTION-LOOP.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO CLOT-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           IF NOT FREC-OUVERTE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CLOT-CNT-LUES
           MOVE "N" TO CLOT-TYP-TROUVE-SW
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO CLOT-TYP-TROUVE-SW
           END-READ
           PERFORM 3100-CONTROLER-CLOTURE THRU 3100-EXIT
           IF CLOT-MOTIF = SPACES
               PERFORM 3500-CLOTURER THRU 3500-EXIT
           ELSE
               PERFORM 3800-CONTROLER-DELAI THRU 3800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-CONTROLER-CLOTURE - BLANK CLOT-MOTIF = CLOSABLE,       *
      *    OTHERWISE EVERY CONDITION STILL HOLDING IT OPEN             *
      *----------------------------------------------------------------*
       3100-CONTROLER-CLOTURE.
           MOVE SPACES TO CLOT-MOTIF
           MOVE 1 TO CLOT-PTR
           IF NOT CLOT-TYP-TROUVE
               STRING "TYPE INCONNU " DELIMITED BY SIZE
                   INTO CLOT-MOTIF WITH POINTER CLOT-PTR
           END-IF
           IF FREC-BON-RAPPROCHE NOT = "O"
               STRING "BON " DELIMITED BY SIZE
                   INTO CLOT-MOTIF WITH POINTER CLOT-PTR
           END-IF
           IF FREC-FACT-RAPPROCHEE NOT = "O"
               STRING "FACTURE " DELIMITED BY SIZE
                   INTO CLOT-MOTIF WITH POINTER CLOT-PTR
           END-IF
           IF CLOT-TYP-TROUVE AND FDIN-TYPREC-CONFIRME = "O"
               PERFORM 3200-CHERCHER-CNF THRU 3200-EXIT
               IF NOT CLOT-FOUND
                   STRING "CONFIRMATION " DELIMITED BY SIZE
                       INTO CLOT-MOTIF WITH POINTER CLOT-PTR
               END-IF
           END-IF
           IF FREC-EN-LITIGE
               STRING "LITIGE " DELIMITED BY SIZE
                   INTO CLOT-MOTIF WITH POINTER CLOT-PTR
           END-IF
           IF NOT FREC-GL-POSTEE
               STRING "GL NON POSTE " DELIMITED BY SIZE
                   INTO CLOT-MOTIF WITH POINTER CLOT-PTR
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *****  A JOURNAL THAT COULD NOT BE READ (OR DID NOT FIT) NEVER
      *****  COUNTS AS "CONFIRMED"
       3200-CHERCHER-CNF.
           MOVE "N" TO CLOT-FOUND-SW
           IF CLOT-RCNF-NON-LU
               GO TO 3200-EXIT
           END-IF
           SET CLOT-CX TO 1
           SEARCH CLOT-CNF-ENTRY
               WHEN CCT-NORECEPT (CLOT-CX) = FREC-NORECEPT
                   MOVE "Y" TO CLOT-FOUND-SW
           END-SEARCH.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-CLOTURER - CLOSE, JOURNAL CLO AND COUNT IT             *
      *----------------------------------------------------------------*
       3500-CLOTURER.
           MOVE "C" TO FREC-STATUT
           REWRITE FREC-ENR
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINCLOT - REWRITE FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO CLOT-RC
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO CLOT-CNT-CLOTUREES
           CALL "FDINEVTJ" USING FREC-NORECEPT, FREC-CLEF-TYPREC,
               CLOT-EVT-CODE, CLOT-EVT-OPERATEUR, CLOT-EVT-TERMINAL,
               CLOT-EVT-COMPLEMENT
           CALL "FDINSTAJ" USING FREC-CLEF-TYPREC, CLOT-TODAY,
               CLOT-STAT-EVENT.
       3500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3800-CONTROLER-DELAI - STILL OPEN: LISTED ONCE THE NBMMF    *
      *    WINDOW FROM THE RECEPTION DATE HAS RUN OUT                  *
      *----------------------------------------------------------------*
       3800-CONTROLER-DELAI.
           IF NOT CLOT-TYP-TROUVE
               MOVE ZERO TO CLOT-NBMOIS
           ELSE
               IF FDIN-TYPREC-NBMMF IS NUMERIC
                   MOVE FDIN-TYPREC-NBMMF TO CLOT-NBMOIS
               ELSE
                   MOVE ZERO TO CLOT-NBMOIS
               END-IF
           END-IF
           MOVE FREC-DATE-RECEPT TO CLOT-DEADLINE-DATE
           COMPUTE CLOT-TOTAL-MM = CLOT-DL-MM + CLOT-NBMOIS
           PERFORM 3810-NORMALISER-MOIS THRU 3810-EXIT
               UNTIL CLOT-TOTAL-MM <= 12
           MOVE CLOT-TOTAL-MM TO CLOT-DL-MM
           COMPUTE CLOT-JOURS-RETARD =
                   (CLOT-TD-CCAA * 360 + CLOT-TD-MM * 30 + CLOT-TD-JJ)
                 - (CLOT-DL-CCAA * 360 + CLOT-DL-MM * 30 + CLOT-DL-JJ)
           IF CLOT-JOURS-RETARD <= ZERO
               GO TO 3800-EXIT
           END-IF
           MOVE SPACES TO CLOT-LIGNE-DETAIL
           MOVE FREC-NORECEPT      TO CLOT-D-NORECEPT
           MOVE FREC-CLEF-TYPREC   TO CLOT-D-CLEF
           MOVE FREC-FOURNISSEUR   TO CLOT-D-FOURNISSEUR
           MOVE CLOT-DEADLINE-DATE TO CLOT-D-ECHEANCE
           MOVE CLOT-JOURS-RETARD  TO CLOT-D-JOURS
           MOVE CLOT-MOTIF         TO CLOT-D-MOTIF
           WRITE RPTCLO-LIGNE FROM CLOT-LIGNE-DETAIL
           ADD 1 TO CLOT-CNT-HORS-DELAI.
       3800-EXIT.
           EXIT.
      *
       3810-NORMALISER-MOIS.
           SUBTRACT 12 FROM CLOT-TOTAL-MM
           ADD 1 TO CLOT-DL-CCAA.
       3810-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF CLOT-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
      *****  A RUN STOPPED IN 1000-INITIALIZE NEVER OPENED FDINRECP
           IF NOT CLOT-ARRET
               IF FS-FDINRECP = "00" OR FS-FDINRECP = "10"
                   CLOSE FDINRECP
               END-IF
               MOVE SPACES TO RPTCLO-LIGNE
               WRITE RPTCLO-LIGNE
               MOVE CLOT-CNT-LUES       TO CLOT-T-LUES
               MOVE CLOT-CNT-CLOTUREES  TO CLOT-T-CLOTUREES
               MOVE CLOT-CNT-HORS-DELAI TO CLOT-T-HORS-DELAI
               WRITE RPTCLO-LIGNE FROM CLOT-LIGNE-TOTAL
               CLOSE RPTCLO
           END-IF.
           MOVE CLOT-CNT-HORS-DELAI TO CLOT-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING CLOT-NSUJ-PROGRAMME, CLOT-NSUJ-CLEF,
               CLOT-NSUJ-COMPTEUR.
           DISPLAY "FDINCLOT - OPEN RECEPTIONS READ: " CLOT-CNT-LUES.
           DISPLAY "FDINCLOT - RECEPTIONS CLOSED...: "
                   CLOT-CNT-CLOTUREES.
           DISPLAY "FDINCLOT - OPEN PAST NBMMF.....: "
                   CLOT-CNT-HORS-DELAI.
           MOVE CLOT-RC TO RETURN-CODE.
       4000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
