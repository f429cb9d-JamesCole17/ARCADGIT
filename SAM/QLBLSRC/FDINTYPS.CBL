      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINTYPS                      *
      * TYPE OF PROGRAM............: . BATCH SIMULATION REPORT       *
      * FUNCTION...................: . WHAT-IF OF EVERY PENDING      *
      *         .                      FDINTYPP CHANGE AGAINST THE   *
      *         .                      WORK IN PROGRESS, BEFORE      *
      *         .                      FDINACTV APPLIES IT.  FOR THE *
      *         .                      RECEPTION TYPE OF THE ROW IT  *
      *         .                      LISTS WHAT THE NEW VALUES     *
      *         .                      WOULD PUT WRONG THAT THE      *
      *         .                      CURRENT ONES LEAVE RIGHT :    *
      *         .                      - OPEN RECEPTIONS OVERDUE ON  *
      *         .                        THE EFFECTIVE DATE UNDER    *
      *         .                        THE NEW NBMMB/NBMMF (SAME   *
      *         .                        DEADLINE AS FDINAGE)        *
      *         .                      - REGISTERED INVOICES STILL   *
      *         .                        TO MATCH WHOSE ECART FALLS  *
      *         .                        OUTSIDE THE NEW ECAFT (SAME *
      *         .                        RULE AS FDINFRAP)           *
      *         .                      - FDINRLIG LINES OF OPEN      *
      *         .                        RECEPTIONS ABOVE THE NEW    *
      *         .                        PA/PR OR PR/PA CEILING      *
      *         .                        (SAME RULE AS FDINRSAI)     *
      *         .                      WITH THE SUPPLIERS CONCERNED, *
      *         .                      SO THE EFFECTIVE DATE CAN BE  *
      *         .                      SET SENSIBLY.  NOTHING IS     *
      *         .                      UPDATED                       *
      * FILES USED.................: . FDINTYPP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINFREG   - INPUT            *
      *         .                      RPTTYS     - OUTPUT (PRINTER) *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - IMPACT OF PENDING RECEPTION  *
      *                 TYPE CHANGES ON RECEPTIONS, INVOICES, LINES.   *
      *  15/10/26  JFC  A SUPPLIER THAT NO LONGER FITS THE RECAP TABLE *
      *                 IS LEFT OUT OF IT INSTEAD OF BEING COUNTED ON  *
      *                 THE LAST LINE.                                 *
      *  15/10/26  JFC  EACH FILE HAS ITS OWN OPENED SWITCH, SO A      *
      *                 FAILED OPEN OF FDINTYPREC, FDINRECP OR         *
      *                 FDINRLIG NO LONGER LEADS TO A CLOSE OF A FILE  *
      *                 NEVER OPENED.                                  *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTYPS.
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
           SELECT FDINTYPP ASSIGN TO FDINTYPP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDTP-CLEF
               FILE STATUS IS FS-FDINTYPP.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRLG-CLEF
               FILE STATUS IS FS-FDINRLIG.
           SELECT FDINFREG ASSIGN TO FDINFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-CLEF
               FILE STATUS IS FS-FDINFREG.
           SELECT RPTTYS ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTTYS.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINTYPP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRECP.
       COPY FDINRLIG.
       COPY FDINFREG.
      *
       FD  RPTTYS    LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTTYS-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINTYPP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINFREG                    PIC X(02) VALUE "00".
       77  FS-RPTTYS                      PIC X(02) VALUE "00".
       77  TYPS-EOF-SW                    PIC X(01) VALUE "N".
           88  TYPS-EOF                   VALUE "Y".
       77  TYPS-REC-EOF-SW                PIC X(01).
           88  TYPS-REC-EOF               VALUE "Y".
       77  TYPS-LIG-EOF-SW                PIC X(01).
           88  TYPS-LIG-EOF               VALUE "Y".
       77  TYPS-REG-EOF-SW                PIC X(01).
           88  TYPS-REG-EOF               VALUE "Y".
      *****  SET WHEN FDINTYPREC, FDINRECP OR FDINRLIG COULD NOT BE
      *****  OPENED - THE SIMULATION IS THEN MEANINGLESS AND DOES NOT
      *****  RUN
       77  TYPS-FICHIERS-KO-SW            PIC X(01) VALUE "N".
           88  TYPS-FICHIERS-KO           VALUE "Y".
       77  TYPS-FREG-OUVERT-SW            PIC X(01) VALUE "N".
           88  TYPS-FREG-OUVERT           VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  TYPS-TYPP-OUVERT-SW            PIC X(01) VALUE "N".
           88  TYPS-TYPP-OUVERT           VALUE "Y".
       77  TYPS-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  TYPS-TYPREC-OUVERT         VALUE "Y".
       77  TYPS-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  TYPS-RECP-OUVERT           VALUE "Y".
       77  TYPS-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  TYPS-RLIG-OUVERT           VALUE "Y".
       77  TYPS-TODAY                     PIC 9(08).
      *****  DATE THE DEADLINES ARE JUDGED AT - THE EFFECTIVE DATE OF
      *****  THE CHANGE, OR TODAY WHEN THAT DATE HAS ALREADY PASSED
       77  TYPS-DATE-REF                  PIC 9(08).
       77  TYPS-CNT-PENDING               PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-CNT-RECEPT                PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-CNT-FACTURES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-TOT-RECEPT                PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-TOT-FACTURES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TYPS-TOT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
      *****  CURRENT (ACTUEL) AND PENDING (NOUVEAU) VALUES COMPARED
       77  TYPS-NBMMB-ACT                 PIC 9(03).
       77  TYPS-NBMMB-NOU                 PIC 9(03).
       77  TYPS-NBMMF-ACT                 PIC 9(03).
       77  TYPS-NBMMF-NOU                 PIC 9(03).
       77  TYPS-ECAFT-ACT                 PIC 9(02).
       77  TYPS-ECAFT-NOU                 PIC 9(02).
       77  TYPS-PAPR-ACT                  PIC 9(3)V9(2).
       77  TYPS-PAPR-NOU                  PIC 9(3)V9(2).
       77  TYPS-PRPA-ACT                  PIC 9(3)V9(2).
       77  TYPS-PRPA-NOU                  PIC 9(3)V9(2).
      *****  FLOORS ARE NOT CARRIED BY FDINTYPP - THE CURRENT ONES
      *****  HOLD ON BOTH SIDES OF THE CHANGE
       77  TYPS-PAPR-MIN                  PIC 9(3)V9(2).
       77  TYPS-PRPA-MIN                  PIC 9(3)V9(2).
      *****  DEADLINE WORK FIELDS - CRUDE 360-DAY CALENDAR, AS IN
      *****  FDINAGE
       77  TYPS-NBMOIS                    PIC 9(03).
       77  TYPS-TOTAL-MM                  PIC 9(04).
       77  TYPS-JOURS-RESTANTS            PIC S9(07).
       77  TYPS-ECHU-SW                   PIC X(01).
           88  TYPS-ECHU                  VALUE "Y".
       77  TYPS-ECHU-ACT-SW               PIC X(01).
       77  TYPS-ECHEANCE-NOU              PIC 9(08).
       77  TYPS-RECEPT-LISTEE-SW          PIC X(01).
           88  TYPS-RECEPT-LISTEE         VALUE "Y".
       01  TYPS-DEADLINE-CCAAMM.
           05  TYPS-DL-CCAA               PIC 9(04).
           05  TYPS-DL-MM                 PIC 9(02).
           05  TYPS-DL-JJ                 PIC 9(02).
       01  TYPS-DEADLINE-DATE REDEFINES TYPS-DEADLINE-CCAAMM
                                          PIC 9(08).
       01  TYPS-REF-CCAAMM.
           05  TYPS-RF-CCAA               PIC 9(04).
           05  TYPS-RF-MM                 PIC 9(02).
           05  TYPS-RF-JJ                 PIC 9(02).
      *****  INVOICE ECART WORK FIELDS - AS IN FDINFRAP
       77  TYPS-TOTAL-RECU                PIC 9(10)V9(2).
       77  TYPS-NB-LIGNES                 PIC 9(04).
       77  TYPS-ECART                     PIC S9(10)V9(2).
       77  TYPS-TOLERANCE-ACT             PIC 9(10)V9(2).
       77  TYPS-TOLERANCE-NOU             PIC 9(10)V9(2).
      *****  RATIO WORK FIELDS - AS IN FDINRSAI
       77  TYPS-RATIO                     PIC 9(5)V9(2).
       77  TYPS-HORS-ACT-SW               PIC X(01).
           88  TYPS-HORS-ACT              VALUE "Y".
       77  TYPS-HORS-NOU-SW               PIC X(01).
           88  TYPS-HORS-NOU              VALUE "Y".
       77  TYPS-MOTIF                     PIC X(40).
       77  TYPS-NATURE                    PIC X(08).
      *
      *****  SUPPLIERS TOUCHED BY THE CHANGE BEING SIMULATED
       01  TYPS-FRN-TABLE.
           05  TYPS-FRN-ENTRY  OCCURS 500 TIMES
                                INDEXED BY TYPS-FX.
               10  TFT-FOURNISSEUR        PIC X(09).
               10  TFT-CNT-RECEPT         PIC 9(05).
               10  TFT-CNT-FACTURES       PIC 9(05).
               10  TFT-CNT-LIGNES         PIC 9(05).
       77  TYPS-FRN-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  TYPS-FRN-PLEIN-SW              PIC X(01) VALUE "N".
       77  TYPS-FOUND-SW                  PIC X(01).
           88  TYPS-FOUND                 VALUE "Y".
       77  TYPS-SUB                       PIC 9(04) COMP.
       77  TYPS-WRK-FOURNISSEUR           PIC X(09).
      *
       01  TYPS-LIGNE-TYPE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "TYPE ".
           05  TYPS-T-CLEF-GEN            PIC X(18).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  TYPS-T-CLEF-TYP            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-T-LIBELLE             PIC X(20).
           05  FILLER                     PIC X(12)
               VALUE "  EFFECTIVE ".
           05  TYPS-T-DATE-EFFET          PIC 9(08).
           05  FILLER                     PIC X(12)
               VALUE "  KEYED BY  ".
           05  TYPS-T-OPERATEUR           PIC X(10).
           05  FILLER                     PIC X(04) VALUE " ON ".
           05  TYPS-T-DATE-SAISIE         PIC 9(08).
       01  TYPS-LIGNE-PARMS.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "NBMMB ".
           05  TYPS-P-NBMMB-ACT           PIC X(02).
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TYPS-P-NBMMB-NOU           PIC X(02).
           05  FILLER                     PIC X(08) VALUE "  NBMMF ".
           05  TYPS-P-NBMMF-ACT           PIC X(02).
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TYPS-P-NBMMF-NOU           PIC X(02).
           05  FILLER                     PIC X(08) VALUE "  ECAFT ".
           05  TYPS-P-ECAFT-ACT           PIC X(02).
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TYPS-P-ECAFT-NOU           PIC X(02).
           05  FILLER                     PIC X(08) VALUE "  PA/PR ".
           05  TYPS-P-PAPR-ACT            PIC ZZ9.99.
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TYPS-P-PAPR-NOU            PIC ZZ9.99.
           05  FILLER                     PIC X(08) VALUE "  PR/PA ".
           05  TYPS-P-PRPA-ACT            PIC ZZ9.99.
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TYPS-P-PRPA-NOU            PIC ZZ9.99.
       01  TYPS-LIGNE-DETAIL.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  TYPS-D-NATURE              PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-D-REFERENCE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-D-VALEUR              PIC X(24).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-D-MESSAGE             PIC X(40).
       01  TYPS-LIGNE-COMPTES.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(23)
               VALUE "RECEPTIONS NOW OVERDUE ".
           05  TYPS-C-RECEPT              PIC ZZZZZZ9.
           05  FILLER                     PIC X(28)
               VALUE "   INVOICES OUT OF ECAFT    ".
           05  TYPS-C-FACTURES            PIC ZZZZZZ9.
           05  FILLER                     PIC X(28)
               VALUE "   LINES OVER PA/PR CEILING ".
           05  TYPS-C-LIGNES              PIC ZZZZZZ9.
       01  TYPS-LIGNE-FRN.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  TYPS-F-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-F-RECEPT              PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-F-FACTURES            PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TYPS-F-LIGNES              PIC ZZZZ9.
      *****  EDITED FIGURES MOVED INTO TYPS-D-VALEUR
       01  TYPS-VALEUR-ECHEANCE.
           05  FILLER                     PIC X(09) VALUE "DUE DATE ".
           05  TYPS-V-ECHEANCE            PIC 9(08).
           05  FILLER                     PIC X(07) VALUE SPACES.
       01  TYPS-VALEUR-ECART.
           05  FILLER                     PIC X(06) VALUE "ECART ".
           05  TYPS-V-ECART               PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(05) VALUE SPACES.
       01  TYPS-VALEUR-RATIO.
           05  FILLER                     PIC X(05) VALUE "LINE ".
           05  TYPS-V-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(08) VALUE "  RATIO ".
           05  TYPS-V-RATIO               PIC ZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PENDING-LOOP THRU 2000-EXIT
               UNTIL TYPS-EOF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TYPS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RPTTYS.
           MOVE SPACES TO RPTTYS-LIGNE
           MOVE "FDINTYPS - IMPACT OF PENDING FDINTYPP CHANGES"
                TO RPTTYS-LIGNE
           MOVE "ON WORK IN PROGRESS" TO RPTTYS-LIGNE (47:19)
           WRITE RPTTYS-LIGNE
           OPEN INPUT FDINTYPP.
           IF FS-FDINTYPP NOT = "00"
               DISPLAY "FDINTYPS - OPEN FDINTYPP FAILED - STATUS "
                       FS-FDINTYPP
               MOVE "Y" TO TYPS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TYPS-TYPP-OUVERT-SW
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC = "00"
               MOVE "Y" TO TYPS-TYPREC-OUVERT-SW
           ELSE
               DISPLAY "FDINTYPS - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO TYPS-FICHIERS-KO-SW
           END-IF
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP = "00"
               MOVE "Y" TO TYPS-RECP-OUVERT-SW
           ELSE
               DISPLAY "FDINTYPS - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO TYPS-FICHIERS-KO-SW
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG = "00"
               MOVE "Y" TO TYPS-RLIG-OUVERT-SW
           ELSE
               DISPLAY "FDINTYPS - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO TYPS-FICHIERS-KO-SW
           END-IF
           IF TYPS-FICHIERS-KO
               MOVE "Y" TO TYPS-EOF-SW
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO RPTTYS-LIGNE
               MOVE "** FILES NOT READ - NOTHING SIMULATED **"
                    TO RPTTYS-LIGNE
               WRITE RPTTYS-LIGNE
               GO TO 1000-EXIT
           END-IF
      *****  NO INVOICE REGISTER YET - THE INVOICE PART IS LEFT OUT
           OPEN INPUT FDINFREG.
           IF FS-FDINFREG = "00"
               MOVE "Y" TO TYPS-FREG-OUVERT-SW
           ELSE
               DISPLAY "FDINTYPS - OPEN FDINFREG FAILED - STATUS "
                       FS-FDINFREG
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-PENDING-LOOP - ONE PENDING FDINTYPP ROW PER PASS       *
      *----------------------------------------------------------------*
       2000-PENDING-LOOP.
           READ FDINTYPP NEXT RECORD
               AT END
                   MOVE "Y" TO TYPS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF NOT FDTP-PENDING
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO TYPS-CNT-PENDING
           MOVE FDTP-CLEF TO FDIN-TYPREC-CLEF
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE SPACES TO RPTTYS-LIGNE
                   WRITE RPTTYS-LIGNE
                   MOVE SPACES TO RPTTYS-LIGNE
                   MOVE "  NO FDIN-TYPREC FOR PENDING KEY" TO
                        RPTTYS-LIGNE
                   MOVE FDTP-CLEF TO RPTTYS-LIGNE (35:20)
                   WRITE RPTTYS-LIGNE
                   GO TO 2000-EXIT
           END-READ
           PERFORM 2100-PREPARER-VALEURS THRU 2100-EXIT
           PERFORM 2200-EDITER-ENTETE THRU 2200-EXIT
           MOVE ZERO TO TYPS-CNT-RECEPT
           MOVE ZERO TO TYPS-CNT-FACTURES
           MOVE ZERO TO TYPS-CNT-LIGNES
           MOVE ZERO TO TYPS-FRN-COUNT
           MOVE "N" TO TYPS-FRN-PLEIN-SW
           PERFORM 3000-SIMULER-RECEPTIONS THRU 3000-EXIT
           IF TYPS-FREG-OUVERT
               PERFORM 4000-SIMULER-FACTURES THRU 4000-EXIT
           END-IF
           PERFORM 5000-EDITER-BILAN THRU 5000-EXIT
           ADD TYPS-CNT-RECEPT   TO TYPS-TOT-RECEPT
           ADD TYPS-CNT-FACTURES TO TYPS-TOT-FACTURES
           ADD TYPS-CNT-LIGNES   TO TYPS-TOT-LIGNES.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-PREPARER-VALEURS - CURRENT AND PENDING VALUES, A NON-  *
      *    NUMERIC CODE COUNTING AS ZERO AS IN THE PROGRAMS THAT USE   *
      *    THEM                                                        *
      *----------------------------------------------------------------*
       2100-PREPARER-VALEURS.
           IF FDTP-DATE-EFFET > TYPS-TODAY
               MOVE FDTP-DATE-EFFET TO TYPS-DATE-REF
           ELSE
               MOVE TYPS-TODAY TO TYPS-DATE-REF
           END-IF
           MOVE ZERO TO TYPS-NBMMB-ACT TYPS-NBMMB-NOU
                        TYPS-NBMMF-ACT TYPS-NBMMF-NOU
                        TYPS-ECAFT-ACT TYPS-ECAFT-NOU
                        TYPS-PAPR-ACT  TYPS-PAPR-NOU
                        TYPS-PRPA-ACT  TYPS-PRPA-NOU
                        TYPS-PAPR-MIN  TYPS-PRPA-MIN
           IF FDIN-TYPREC-NBMMB IS NUMERIC
               MOVE FDIN-TYPREC-NBMMB TO TYPS-NBMMB-ACT
           END-IF
           IF FDTP-NBMMB IS NUMERIC
               MOVE FDTP-NBMMB TO TYPS-NBMMB-NOU
           END-IF
           IF FDIN-TYPREC-NBMMF IS NUMERIC
               MOVE FDIN-TYPREC-NBMMF TO TYPS-NBMMF-ACT
           END-IF
           IF FDTP-NBMMF IS NUMERIC
               MOVE FDTP-NBMMF TO TYPS-NBMMF-NOU
           END-IF
           IF FDIN-TYPREC-ECAFT IS NUMERIC
               MOVE FDIN-TYPREC-ECAFT TO TYPS-ECAFT-ACT
           END-IF
           IF FDTP-ECAFT IS NUMERIC
               MOVE FDTP-ECAFT TO TYPS-ECAFT-NOU
           END-IF
           IF FDIN-TYPREC-PA-SUR-PR9 IS NUMERIC
               MOVE FDIN-TYPREC-PA-SUR-PR9 TO TYPS-PAPR-ACT
           END-IF
           IF FDTP-PA-SUR-PR IS NUMERIC
               MOVE FDTP-PA-SUR-PR TO TYPS-PAPR-NOU
           END-IF
           IF FDIN-TYPREC-PR-SUR-PA9 IS NUMERIC
               MOVE FDIN-TYPREC-PR-SUR-PA9 TO TYPS-PRPA-ACT
           END-IF
           IF FDTP-PR-SUR-PA IS NUMERIC
               MOVE FDTP-PR-SUR-PA TO TYPS-PRPA-NOU
           END-IF
           IF FDIN-TYPREC-PA-SUR-PR-MIN9 IS NUMERIC
               MOVE FDIN-TYPREC-PA-SUR-PR-MIN9 TO TYPS-PAPR-MIN
           END-IF
           IF FDIN-TYPREC-PR-SUR-PA-MIN9 IS NUMERIC
               MOVE FDIN-TYPREC-PR-SUR-PA-MIN9 TO TYPS-PRPA-MIN
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-EDITER-ENTETE.
           MOVE SPACES TO RPTTYS-LIGNE
           WRITE RPTTYS-LIGNE
           MOVE FDTP-CLEF-GEN     TO TYPS-T-CLEF-GEN
           MOVE FDTP-CLEF-TYP     TO TYPS-T-CLEF-TYP
           MOVE FDIN-TYPREC-LIB   TO TYPS-T-LIBELLE
           MOVE FDTP-DATE-EFFET   TO TYPS-T-DATE-EFFET
           MOVE FDTP-OPERATEUR    TO TYPS-T-OPERATEUR
           MOVE FDTP-DATE-SAISIE  TO TYPS-T-DATE-SAISIE
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-TYPE
           MOVE FDIN-TYPREC-NBMMB TO TYPS-P-NBMMB-ACT
           MOVE FDTP-NBMMB        TO TYPS-P-NBMMB-NOU
           MOVE FDIN-TYPREC-NBMMF TO TYPS-P-NBMMF-ACT
           MOVE FDTP-NBMMF        TO TYPS-P-NBMMF-NOU
           MOVE FDIN-TYPREC-ECAFT TO TYPS-P-ECAFT-ACT
           MOVE FDTP-ECAFT        TO TYPS-P-ECAFT-NOU
           MOVE TYPS-PAPR-ACT     TO TYPS-P-PAPR-ACT
           MOVE TYPS-PAPR-NOU     TO TYPS-P-PAPR-NOU
           MOVE TYPS-PRPA-ACT     TO TYPS-P-PRPA-ACT
           MOVE TYPS-PRPA-NOU     TO TYPS-P-PRPA-NOU
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-PARMS.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SIMULER-RECEPTIONS - EVERY OPEN RECEPTION OF THE TYPE: *
      *    ITS DEADLINES, THEN ITS LINES                               *
      *----------------------------------------------------------------*
       3000-SIMULER-RECEPTIONS.
           MOVE "N" TO TYPS-REC-EOF-SW
           MOVE ZERO TO FREC-NORECEPT
           START FDINRECP KEY IS NOT LESS THAN FREC-NORECEPT
               INVALID KEY
                   MOVE "Y" TO TYPS-REC-EOF-SW
           END-START
           PERFORM 3100-UNE-RECEPTION THRU 3100-EXIT
               UNTIL TYPS-REC-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO TYPS-REC-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF FREC-CLEF-TYPREC NOT = FDTP-CLEF
               OR NOT FREC-OUVERTE
               GO TO 3100-EXIT
           END-IF
      *****  A RECEPTION IN DISPUTE IS OUT OF THE DEADLINE COUNT, AS
      *****  ON FDINAGE - ITS LINES ARE STILL WORK IN PROGRESS
           MOVE "N" TO TYPS-RECEPT-LISTEE-SW
           IF NOT FREC-EN-LITIGE
               IF FREC-BON-RAPPROCHE NOT = "O"
                   MOVE TYPS-NBMMB-ACT TO TYPS-NBMOIS
                   PERFORM 3200-CALCULER-ECHEANCE THRU 3200-EXIT
                   MOVE TYPS-ECHU-SW TO TYPS-ECHU-ACT-SW
                   MOVE TYPS-NBMMB-NOU TO TYPS-NBMOIS
                   PERFORM 3200-CALCULER-ECHEANCE THRU 3200-EXIT
                   IF TYPS-ECHU AND TYPS-ECHU-ACT-SW = "N"
                       MOVE "BON" TO TYPS-NATURE
                       MOVE "BON OVERDUE UNDER NEW NBMMB"
                            TO TYPS-MOTIF
                       PERFORM 3300-LISTER-ECHEANCE THRU 3300-EXIT
                   END-IF
               END-IF
               IF FREC-FACT-RAPPROCHEE NOT = "O"
                   MOVE TYPS-NBMMF-ACT TO TYPS-NBMOIS
                   PERFORM 3200-CALCULER-ECHEANCE THRU 3200-EXIT
                   MOVE TYPS-ECHU-SW TO TYPS-ECHU-ACT-SW
                   MOVE TYPS-NBMMF-NOU TO TYPS-NBMOIS
                   PERFORM 3200-CALCULER-ECHEANCE THRU 3200-EXIT
                   IF TYPS-ECHU AND TYPS-ECHU-ACT-SW = "N"
                       MOVE "FACTURE" TO TYPS-NATURE
                       MOVE "FACTURE OVERDUE UNDER NEW NBMMF"
                            TO TYPS-MOTIF
                       PERFORM 3300-LISTER-ECHEANCE THRU 3300-EXIT
                   END-IF
               END-IF
           END-IF
           IF TYPS-PAPR-NOU NOT = TYPS-PAPR-ACT
               OR TYPS-PRPA-NOU NOT = TYPS-PRPA-ACT
               PERFORM 3500-SIMULER-LIGNES THRU 3500-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-CALCULER-ECHEANCE - DEADLINE = DATE RECEPTION +        *
      *    TYPS-NBMOIS, OVERDUE WHEN IT IS BEFORE THE REFERENCE DATE   *
      *----------------------------------------------------------------*
       3200-CALCULER-ECHEANCE.
           MOVE FREC-DATE-RECEPT TO TYPS-DEADLINE-DATE
           COMPUTE TYPS-TOTAL-MM = TYPS-DL-MM + TYPS-NBMOIS
           PERFORM 3210-NORMALISER-MOIS THRU 3210-EXIT
               UNTIL TYPS-TOTAL-MM <= 12
           MOVE TYPS-TOTAL-MM TO TYPS-DL-MM
           MOVE TYPS-DEADLINE-DATE TO TYPS-ECHEANCE-NOU
           MOVE TYPS-DATE-REF TO TYPS-REF-CCAAMM
           COMPUTE TYPS-JOURS-RESTANTS =
                   (TYPS-DL-CCAA * 360 + TYPS-DL-MM * 30 + TYPS-DL-JJ)
                 - (TYPS-RF-CCAA * 360 + TYPS-RF-MM * 30 + TYPS-RF-JJ)
           IF TYPS-JOURS-RESTANTS < ZERO
               MOVE "Y" TO TYPS-ECHU-SW
           ELSE
               MOVE "N" TO TYPS-ECHU-SW
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-NORMALISER-MOIS.
           SUBTRACT 12 FROM TYPS-TOTAL-MM
           ADD 1 TO TYPS-DL-CCAA.
       3210-EXIT.
           EXIT.
      *
      *****  A RECEPTION OVERDUE ON BOTH COUNTS IS COUNTED ONCE
       3300-LISTER-ECHEANCE.
           MOVE SPACES TO TYPS-LIGNE-DETAIL
           MOVE TYPS-NATURE       TO TYPS-D-NATURE
           MOVE FREC-NORECEPT     TO TYPS-D-NORECEPT
           MOVE FREC-FOURNISSEUR  TO TYPS-D-FOURNISSEUR
           MOVE FREC-DATE-RECEPT  TO TYPS-D-REFERENCE
           MOVE TYPS-ECHEANCE-NOU TO TYPS-V-ECHEANCE
           MOVE TYPS-VALEUR-ECHEANCE TO TYPS-D-VALEUR
           MOVE TYPS-MOTIF        TO TYPS-D-MESSAGE
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-DETAIL
           IF NOT TYPS-RECEPT-LISTEE
               MOVE "Y" TO TYPS-RECEPT-LISTEE-SW
               ADD 1 TO TYPS-CNT-RECEPT
               MOVE FREC-FOURNISSEUR TO TYPS-WRK-FOURNISSEUR
               PERFORM 7000-CHERCHER-FOURNISSEUR THRU 7000-EXIT
               IF TYPS-FOUND
                   ADD 1 TO TFT-CNT-RECEPT (TYPS-FX)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-SIMULER-LIGNES - THE LINES OF THE RECEPTION AGAINST    *
      *    THE CURRENT AND THE NEW CEILINGS                            *
      *----------------------------------------------------------------*
       3500-SIMULER-LIGNES.
           MOVE "N" TO TYPS-LIG-EOF-SW
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO TYPS-LIG-EOF-SW
           END-START
           PERFORM 3510-UNE-LIGNE THRU 3510-EXIT
               UNTIL TYPS-LIG-EOF.
       3500-EXIT.
           EXIT.
      *
       3510-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO TYPS-LIG-EOF-SW
                   GO TO 3510-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO TYPS-LIG-EOF-SW
               GO TO 3510-EXIT
           END-IF
           IF FRLG-PR > ZERO
               COMPUTE TYPS-RATIO ROUNDED = FRLG-PA / FRLG-PR
               PERFORM 3520-JUGER-PAPR THRU 3520-EXIT
               IF TYPS-HORS-NOU AND NOT TYPS-HORS-ACT
                   MOVE "RATIO PA/PR OVER THE NEW CEILING"
                        TO TYPS-MOTIF
                   PERFORM 3590-LISTER-LIGNE THRU 3590-EXIT
                   GO TO 3510-EXIT
               END-IF
           END-IF
           IF FRLG-PA > ZERO
               COMPUTE TYPS-RATIO ROUNDED = FRLG-PR / FRLG-PA
               PERFORM 3530-JUGER-PRPA THRU 3530-EXIT
               IF TYPS-HORS-NOU AND NOT TYPS-HORS-ACT
                   MOVE "RATIO PR/PA OVER THE NEW CEILING"
                        TO TYPS-MOTIF
                   PERFORM 3590-LISTER-LIGNE THRU 3590-EXIT
               END-IF
           END-IF.
       3510-EXIT.
           EXIT.
      *
      *****  A LINE ALREADY OFF UNDER THE CURRENT CEILING OR FLOOR IS
      *****  NOT AN EFFECT OF THE CHANGE
       3520-JUGER-PAPR.
           MOVE "N" TO TYPS-HORS-ACT-SW
           MOVE "N" TO TYPS-HORS-NOU-SW
           IF TYPS-PAPR-ACT > ZERO AND TYPS-RATIO > TYPS-PAPR-ACT
               MOVE "Y" TO TYPS-HORS-ACT-SW
           END-IF
           IF TYPS-PAPR-MIN > ZERO AND TYPS-RATIO < TYPS-PAPR-MIN
               MOVE "Y" TO TYPS-HORS-ACT-SW
           END-IF
           IF TYPS-PAPR-NOU > ZERO AND TYPS-RATIO > TYPS-PAPR-NOU
               MOVE "Y" TO TYPS-HORS-NOU-SW
           END-IF.
       3520-EXIT.
           EXIT.
      *
       3530-JUGER-PRPA.
           MOVE "N" TO TYPS-HORS-ACT-SW
           MOVE "N" TO TYPS-HORS-NOU-SW
           IF TYPS-PRPA-ACT > ZERO AND TYPS-RATIO > TYPS-PRPA-ACT
               MOVE "Y" TO TYPS-HORS-ACT-SW
           END-IF
           IF TYPS-PRPA-MIN > ZERO AND TYPS-RATIO < TYPS-PRPA-MIN
               MOVE "Y" TO TYPS-HORS-ACT-SW
           END-IF
           IF TYPS-PRPA-NOU > ZERO AND TYPS-RATIO > TYPS-PRPA-NOU
               MOVE "Y" TO TYPS-HORS-NOU-SW
           END-IF.
       3530-EXIT.
           EXIT.
      *
       3590-LISTER-LIGNE.
           ADD 1 TO TYPS-CNT-LIGNES
           MOVE SPACES TO TYPS-LIGNE-DETAIL
           MOVE "LINE"            TO TYPS-D-NATURE
           MOVE FREC-NORECEPT     TO TYPS-D-NORECEPT
           MOVE FREC-FOURNISSEUR  TO TYPS-D-FOURNISSEUR
           MOVE FRLG-PRODUIT      TO TYPS-D-REFERENCE
           MOVE FRLG-NOLIGNE      TO TYPS-V-NOLIGNE
           MOVE TYPS-RATIO        TO TYPS-V-RATIO
           MOVE TYPS-VALEUR-RATIO TO TYPS-D-VALEUR
           MOVE TYPS-MOTIF        TO TYPS-D-MESSAGE
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-DETAIL
           MOVE FREC-FOURNISSEUR TO TYPS-WRK-FOURNISSEUR
           PERFORM 7000-CHERCHER-FOURNISSEUR THRU 7000-EXIT
           IF TYPS-FOUND
               ADD 1 TO TFT-CNT-LIGNES (TYPS-FX)
           END-IF.
       3590-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-SIMULER-FACTURES - REGISTERED INVOICES STILL WAITING   *
      *    FOR FDINFRAP ON AN OPEN RECEPTION OF THE TYPE               *
      *----------------------------------------------------------------*
       4000-SIMULER-FACTURES.
           IF TYPS-ECAFT-NOU = TYPS-ECAFT-ACT
               GO TO 4000-EXIT
           END-IF
           MOVE "N" TO TYPS-REG-EOF-SW
           MOVE LOW-VALUES TO FREG-CLEF
           START FDINFREG KEY IS NOT LESS THAN FREG-CLEF
               INVALID KEY
                   MOVE "Y" TO TYPS-REG-EOF-SW
           END-START
           PERFORM 4100-UNE-FACTURE THRU 4100-EXIT
               UNTIL TYPS-REG-EOF.
       4000-EXIT.
           EXIT.
      *
       4100-UNE-FACTURE.
           READ FDINFREG NEXT RECORD
               AT END
                   MOVE "Y" TO TYPS-REG-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           IF FREG-NORECEPT = ZERO
               GO TO 4100-EXIT
           END-IF
           MOVE FREG-NORECEPT TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ
           IF FREC-CLEF-TYPREC NOT = FDTP-CLEF
               OR FREC-FACT-RAPPROCHEE = "O"
               OR FREC-FOURNISSEUR NOT = FREG-FOURNISSEUR
               OR NOT FREC-OUVERTE
               OR FREC-EN-LITIGE
               GO TO 4100-EXIT
           END-IF
           PERFORM 4200-TOTALISER-LIGNES THRU 4200-EXIT
           IF TYPS-NB-LIGNES = ZERO
               GO TO 4100-EXIT
           END-IF
           COMPUTE TYPS-ECART = FREG-MONTANT - TYPS-TOTAL-RECU
           IF TYPS-ECART < ZERO
               COMPUTE TYPS-ECART = ZERO - TYPS-ECART
           END-IF
           COMPUTE TYPS-TOLERANCE-ACT ROUNDED =
                   TYPS-TOTAL-RECU * TYPS-ECAFT-ACT / 100
           COMPUTE TYPS-TOLERANCE-NOU ROUNDED =
                   TYPS-TOTAL-RECU * TYPS-ECAFT-NOU / 100
           IF TYPS-ECART > TYPS-TOLERANCE-NOU
               AND TYPS-ECART NOT > TYPS-TOLERANCE-ACT
               ADD 1 TO TYPS-CNT-FACTURES
               MOVE SPACES TO TYPS-LIGNE-DETAIL
               MOVE "INVOICE"         TO TYPS-D-NATURE
               MOVE FREC-NORECEPT     TO TYPS-D-NORECEPT
               MOVE FREG-FOURNISSEUR  TO TYPS-D-FOURNISSEUR
               MOVE FREG-NOFACTURE    TO TYPS-D-REFERENCE
               MOVE TYPS-ECART        TO TYPS-V-ECART
               MOVE TYPS-VALEUR-ECART TO TYPS-D-VALEUR
               MOVE "ECART OUTSIDE THE NEW ECAFT TOLERANCE"
                    TO TYPS-D-MESSAGE
               WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-DETAIL
               MOVE FREG-FOURNISSEUR TO TYPS-WRK-FOURNISSEUR
               PERFORM 7000-CHERCHER-FOURNISSEUR THRU 7000-EXIT
               IF TYPS-FOUND
                   ADD 1 TO TFT-CNT-FACTURES (TYPS-FX)
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4200-TOTALISER-LIGNES - VALUE RECEIVED, AS IN FDINFRAP      *
      *----------------------------------------------------------------*
       4200-TOTALISER-LIGNES.
           MOVE ZERO TO TYPS-TOTAL-RECU
           MOVE ZERO TO TYPS-NB-LIGNES
           MOVE "N"  TO TYPS-LIG-EOF-SW
           MOVE FREG-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO TYPS-LIG-EOF-SW
           END-START
           PERFORM 4210-LIRE-UNE-LIGNE THRU 4210-EXIT
               UNTIL TYPS-LIG-EOF.
       4200-EXIT.
           EXIT.
      *
       4210-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO TYPS-LIG-EOF-SW
                   GO TO 4210-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREG-NORECEPT
               MOVE "Y" TO TYPS-LIG-EOF-SW
               GO TO 4210-EXIT
           END-IF
           ADD 1 TO TYPS-NB-LIGNES
           COMPUTE TYPS-TOTAL-RECU ROUNDED = TYPS-TOTAL-RECU
                 + (FRLG-QUANTITE * FRLG-PA).
       4210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-EDITER-BILAN - COUNTS OF THE CHANGE AND THE SUPPLIERS  *
      *    IT TOUCHES                                                  *
      *----------------------------------------------------------------*
       5000-EDITER-BILAN.
           MOVE TYPS-CNT-RECEPT   TO TYPS-C-RECEPT
           MOVE TYPS-CNT-FACTURES TO TYPS-C-FACTURES
           MOVE TYPS-CNT-LIGNES   TO TYPS-C-LIGNES
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-COMPTES
           IF NOT TYPS-FREG-OUVERT
               MOVE SPACES TO RPTTYS-LIGNE
               MOVE "    ** FDINFREG NOT READ - INVOICES NOT SIMULATED"
                    TO RPTTYS-LIGNE
               MOVE "**" TO RPTTYS-LIGNE (51:2)
               WRITE RPTTYS-LIGNE
           END-IF
           IF TYPS-FRN-COUNT = ZERO
               MOVE SPACES TO RPTTYS-LIGNE
               MOVE "    NO WORK IN PROGRESS AFFECTED" TO RPTTYS-LIGNE
               WRITE RPTTYS-LIGNE
               GO TO 5000-EXIT
           END-IF
           MOVE SPACES TO RPTTYS-LIGNE
           MOVE "    SUPPLIERS AFFECTED - RECEPTIONS / INVOICES / LINES"
                TO RPTTYS-LIGNE
           WRITE RPTTYS-LIGNE
           IF TYPS-FRN-PLEIN-SW = "Y"
               MOVE SPACES TO RPTTYS-LIGNE
               MOVE "    ** SUPPLIER TABLE FULL - RECAP IS PARTIAL **"
                    TO RPTTYS-LIGNE
               WRITE RPTTYS-LIGNE
           END-IF
           PERFORM 5100-EDITER-UN-FOURNISSEUR THRU 5100-EXIT
               VARYING TYPS-SUB FROM 1 BY 1
               UNTIL TYPS-SUB > TYPS-FRN-COUNT.
       5000-EXIT.
           EXIT.
      *
       5100-EDITER-UN-FOURNISSEUR.
           SET TYPS-FX TO TYPS-SUB
           MOVE SPACES TO TYPS-LIGNE-FRN
           MOVE TFT-FOURNISSEUR (TYPS-FX)  TO TYPS-F-FOURNISSEUR
           MOVE TFT-CNT-RECEPT (TYPS-FX)   TO TYPS-F-RECEPT
           MOVE TFT-CNT-FACTURES (TYPS-FX) TO TYPS-F-FACTURES
           MOVE TFT-CNT-LIGNES (TYPS-FX)   TO TYPS-F-LIGNES
           WRITE RPTTYS-LIGNE FROM TYPS-LIGNE-FRN.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-FOURNISSEUR - ENTRY OF THE SUPPLIER IN THE    *
      *    RECAP, ADDED ON FIRST SIGHT.  TYPS-FOUND IS LEFT OFF ONLY   *
      *    WHEN THE TABLE IS FULL - THE CALLER THEN COUNTS NOTHING     *
      *----------------------------------------------------------------*
       7000-CHERCHER-FOURNISSEUR.
           MOVE "N" TO TYPS-FOUND-SW
           SET TYPS-FX TO 1
           IF TYPS-FRN-COUNT > ZERO
               SEARCH TYPS-FRN-ENTRY
                   AT END
                       CONTINUE
                   WHEN TYPS-FX > TYPS-FRN-COUNT
                       CONTINUE
                   WHEN TFT-FOURNISSEUR (TYPS-FX) =
                        TYPS-WRK-FOURNISSEUR
                       MOVE "Y" TO TYPS-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT TYPS-FOUND
               IF TYPS-FRN-COUNT < 500
                   ADD 1 TO TYPS-FRN-COUNT
                   SET TYPS-FX TO TYPS-FRN-COUNT
                   MOVE TYPS-WRK-FOURNISSEUR
                        TO TFT-FOURNISSEUR (TYPS-FX)
                   MOVE ZERO TO TFT-CNT-RECEPT (TYPS-FX)
                   MOVE ZERO TO TFT-CNT-FACTURES (TYPS-FX)
                   MOVE ZERO TO TFT-CNT-LIGNES (TYPS-FX)
                   MOVE "Y" TO TYPS-FOUND-SW
               ELSE
                   MOVE "Y" TO TYPS-FRN-PLEIN-SW
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-TERMINATE                                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF TYPS-TYPP-OUVERT
               CLOSE FDINTYPP
           END-IF
           IF TYPS-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF TYPS-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF TYPS-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF TYPS-FREG-OUVERT
               CLOSE FDINFREG
           END-IF
           CLOSE RPTTYS.
           DISPLAY "FDINTYPS - PENDING CHANGES.....: " TYPS-CNT-PENDING.
           DISPLAY "FDINTYPS - RECEPTIONS OVERDUE..: " TYPS-TOT-RECEPT.
           DISPLAY "FDINTYPS - INVOICES OUT ECAFT..: "
                   TYPS-TOT-FACTURES.
           DISPLAY "FDINTYPS - LINES OVER CEILING..: " TYPS-TOT-LIGNES.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
