      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINTRSA                      *
      * TYPE OF PROGRAM............: . BATCH COST ALLOCATION         *
      * FUNCTION...................: . SPREADS EACH CARRIER          *
      *         .                      TRANSPORT INVOICE OF THE      *
      *         .                      FDINTRSE FILE OVER THE        *
      *         .                      RECEPTIONS IT COVERS, AND     *
      *         .                      INSIDE EACH RECEPTION OVER    *
      *         .                      ITS FDINRLIG LINES, PRO RATA  *
      *         .                      TO LINE VALUE (QTY X PA) OR   *
      *         .                      TO QUANTITY AS THE RECEPTION  *
      *         .                      TYPE CHOOSES (FDIN-TYPREC-    *
      *         .                      REPART-TRS).  EACH LINE'S     *
      *         .                      FRLG-PR IS RAISED BY ITS      *
      *         .                      SHARE PER UNIT, AND THE       *
      *         .                      BEFORE/AFTER PR OF EVERY LINE *
      *         .                      IS PRINTED PER RECEPTION.  AN *
      *         .                      INVOICE THAT WOULD TAKE ANY   *
      *         .                      RECEPTION'S TRANSPORT OVER    *
      *         .                      THE FDIN-TYPREC-MAXITRS       *
      *         .                      CEILING OF ITS TYPE, OR THAT  *
      *         .                      WAS ALREADY SPREAD, IS        *
      *         .                      REFUSED WHOLE INTO FDINTRSR   *
      *         .                      FOR CORRECTION AND RECYCLING. *
      *         .                      FDINTRSH KEEPS WHAT WAS       *
      *         .                      SPREAD ON EACH RECEPTION      *
      * FILES USED.................: . FDINTRSE   - INPUT            *
      *         .                      FDINTRSR   - OUTPUT (REJECTS) *
      *         .                      FDINTRSH   - INPUT/EXTEND     *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINRLIG   - UPDATE           *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      RPTTRS     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINNSUJ            *
      * TRANSPORT RECORD...........: . ONE ROW PER RECEPTION COVERED *
      *         .                      - THE ROWS OF ONE INVOICE     *
      *         .                      FOLLOW EACH OTHER             *
      *         .                      POS 01-09 CARRIER (BPFSK)     *
      *         .                      POS 10-19 INVOICE NUMBER      *
      *         .                      POS 20-27 INVOICE DATE        *
      *         .                      CCYYMMDD                      *
      *         .                      POS 28-37 INVOICE TOTAL       *
      *         .                      99999999V99, SAME ON EVERY    *
      *         .                      ROW OF THE INVOICE            *
      *         .                      POS 38-44 RECEPTION NUMBER    *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - CARRIER INVOICE ALLOCATION   *
      *                 INTO THE PR OF THE RECEPTION LINES.            *
      *  15/10/26  JFC  THE CHECKS WORK ON A COPY OF THE KEPT ROW -    *
      *                 THE ROW READ AHEAD IS NO LONGER OVERLAID, SO   *
      *                 THE NEXT INVOICE KEEPS ITS FIRST ROW; EVERY    *
      *                 OPEN IS CHECKED.                               *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN TRSA-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *  15/10/26  JFC  EACH FILE HAS ITS OWN OPENED SWITCH, SO A FILE *
      *                 LEFT AT STATUS 23 BY A RANDOM READ OR A START  *
      *                 IS STILL CLOSED AT THE END.                    *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTRSA.
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
           SELECT FDINTRSE ASSIGN TO FDINTRSE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTRSE.
           SELECT FDINTRSR ASSIGN TO FDINTRSR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTRSR.
           SELECT FDINTRSH ASSIGN TO FDINTRSH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTRSH.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRLG-CLEF
               FILE STATUS IS FS-FDINRLIG.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT RPTTRS ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTTRS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINTRSE  LABEL RECORD STANDARD
                     RECORD 80.
       01  TRSE-ENR.
           05  TRSE-CLE-FACTURE.
               10  TRSE-TRANSPORTEUR      PIC X(09).
               10  TRSE-NOFACTURE         PIC X(10).
           05  TRSE-DATE-FACTURE          PIC 9(08).
           05  TRSE-MONTANT               PIC 9(8)V9(2).
           05  TRSE-NORECEPT              PIC 9(07).
           05  FILLER                     PIC X(36).
      *
      *****  REFUSED INVOICE ROWS - THE FIRST 80 BYTES ARE THE ROW AS
      *****  RECEIVED, SO A CORRECTED FDINTRSR FEEDS THE NEXT RUN
       FD  FDINTRSR  LABEL RECORD STANDARD
                     RECORD 112.
       01  TRSR-ENR.
           05  TRSR-LIGNE                 PIC X(80).
           05  TRSR-MOTIF                 PIC X(30).
           05  FILLER                     PIC X(02).
      *
      *****  ONE ROW PER INVOICE AND RECEPTION SPREAD - READ BACK AT
      *****  THE START OF EACH RUN FOR THE TRANSPORT ALREADY CARRIED BY
      *****  EACH RECEPTION AND THE INVOICES ALREADY SPREAD
       FD  FDINTRSH  LABEL RECORD STANDARD
                     RECORD 64.
       01  TRSH-ENR.
           05  TRSH-CLE-FACTURE.
               10  TRSH-TRANSPORTEUR      PIC X(09).
               10  TRSH-NOFACTURE         PIC X(10).
           05  TRSH-NORECEPT              PIC 9(07).
           05  TRSH-MONTANT               PIC 9(8)V9(2).
           05  TRSH-DATE                  PIC 9(08).
      *****  V = VALUE , Q = QUANTITY - BASE USED INSIDE THE RECEPTION
           05  TRSH-BASE                  PIC X(01).
           05  FILLER                     PIC X(19).
      *
       COPY FDINRECP.
       COPY FDINRLIG.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
      *
       FD  RPTTRS   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTTRS-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINTRSE                    PIC X(02) VALUE "00".
       77  FS-FDINTRSR                    PIC X(02) VALUE "00".
       77  FS-FDINTRSH                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-RPTTRS                      PIC X(02) VALUE "00".
       77  TRSA-EOF-SW                    PIC X(01) VALUE "N".
           88  TRSA-EOF                   VALUE "Y".
       77  TRSA-LIG-EOF-SW                PIC X(01) VALUE "N".
           88  TRSA-LIG-EOF               VALUE "Y".
       77  TRSA-FOUND-SW                  PIC X(01).
           88  TRSA-FOUND                 VALUE "Y".
      *****  SET WHEN THE FDINTRSH HISTORY COULD NOT BE HELD IN CORE -
      *****  CEILINGS AND REPLAYS CANNOT BE CHECKED, NOTHING IS SPREAD
       77  TRSA-ARRET-SW                  PIC X(01) VALUE "N".
           88  TRSA-ARRET                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS AND STARTS
      *****  LEAVE THE FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO
      *****  CLOSE
       77  TRSA-TRSE-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRSA-TRSE-OUVERT           VALUE "Y".
       77  TRSA-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRSA-RECP-OUVERT           VALUE "Y".
       77  TRSA-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRSA-RLIG-OUVERT           VALUE "Y".
       77  TRSA-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  TRSA-TYPREC-OUVERT         VALUE "Y".
       77  TRSA-TRSR-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRSA-TRSR-OUVERT           VALUE "Y".
       77  TRSA-TRSH-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRSA-TRSH-OUVERT           VALUE "Y".
       77  TRSA-TODAY                     PIC 9(08).
       77  TRSA-MOTIF                     PIC X(30).
       77  TRSA-SUB                       PIC 9(04) COMP.
       77  TRSA-CLE-COURANTE              PIC X(19).
       77  TRSA-MONTANT-FACTURE           PIC 9(8)V9(2).
      *****  BASE OF THE SPLIT ACROSS THE RECEPTIONS OF THE INVOICE -
      *****  THE COMMON BASE OF THEIR TYPES, VALUE WHEN THEY DIFFER
       77  TRSA-BASE-FACTURE              PIC X(01).
       77  TRSA-TOT-BASE-FACTURE          PIC 9(11)V9(2).
       77  TRSA-CUM-BASE                  PIC 9(11)V9(2).
       77  TRSA-CUM-QUOTE                 PIC 9(8)V9(2).
       77  TRSA-CIBLE                     PIC 9(8)V9(2).
       77  TRSA-BASE-LIGNE                PIC 9(11)V9(2).
       77  TRSA-PART-LIGNE                PIC 9(8)V9(2).
       77  TRSA-PR-AVANT                  PIC 9(6)V9(2).
       77  TRSA-CUMUL-TRS                 PIC 9(9)V9(2).
       77  TRSA-CNT-FACTURES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TRSA-CNT-REPARTIES             PIC 9(07) COMP-3 VALUE ZERO.
       77  TRSA-CNT-REFUSEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TRSA-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  TRSA-TOT-REPARTI               PIC 9(10)V9(2) VALUE ZERO.
      *****  COMMUNICATION WITH BPFSKCHK
       77  TRSA-FSK-CLEF                  PIC X(09).
       77  TRSA-FSK-ACCEPTE               PIC X(01).
       77  TRSA-FSK-MESSAGE               PIC X(40).
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  TRSA-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINTRSA".
       77  TRSA-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  TRSA-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  TRSA-RC                        PIC S9(04) COMP VALUE ZERO.
      *
      *****  THE ROWS OF THE INVOICE IN HAND, ONE PER RECEPTION
       01  TRSA-REC-TABLE.
           05  TRSA-REC-ENTRY  OCCURS 100 TIMES
                                INDEXED BY TRSA-RX.
               10  TRR-LIGNE              PIC X(80).
               10  TRR-NORECEPT           PIC 9(07).
               10  TRR-BASE               PIC X(01).
               10  TRR-TOT-VALEUR         PIC 9(11)V9(2).
               10  TRR-TOT-QTE            PIC 9(11)V9(2).
               10  TRR-MAXITRS            PIC 9(6)V9(2).
               10  TRR-QUOTE              PIC 9(8)V9(2).
       77  TRSA-REC-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *****  THE KEPT ROW BEING CHECKED - FDINTRSE ALREADY HOLDS THE
      *****  ROW READ AHEAD AND MUST NOT BE TOUCHED
       01  TRSA-ROW-CONTROLE.
           05  TRSV-CLE-FACTURE.
               10  TRSV-TRANSPORTEUR      PIC X(09).
               10  TRSV-NOFACTURE         PIC X(10).
           05  TRSV-DATE-FACTURE          PIC 9(08).
           05  TRSV-MONTANT               PIC 9(8)V9(2).
           05  TRSV-NORECEPT              PIC 9(07).
           05  FILLER                     PIC X(36).
       77  TRSA-REC-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  TRANSPORT ALREADY SPREAD ON EACH RECEPTION, FROM FDINTRSH
       01  TRSA-CUM-TABLE.
           05  TRSA-CUM-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY TRSA-CX.
               10  TCT-NORECEPT           PIC 9(07).
               10  TCT-MONTANT            PIC 9(9)V9(2).
       77  TRSA-CUM-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *****  INVOICES ALREADY SPREAD, FROM FDINTRSH
       01  TRSA-FAC-TABLE.
           05  TRSA-FAC-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY TRSA-FX.
               10  TFT-CLE-FACTURE        PIC X(19).
       77  TRSA-FAC-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *
       01  TRSA-LIGNE-FACTURE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "CARRIER ".
           05  TRSA-F-TRANSPORTEUR        PIC X(09).
           05  FILLER                     PIC X(10) VALUE " INVOICE ".
           05  TRSA-F-NOFACTURE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-F-MONTANT             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-F-MESSAGE             PIC X(40).
       01  TRSA-LIGNE-RECEPTION.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "RECEPTION ".
           05  TRSA-R-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(08) VALUE "  TYPE  ".
           05  TRSA-R-CLEF                PIC X(20).
           05  FILLER                     PIC X(08) VALUE "  BASE  ".
           05  TRSA-R-BASE                PIC X(01).
           05  FILLER                     PIC X(09) VALUE "  SHARE  ".
           05  TRSA-R-QUOTE               PIC ZZZZZZZ9.99.
       01  TRSA-LIGNE-DETAIL.
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  TRSA-D-NOLIGNE             PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-D-PA                  PIC ZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRSA-D-PART                PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(06) VALUE "  PR  ".
           05  TRSA-D-PR-AVANT            PIC ZZZZZ9.99.
           05  FILLER                     PIC X(04) VALUE " -> ".
           05  TRSA-D-PR-APRES            PIC ZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT TRSA-ARRET
               PERFORM 1500-CHARGER-HISTORIQUE THRU 1500-EXIT
           END-IF
           IF NOT TRSA-ARRET
               PERFORM 1900-LIRE-TRSE THRU 1900-EXIT
               PERFORM 2000-TRAITER-FACTURE THRU 2000-EXIT
                   UNTIL TRSA-EOF
           END-IF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TRSA-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT RPTTRS.
           IF FS-RPTTRS NOT = "00"
               DISPLAY "FDINTRSA - OPEN RPTTRS FAILED - STATUS "
                       FS-RPTTRS
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTTRS-LIGNE
           MOVE "FDINTRSA - TRANSPORT ALLOCATION - PR BEFORE/AFTER"
                TO RPTTRS-LIGNE
           WRITE RPTTRS-LIGNE
           MOVE SPACES TO RPTTRS-LIGNE
           WRITE RPTTRS-LIGNE
           OPEN INPUT FDINTRSE.
           IF FS-FDINTRSE NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINTRSE FAILED - STATUS "
                       FS-FDINTRSE
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRSA-TRSE-OUVERT-SW
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRSA-RECP-OUVERT-SW
           OPEN I-O FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRSA-RLIG-OUVERT-SW
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRSA-TYPREC-OUVERT-SW
           OPEN OUTPUT FDINTRSR.
           IF FS-FDINTRSR NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINTRSR FAILED - STATUS "
                       FS-FDINTRSR
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO TRSA-TRSR-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1500-CHARGER-HISTORIQUE - TRANSPORT ALREADY CARRIED BY EACH *
      *    RECEPTION AND INVOICES ALREADY SPREAD.  NO HISTORY YET IS A *
      *    NORMAL STATE; A HISTORY TOO BIG FOR CORE STOPS THE RUN      *
      *----------------------------------------------------------------*
       1500-CHARGER-HISTORIQUE.
           MOVE "N" TO TRSA-EOF-SW
           OPEN INPUT FDINTRSH.
           IF FS-FDINTRSH NOT = "00"
               MOVE "Y" TO TRSA-EOF-SW
           END-IF
           PERFORM 1510-LIRE-UN-HISTO THRU 1510-EXIT
               UNTIL TRSA-EOF OR TRSA-ARRET
           IF FS-FDINTRSH = "00" OR FS-FDINTRSH = "10"
               CLOSE FDINTRSH
           END-IF
           MOVE "N" TO TRSA-EOF-SW
           IF TRSA-ARRET
               DISPLAY "FDINTRSA - FDINTRSH HISTORY TABLE FULL"
               MOVE 8 TO TRSA-RC
               MOVE SPACES TO RPTTRS-LIGNE
               MOVE "** FDINTRSH HISTORY TABLE FULL - NOTHING SPREAD **"
                    TO RPTTRS-LIGNE
               WRITE RPTTRS-LIGNE
               GO TO 1500-EXIT
           END-IF
           OPEN EXTEND FDINTRSH.
           IF FS-FDINTRSH NOT = "00"
               OPEN OUTPUT FDINTRSH
           END-IF
           IF FS-FDINTRSH NOT = "00"
               DISPLAY "FDINTRSA - OPEN FDINTRSH FAILED - STATUS "
                       FS-FDINTRSH
               MOVE "Y" TO TRSA-ARRET-SW
               MOVE 8 TO TRSA-RC
               GO TO 1500-EXIT
           END-IF
           MOVE "Y" TO TRSA-TRSH-OUVERT-SW.
       1500-EXIT.
           EXIT.
      *
       1510-LIRE-UN-HISTO.
           READ FDINTRSH NEXT RECORD
               AT END
                   MOVE "Y" TO TRSA-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           PERFORM 7000-CHERCHER-CUMUL THRU 7000-EXIT
           IF TRSA-FOUND
               ADD TRSH-MONTANT TO TCT-MONTANT (TRSA-CX)
           ELSE
               IF TRSA-CUM-COUNT < 2000
                   ADD 1 TO TRSA-CUM-COUNT
                   SET TRSA-CX TO TRSA-CUM-COUNT
                   MOVE TRSH-NORECEPT TO TCT-NORECEPT (TRSA-CX)
                   MOVE TRSH-MONTANT  TO TCT-MONTANT (TRSA-CX)
               ELSE
                   MOVE "Y" TO TRSA-ARRET-SW
                   GO TO 1510-EXIT
               END-IF
           END-IF
           MOVE TRSH-CLE-FACTURE TO TRSA-CLE-COURANTE
           PERFORM 7100-CHERCHER-FACTURE THRU 7100-EXIT
           IF NOT TRSA-FOUND
               IF TRSA-FAC-COUNT < 2000
                   ADD 1 TO TRSA-FAC-COUNT
                   SET TRSA-FX TO TRSA-FAC-COUNT
                   MOVE TRSH-CLE-FACTURE TO TFT-CLE-FACTURE (TRSA-FX)
               ELSE
                   MOVE "Y" TO TRSA-ARRET-SW
               END-IF
           END-IF.
       1510-EXIT.
           EXIT.
      *
       1900-LIRE-TRSE.
           READ FDINTRSE NEXT RECORD
               AT END
                   MOVE "Y" TO TRSA-EOF-SW
           END-READ.
       1900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-TRAITER-FACTURE - ONE INVOICE: ITS ROWS, THE CHECKS,   *
      *    THEN THE SPREAD OR THE REFUSAL OF THE WHOLE INVOICE         *
      *----------------------------------------------------------------*
       2000-TRAITER-FACTURE.
           ADD 1 TO TRSA-CNT-FACTURES
           MOVE TRSE-CLE-FACTURE TO TRSA-CLE-COURANTE
           MOVE ZERO TO TRSA-REC-COUNT
           MOVE "N"  TO TRSA-REC-PLEIN-SW
           MOVE SPACES TO TRSA-MOTIF
           MOVE SPACES TO TRSA-LIGNE-FACTURE
           MOVE TRSE-TRANSPORTEUR TO TRSA-F-TRANSPORTEUR
           MOVE TRSE-NOFACTURE    TO TRSA-F-NOFACTURE
           MOVE ZERO              TO TRSA-F-MONTANT
           IF TRSE-MONTANT IS NUMERIC
               MOVE TRSE-MONTANT TO TRSA-F-MONTANT
           END-IF
           PERFORM 2100-COLLECTER THRU 2100-EXIT
               UNTIL TRSA-EOF
                  OR TRSE-CLE-FACTURE NOT = TRSA-CLE-COURANTE
           PERFORM 2200-VALIDER-FACTURE THRU 2200-EXIT
           IF TRSA-MOTIF = SPACES
               PERFORM 2300-REPARTIR-RECEPTIONS THRU 2300-EXIT
           END-IF
           IF TRSA-MOTIF = SPACES
               PERFORM 2400-APPLIQUER THRU 2400-EXIT
           ELSE
               PERFORM 2800-REFUSER THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *****  KEEP THE ROW AND READ AHEAD - THE INVOICE ENDS WHEN THE
      *****  CARRIER/INVOICE NUMBER CHANGES
       2100-COLLECTER.
           IF TRSA-REC-COUNT < 100
               ADD 1 TO TRSA-REC-COUNT
               SET TRSA-RX TO TRSA-REC-COUNT
               INITIALIZE TRSA-REC-ENTRY (TRSA-RX)
               MOVE TRSE-ENR       TO TRR-LIGNE (TRSA-RX)
               IF TRSE-NORECEPT IS NUMERIC
                   MOVE TRSE-NORECEPT TO TRR-NORECEPT (TRSA-RX)
               END-IF
           ELSE
               MOVE "Y" TO TRSA-REC-PLEIN-SW
           END-IF
           PERFORM 1900-LIRE-TRSE THRU 1900-EXIT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-VALIDER-FACTURE - BLANK MOTIF = THE INVOICE CAN BE     *
      *    SPREAD.  EACH RECEPTION'S LINE TOTALS ARE TAKEN HERE        *
      *----------------------------------------------------------------*
       2200-VALIDER-FACTURE.
           IF TRSA-REC-PLEIN-SW = "Y"
               MOVE "TROP DE RECEPTIONS (MAX 100)" TO TRSA-MOTIF
               GO TO 2200-EXIT
           END-IF
           SET TRSA-RX TO 1
           MOVE TRR-LIGNE (TRSA-RX) TO TRSA-ROW-CONTROLE
           IF TRSV-NOFACTURE = SPACES
               MOVE "REFERENCE FACTURE ABSENTE" TO TRSA-MOTIF
               GO TO 2200-EXIT
           END-IF
           IF TRSV-MONTANT NOT NUMERIC OR TRSV-MONTANT = ZERO
               MOVE "MONTANT INVALIDE" TO TRSA-MOTIF
               GO TO 2200-EXIT
           END-IF
           MOVE TRSV-MONTANT TO TRSA-MONTANT-FACTURE
           PERFORM 7100-CHERCHER-FACTURE THRU 7100-EXIT
           IF TRSA-FOUND
               MOVE "FACTURE TRANSPORT DEJA REPARTIE" TO TRSA-MOTIF
               GO TO 2200-EXIT
           END-IF
           MOVE TRSV-TRANSPORTEUR TO TRSA-FSK-CLEF
           CALL "BPFSKCHK" USING TRSA-FSK-CLEF, TRSA-FSK-ACCEPTE,
               TRSA-FSK-MESSAGE
           IF TRSA-FSK-ACCEPTE NOT = "O"
               MOVE TRSA-FSK-MESSAGE (1:30) TO TRSA-MOTIF
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-VALIDER-RECEPTION THRU 2210-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT
                  OR TRSA-MOTIF NOT = SPACES.
       2200-EXIT.
           EXIT.
      *
       2210-VALIDER-RECEPTION.
           SET TRSA-RX TO TRSA-SUB
           MOVE TRR-LIGNE (TRSA-RX) TO TRSA-ROW-CONTROLE
           IF TRSV-MONTANT NOT = TRSA-MONTANT-FACTURE
               MOVE "TOTAL FACTURE DIFFERENT/LIGNES" TO TRSA-MOTIF
               GO TO 2210-EXIT
           END-IF
           MOVE TRR-NORECEPT (TRSA-RX) TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   MOVE "RECEPTION INCONNUE" TO TRSA-MOTIF
                   GO TO 2210-EXIT
           END-READ
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE "TYPE DE RECEPTION INCONNU" TO TRSA-MOTIF
                   GO TO 2210-EXIT
           END-READ
           IF FDIN-TYPREC-REPART-QTE
               MOVE "Q" TO TRR-BASE (TRSA-RX)
           ELSE
               MOVE "V" TO TRR-BASE (TRSA-RX)
           END-IF
           IF FDIN-TYPREC-MAXITRS9 IS NUMERIC
               MOVE FDIN-TYPREC-MAXITRS9 TO TRR-MAXITRS (TRSA-RX)
           END-IF
           PERFORM 2220-TOTALISER-LIGNES THRU 2220-EXIT
           IF TRR-BASE (TRSA-RX) = "Q"
               AND TRR-TOT-QTE (TRSA-RX) = ZERO
               MOVE "RECEPTION SANS LIGNE A REPARTIR" TO TRSA-MOTIF
           END-IF
           IF TRR-BASE (TRSA-RX) = "V"
               AND TRR-TOT-VALEUR (TRSA-RX) = ZERO
               MOVE "RECEPTION SANS LIGNE A REPARTIR" TO TRSA-MOTIF
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2220-TOTALISER-LIGNES - VALUE AND QUANTITY OF THE LINES     *
      *    THAT CAN CARRY FREIGHT.  A LINE WITH NO PA IS THE FAMILY-   *
      *    LEVEL TRANSPORT/TAX LINE ITSELF AND TAKES NO SHARE          *
      *----------------------------------------------------------------*
       2220-TOTALISER-LIGNES.
           MOVE "N" TO TRSA-LIG-EOF-SW
           MOVE TRR-NORECEPT (TRSA-RX) TO FRLG-NORECEPT
           MOVE ZERO                   TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO TRSA-LIG-EOF-SW
           END-START
           PERFORM 2230-LIRE-UNE-LIGNE THRU 2230-EXIT
               UNTIL TRSA-LIG-EOF.
       2220-EXIT.
           EXIT.
      *
       2230-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO TRSA-LIG-EOF-SW
                   GO TO 2230-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = TRR-NORECEPT (TRSA-RX)
               MOVE "Y" TO TRSA-LIG-EOF-SW
               GO TO 2230-EXIT
           END-IF
           IF FRLG-PA = ZERO OR FRLG-QUANTITE = ZERO
               GO TO 2230-EXIT
           END-IF
           ADD FRLG-QUANTITE TO TRR-TOT-QTE (TRSA-RX)
           COMPUTE TRR-TOT-VALEUR (TRSA-RX) ROUNDED =
                   TRR-TOT-VALEUR (TRSA-RX)
                 + (FRLG-QUANTITE * FRLG-PA).
       2230-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-REPARTIR-RECEPTIONS - EACH RECEPTION'S SHARE OF THE    *
      *    INVOICE, THEN THE MAXITRS CEILING ON WHAT IT WOULD CARRY    *
      *    IN ALL.  THE SHARES ARE CUMULATIVE ROUNDINGS, SO THEY ADD   *
      *    UP TO THE INVOICE TO THE CENTIME                            *
      *----------------------------------------------------------------*
       2300-REPARTIR-RECEPTIONS.
           SET TRSA-RX TO 1
           MOVE TRR-BASE (TRSA-RX) TO TRSA-BASE-FACTURE
           MOVE ZERO TO TRSA-TOT-BASE-FACTURE
           PERFORM 2310-CHOISIR-BASE THRU 2310-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT
           PERFORM 2320-TOTALISER-BASE THRU 2320-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT
           MOVE ZERO TO TRSA-CUM-BASE
           MOVE ZERO TO TRSA-CUM-QUOTE
           PERFORM 2330-CALCULER-QUOTE THRU 2330-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT
                  OR TRSA-MOTIF NOT = SPACES.
       2300-EXIT.
           EXIT.
      *
       2310-CHOISIR-BASE.
           SET TRSA-RX TO TRSA-SUB
           IF TRR-BASE (TRSA-RX) NOT = TRSA-BASE-FACTURE
               MOVE "V" TO TRSA-BASE-FACTURE
           END-IF.
       2310-EXIT.
           EXIT.
      *
       2320-TOTALISER-BASE.
           SET TRSA-RX TO TRSA-SUB
           IF TRSA-BASE-FACTURE = "Q"
               ADD TRR-TOT-QTE (TRSA-RX) TO TRSA-TOT-BASE-FACTURE
           ELSE
               ADD TRR-TOT-VALEUR (TRSA-RX) TO TRSA-TOT-BASE-FACTURE
           END-IF.
       2320-EXIT.
           EXIT.
      *
       2330-CALCULER-QUOTE.
           SET TRSA-RX TO TRSA-SUB
           IF TRSA-BASE-FACTURE = "Q"
               ADD TRR-TOT-QTE (TRSA-RX) TO TRSA-CUM-BASE
           ELSE
               ADD TRR-TOT-VALEUR (TRSA-RX) TO TRSA-CUM-BASE
           END-IF
           IF TRSA-TOT-BASE-FACTURE = ZERO
               MOVE "RECEPTIONS SANS LIGNE A REPARTIR" TO TRSA-MOTIF
               GO TO 2330-EXIT
           END-IF
           COMPUTE TRSA-CIBLE ROUNDED =
                   TRSA-MONTANT-FACTURE * TRSA-CUM-BASE
                 / TRSA-TOT-BASE-FACTURE
           COMPUTE TRR-QUOTE (TRSA-RX) = TRSA-CIBLE - TRSA-CUM-QUOTE
           MOVE TRSA-CIBLE TO TRSA-CUM-QUOTE
      *****  A ZERO CEILING MEANS NONE HAS BEEN SET FOR THE TYPE
           IF TRR-MAXITRS (TRSA-RX) = ZERO
               GO TO 2330-EXIT
           END-IF
           MOVE TRR-NORECEPT (TRSA-RX) TO TRSH-NORECEPT
           PERFORM 7000-CHERCHER-CUMUL THRU 7000-EXIT
           MOVE ZERO TO TRSA-CUMUL-TRS
           IF TRSA-FOUND
               MOVE TCT-MONTANT (TRSA-CX) TO TRSA-CUMUL-TRS
           END-IF
           ADD TRR-QUOTE (TRSA-RX) TO TRSA-CUMUL-TRS
           IF TRSA-CUMUL-TRS > TRR-MAXITRS (TRSA-RX)
               MOVE "MAXITRS DEPASSE RECEPT."    TO TRSA-MOTIF
               MOVE TRR-NORECEPT (TRSA-RX) TO TRSA-MOTIF (24:7)
           END-IF.
       2330-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-APPLIQUER - RAISE THE PR OF THE LINES, RECORD THE      *
      *    SPREAD ON FDINTRSH AND PRINT BEFORE/AFTER                   *
      *----------------------------------------------------------------*
       2400-APPLIQUER.
           ADD 1 TO TRSA-CNT-REPARTIES
           ADD TRSA-MONTANT-FACTURE TO TRSA-TOT-REPARTI
           MOVE "REPARTIE" TO TRSA-F-MESSAGE
           WRITE RPTTRS-LIGNE FROM TRSA-LIGNE-FACTURE
           PERFORM 2410-APPLIQUER-RECEPTION THRU 2410-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT
           IF TRSA-FAC-COUNT < 2000
               ADD 1 TO TRSA-FAC-COUNT
               SET TRSA-FX TO TRSA-FAC-COUNT
               MOVE TRSA-CLE-COURANTE TO TFT-CLE-FACTURE (TRSA-FX)
           END-IF
           MOVE SPACES TO RPTTRS-LIGNE
           WRITE RPTTRS-LIGNE.
       2400-EXIT.
           EXIT.
      *
       2410-APPLIQUER-RECEPTION.
           SET TRSA-RX TO TRSA-SUB
           MOVE TRR-NORECEPT (TRSA-RX) TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   MOVE SPACES TO FREC-CLEF-TYPREC
           END-READ
           MOVE SPACES TO TRSA-LIGNE-RECEPTION
           MOVE TRR-NORECEPT (TRSA-RX) TO TRSA-R-NORECEPT
           MOVE FREC-CLEF-TYPREC       TO TRSA-R-CLEF
           MOVE TRR-BASE (TRSA-RX)     TO TRSA-R-BASE
           MOVE TRR-QUOTE (TRSA-RX)    TO TRSA-R-QUOTE
           WRITE RPTTRS-LIGNE FROM TRSA-LIGNE-RECEPTION
           MOVE ZERO TO TRSA-CUM-BASE
           MOVE ZERO TO TRSA-CUM-QUOTE
           MOVE "N" TO TRSA-LIG-EOF-SW
           MOVE TRR-NORECEPT (TRSA-RX) TO FRLG-NORECEPT
           MOVE ZERO                   TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO TRSA-LIG-EOF-SW
           END-START
           PERFORM 2420-APPLIQUER-LIGNE THRU 2420-EXIT
               UNTIL TRSA-LIG-EOF
           MOVE SPACES TO TRSH-ENR
           MOVE TRSA-CLE-COURANTE      TO TRSH-CLE-FACTURE
           MOVE TRR-NORECEPT (TRSA-RX) TO TRSH-NORECEPT
           MOVE TRR-QUOTE (TRSA-RX)    TO TRSH-MONTANT
           MOVE TRSA-TODAY             TO TRSH-DATE
           MOVE TRR-BASE (TRSA-RX)     TO TRSH-BASE
           WRITE TRSH-ENR
           IF FS-FDINTRSH NOT = "00"
               DISPLAY "FDINTRSA - WRITE FDINTRSH FAILED - STATUS "
                       FS-FDINTRSH
               MOVE 8 TO TRSA-RC
           END-IF
           PERFORM 7000-CHERCHER-CUMUL THRU 7000-EXIT
           IF TRSA-FOUND
               ADD TRSH-MONTANT TO TCT-MONTANT (TRSA-CX)
           ELSE
               IF TRSA-CUM-COUNT < 2000
                   ADD 1 TO TRSA-CUM-COUNT
                   SET TRSA-CX TO TRSA-CUM-COUNT
                   MOVE TRSH-NORECEPT TO TCT-NORECEPT (TRSA-CX)
                   MOVE TRSH-MONTANT  TO TCT-MONTANT (TRSA-CX)
               END-IF
           END-IF.
       2410-EXIT.
           EXIT.
      *
      *****  SAME CUMULATIVE ROUNDING AS 2330, OVER THE LINES
       2420-APPLIQUER-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO TRSA-LIG-EOF-SW
                   GO TO 2420-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = TRR-NORECEPT (TRSA-RX)
               MOVE "Y" TO TRSA-LIG-EOF-SW
               GO TO 2420-EXIT
           END-IF
           IF FRLG-PA = ZERO OR FRLG-QUANTITE = ZERO
               GO TO 2420-EXIT
           END-IF
           IF TRR-BASE (TRSA-RX) = "Q"
               MOVE FRLG-QUANTITE TO TRSA-BASE-LIGNE
               ADD TRSA-BASE-LIGNE TO TRSA-CUM-BASE
               COMPUTE TRSA-CIBLE ROUNDED = TRR-QUOTE (TRSA-RX)
                     * TRSA-CUM-BASE / TRR-TOT-QTE (TRSA-RX)
           ELSE
               COMPUTE TRSA-BASE-LIGNE ROUNDED =
                       FRLG-QUANTITE * FRLG-PA
               ADD TRSA-BASE-LIGNE TO TRSA-CUM-BASE
               COMPUTE TRSA-CIBLE ROUNDED = TRR-QUOTE (TRSA-RX)
                     * TRSA-CUM-BASE / TRR-TOT-VALEUR (TRSA-RX)
           END-IF
           COMPUTE TRSA-PART-LIGNE = TRSA-CIBLE - TRSA-CUM-QUOTE
           MOVE TRSA-CIBLE TO TRSA-CUM-QUOTE
           MOVE FRLG-PR TO TRSA-PR-AVANT
           COMPUTE FRLG-PR ROUNDED = FRLG-PR
                 + (TRSA-PART-LIGNE / FRLG-QUANTITE)
           REWRITE FRLG-ENR
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINTRSA - REWRITE FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO TRSA-RC
               MOVE TRSA-PR-AVANT TO FRLG-PR
           ELSE
               ADD 1 TO TRSA-CNT-LIGNES
           END-IF
           MOVE SPACES TO TRSA-LIGNE-DETAIL
           MOVE FRLG-NOLIGNE    TO TRSA-D-NOLIGNE
           MOVE FRLG-PRODUIT    TO TRSA-D-PRODUIT
           MOVE FRLG-QUANTITE   TO TRSA-D-QUANTITE
           MOVE FRLG-PA         TO TRSA-D-PA
           MOVE TRSA-PART-LIGNE TO TRSA-D-PART
           MOVE TRSA-PR-AVANT   TO TRSA-D-PR-AVANT
           MOVE FRLG-PR         TO TRSA-D-PR-APRES
           WRITE RPTTRS-LIGNE FROM TRSA-LIGNE-DETAIL.
       2420-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-REFUSER - EVERY ROW OF THE INVOICE TO THE RECYCLABLE   *
      *    ERROR FILE, THE REASON ON THE REPORT                        *
      *----------------------------------------------------------------*
       2800-REFUSER.
           ADD 1 TO TRSA-CNT-REFUSEES
           MOVE TRSA-MOTIF TO TRSA-F-MESSAGE
           WRITE RPTTRS-LIGNE FROM TRSA-LIGNE-FACTURE
           PERFORM 2810-REFUSER-LIGNE THRU 2810-EXIT
               VARYING TRSA-SUB FROM 1 BY 1
               UNTIL TRSA-SUB > TRSA-REC-COUNT.
       2800-EXIT.
           EXIT.
      *
       2810-REFUSER-LIGNE.
           SET TRSA-RX TO TRSA-SUB
           MOVE TRR-LIGNE (TRSA-RX) TO TRSR-LIGNE
           MOVE TRSA-MOTIF          TO TRSR-MOTIF
           WRITE TRSR-ENR.
       2810-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF TRSA-TRSE-OUVERT
               CLOSE FDINTRSE
           END-IF
           IF TRSA-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF TRSA-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF TRSA-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF TRSA-TRSH-OUVERT
               CLOSE FDINTRSH
           END-IF
           IF TRSA-TRSR-OUVERT
               CLOSE FDINTRSR
           END-IF
           IF FS-RPTTRS = "00"
               MOVE SPACES TO RPTTRS-LIGNE
               MOVE "TOTAL SPREAD" TO RPTTRS-LIGNE (3:12)
               MOVE TRSA-TOT-REPARTI TO TRSA-F-MONTANT
               MOVE TRSA-F-MONTANT TO RPTTRS-LIGNE (41:11)
               WRITE RPTTRS-LIGNE
               CLOSE RPTTRS
           END-IF.
           MOVE TRSA-CNT-REFUSEES TO TRSA-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING TRSA-NSUJ-PROGRAMME, TRSA-NSUJ-CLEF,
               TRSA-NSUJ-COMPTEUR.
           DISPLAY "FDINTRSA - INVOICES READ.......: "
                   TRSA-CNT-FACTURES.
           DISPLAY "FDINTRSA - INVOICES SPREAD.....: "
                   TRSA-CNT-REPARTIES.
           DISPLAY "FDINTRSA - INVOICES REFUSED....: "
                   TRSA-CNT-REFUSEES.
           DISPLAY "FDINTRSA - LINES RE-COSTED.....: "
                   TRSA-CNT-LIGNES.
           MOVE TRSA-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CUMUL - RECEPTION IN TRSH-NORECEPT            *
      *----------------------------------------------------------------*
       7000-CHERCHER-CUMUL.
           MOVE "N" TO TRSA-FOUND-SW
           SET TRSA-CX TO 1
           SEARCH TRSA-CUM-ENTRY
               AT END
                   CONTINUE
               WHEN TRSA-CX > TRSA-CUM-COUNT
                   CONTINUE
               WHEN TCT-NORECEPT (TRSA-CX) = TRSH-NORECEPT
                   MOVE "Y" TO TRSA-FOUND-SW
           END-SEARCH.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-CHERCHER-FACTURE - INVOICE IN TRSA-CLE-COURANTE        *
      *----------------------------------------------------------------*
       7100-CHERCHER-FACTURE.
           MOVE "N" TO TRSA-FOUND-SW
           SET TRSA-FX TO 1
           SEARCH TRSA-FAC-ENTRY
               AT END
                   CONTINUE
               WHEN TRSA-FX > TRSA-FAC-COUNT
                   CONTINUE
               WHEN TFT-CLE-FACTURE (TRSA-FX) = TRSA-CLE-COURANTE
                   MOVE "Y" TO TRSA-FOUND-SW
           END-SEARCH.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
