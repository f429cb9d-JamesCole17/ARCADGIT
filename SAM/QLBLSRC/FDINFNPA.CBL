      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINFNPA                      *
      * TYPE OF PROGRAM............: . MONTH-END INTERFACE BATCH     *
      * FUNCTION...................: . FACTURES NON PARVENUES -      *
      *         .                      ACCRUES THE GOODS RECEIVED    *
      *         .                      BUT NOT YET INVOICED AT THE   *
      *         .                      END OF THE PERIOD.  EVERY     *
      *         .                      CONFIRMED RECEPTION (FDINRCNF *
      *         .                      ROW WHEN THE TYPE REQUIRES    *
      *         .                      ONE) RECEIVED BY THE PERIOD   *
      *         .                      END WHOSE FACTURE WAS NOT     *
      *         .                      RAPPROCHEE BY THEN IS VALUED  *
      *         .                      FROM ITS FDINRLIG LINES       *
      *         .                      (QUANTITY X PA).  ONE         *
      *         .                      BALANCED PAIR PER SUPPLIER    *
      *         .                      AND RECEPTION TYPE - DEBIT    *
      *         .                      MERCHANDISE, CREDIT FNP - IS  *
      *         .                      WRITTEN IN THE FDINGLIF       *
      *         .                      LAYOUT, WITH THE REVERSING    *
      *         .                      PAIR DATED INTO THE NEXT      *
      *         .                      PERIOD SO THE ACCRUAL UNWINDS *
      *         .                      ON ITS FIRST DAY.  BOTH       *
      *         .                      PERIODS MUST BE OPEN ON       *
      *         .                      FDINPERC.  THE LISTING BY     *
      *         .                      SUPPLIER TIES TO THE POSTING  *
      * FILES USED.................: . FDINRECP   - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINRCNF   - INPUT            *
      *         .                      FDINREVT   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINPERC   - INPUT            *
      *         .                      FDINFNPP   - INPUT (PARAMETER)*
      *         .                      FDINFNPG   - OUTPUT           *
      *         .                      RPTFNP     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINNSUJ                      *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - MONTH-END FNP ACCRUAL WITH   *
      *                 AUTOMATIC REVERSAL AND SUPPLIER LISTING.       *
      *  15/10/26  JFC  EVERY FILE OPEN IS CHECKED - THE RUN STOPS ON  *
      *                 A FAILED ONE AND CLOSES ONLY WHAT IT OPENED;   *
      *                 THE TABLE SEARCHES STOP AT THE LAST ENTRY      *
      *                 LOADED.                                        *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN FNPA-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINFNPA.
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
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRLG-CLEF
               FILE STATUS IS FS-FDINRLIG.
           SELECT FDINRCNF ASSIGN TO FDINRCNF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCNF.
           SELECT FDINREVT ASSIGN TO FDINREVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINREVT.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT FDINPERC ASSIGN TO FDINPERC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-PERIODE
               FILE STATUS IS FS-FDINPERC.
           SELECT FDINFNPP ASSIGN TO FDINFNPP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINFNPP.
           SELECT FDINFNPG ASSIGN TO FDINFNPG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINFNPG.
           SELECT RPTFNP ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTFNP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       COPY FDINRLIG.
       COPY FDINRCNF.
       COPY FDINREVT.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINPERC.
      *
       FD  FDINFNPP  LABEL RECORD STANDARD
                     RECORD 80.
       01  FNPP-CARTE.
           05  FNPP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
      *****  SAME LAYOUT AS THE FDINGLIF INTERFACE OF FDINGLEX - TWO
      *****  BALANCED PAIRS PER SUPPLIER AND RECEPTION TYPE: D/MAR -
      *****  C/FNP IN THE PERIOD, THEN D/FNP - C/MAR IN THE NEXT ONE.
      *****  FGLI-NORECEPT IS ZERO, THE ROWS ARE TOTALS
       FD  FDINFNPG  LABEL RECORD STANDARD
                     RECORD 64.
       01  FGLI-ENR.
      *****  D = DEBIT , C = CREDIT
           05  FGLI-SENS                  PIC X(01).
      *****  MAR = MERCHANDISE , FNP = INVOICES NOT YET RECEIVED
           05  FGLI-COMPTE                PIC X(03).
      *****  FDIN-TYPREC-TVAVG / ECAFT CODES (MAR ROWS ONLY)
           05  FGLI-CODE-TVA              PIC X(02).
           05  FGLI-CODE-ECART            PIC X(02).
           05  FGLI-NORECEPT              PIC 9(07).
           05  FGLI-CLEF                  PIC X(20).
           05  FGLI-FOURNISSEUR           PIC X(09).
           05  FGLI-MONTANT               PIC 9(8)V9(2).
           05  FGLI-PERIODE               PIC 9(06).
           05  FILLER                     PIC X(04).
      *
       FD  RPTFNP   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTFNP-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINREVT                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINPERC                    PIC X(02) VALUE "00".
       77  FS-FDINFNPP                    PIC X(02) VALUE "00".
       77  FS-FDINFNPG                    PIC X(02) VALUE "00".
       77  FS-RPTFNP                      PIC X(02) VALUE "00".
       77  FNPA-EOF-SW                    PIC X(01) VALUE "N".
           88  FNPA-EOF                   VALUE "Y".
       77  FNPA-LIG-EOF-SW                PIC X(01) VALUE "N".
           88  FNPA-LIG-EOF               VALUE "Y".
       77  FNPA-FOUND-SW                  PIC X(01).
           88  FNPA-FOUND                 VALUE "Y".
       77  FNPA-RETENUE-SW                PIC X(01).
           88  FNPA-RETENUE               VALUE "Y".
       77  FNPA-ENTETE-SW                 PIC X(01) VALUE "N".
           88  FNPA-ENTETE-FAITE          VALUE "Y".
      *****  CLEARED WHEN AN INTERFACE WRITE FAILS
       77  FNPA-ECRITURES-OK-SW           PIC X(01) VALUE "Y".
           88  FNPA-ECRITURES-OK          VALUE "Y".
      *****  SET WHEN FDINPERC SAYS THE PERIOD OR THE NEXT ONE IS
      *****  CLOSED - THE RUN IS REFUSED OUTRIGHT, NOTHING IS WRITTEN
       77  FNPA-PERIODE-CLOSE-SW          PIC X(01) VALUE "N".
           88  FNPA-PERIODE-CLOSE         VALUE "Y".
      *****  SET WHEN FDINRCNF OR FDINREVT COULD NOT BE READ (OR DID
      *****  NOT FIT) - WITHOUT THEM NO RECEPTION CAN BE JUDGED, SO
      *****  THE ACCRUAL PHASE DOES NOT RUN
       77  FNPA-CHARGEMENT-KO-SW          PIC X(01) VALUE "N".
           88  FNPA-CHARGEMENT-KO         VALUE "Y".
      *****  SET WHEN A FILE THE RUN CANNOT DO WITHOUT FAILS TO OPEN
       77  FNPA-ARRET-SW                  PIC X(01) VALUE "N".
           88  FNPA-ARRET                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  FNPA-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  FNPA-TYPREC-OUVERT         VALUE "Y".
       77  FNPA-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  FNPA-RLIG-OUVERT           VALUE "Y".
       77  FNPA-FNPG-OUVERT-SW            PIC X(01) VALUE "N".
           88  FNPA-FNPG-OUVERT           VALUE "Y".
       77  FNPA-TODAY                     PIC 9(08).
       77  FNPA-PERIODE                   PIC 9(06) VALUE ZERO.
       77  FNPA-PERIODE-CTL               PIC 9(06).
      *****  ANY DATE OF THE PERIOD IS NOT GREATER THAN CCYYMM31
       77  FNPA-FIN-PERIODE               PIC 9(08).
       01  FNPA-PERIODE-SUIV.
           05  FNPA-PS-CCAA               PIC 9(04).
           05  FNPA-PS-MM                 PIC 9(02).
       01  FNPA-PERIODE-SUIV9 REDEFINES FNPA-PERIODE-SUIV
                                          PIC 9(06).
       77  FNPA-SUB                       PIC 9(04) COMP.
       77  FNPA-FRN-COURANT               PIC X(09) VALUE SPACES.
       77  FNPA-VALEUR                    PIC 9(8)V9(2).
       77  FNPA-NB-LIGNES                 PIC 9(03).
       77  FNPA-TOT-FRN                   PIC 9(10)V9(2).
       77  FNPA-TOT-GENERAL               PIC 9(10)V9(2) VALUE ZERO.
       77  FNPA-TOT-DEBIT                 PIC 9(10)V9(2) VALUE ZERO.
       77  FNPA-TOT-CREDIT                PIC 9(10)V9(2) VALUE ZERO.
       77  FNPA-TOT-EXT-DEBIT             PIC 9(10)V9(2) VALUE ZERO.
       77  FNPA-TOT-EXT-CREDIT            PIC 9(10)V9(2) VALUE ZERO.
       77  FNPA-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  FNPA-CNT-ACCRUEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  FNPA-CNT-NON-CONFIRMEES        PIC 9(07) COMP-3 VALUE ZERO.
       77  FNPA-CNT-ANOMALIES             PIC 9(07) COMP-3 VALUE ZERO.
       77  FNPA-CNT-ECRITURES             PIC 9(07) COMP-3 VALUE ZERO.
      *
      *****  RECEPTIONS WITH A CONFIRMATION ROW ON FDINRCNF
       01  FNPA-CNF-TABLE.
           05  FNPA-CNF-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY FNPA-CX.
               10  FCT-NORECEPT           PIC 9(07).
               10  FCT-DATE-CONFIRM       PIC 9(08).
       77  FNPA-CNF-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  FNPA-CNF-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  RFA (FACTURE RAPPROCHEE) EVENT DATES PER RECEPTION - A
      *****  FACTURE MATCHED AFTER THE PERIOD END WAS STILL MISSING
      *****  AT THE PERIOD END (LATEST RFA EVENT WINS)
       01  FNPA-RFA-TABLE.
           05  FNPA-RFA-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY FNPA-RX.
               10  FRT-NORECEPT           PIC 9(07).
               10  FRT-DATE-RFA           PIC 9(08).
       77  FNPA-RFA-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  FNPA-RFA-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  RECEPTION TYPES OF THE CURRENT SUPPLIER - ONE PAIR OF
      *****  ENTRIES EACH AT THE SUPPLIER BREAK
       01  FNPA-TYP-TABLE.
           05  FNPA-TYP-ENTRY  OCCURS 100 TIMES
                                INDEXED BY FNPA-TX.
               10  FTT-CLEF               PIC X(20).
               10  FTT-CODE-TVA           PIC X(02).
               10  FTT-CODE-ECART         PIC X(02).
               10  FTT-CNT                PIC 9(05).
               10  FTT-MONTANT            PIC 9(8)V9(2).
       77  FNPA-TYP-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  FNPA-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINFNPA".
       77  FNPA-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  FNPA-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  FNPA-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  FNPA-LIGNE-FOURNISSEUR.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "SUPPLIER ".
           05  FNPA-F-FOURNISSEUR         PIC X(09).
       01  FNPA-LIGNE-DETAIL.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FNPA-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-D-CLEF                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-D-DATE-RECEPT         PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-D-NB-LIGNES           PIC ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-D-VALEUR              PIC ZZZZZZZ9.99.
       01  FNPA-LIGNE-TYPE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "TYPE".
           05  FNPA-T-CLEF                PIC X(20).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-T-CNT                 PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FNPA-T-MONTANT             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(21)
                                          VALUE "D/MAR C/FNP, REVERSED".
       01  FNPA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-L-LIBELLE             PIC X(30).
           05  FNPA-L-MONTANT             PIC ZZZZZZZZZ9.99.
       01  FNPA-LIGNE-ANOMALIE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FNPA-A-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FNPA-A-MESSAGE             PIC X(50).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT FNPA-PERIODE-CLOSE AND NOT FNPA-ARRET
               PERFORM 2000-CHARGER-CONFIRMATIONS THRU 2000-EXIT
               PERFORM 2500-CHARGER-RFA THRU 2500-EXIT
           END-IF
           IF NOT FNPA-CHARGEMENT-KO AND NOT FNPA-PERIODE-CLOSE
               AND NOT FNPA-ARRET
               PERFORM 3000-ACCRUER THRU 3000-EXIT
           END-IF
           IF NOT FNPA-ARRET
               PERFORM 5000-EDITER-TOTAUX THRU 5000-EXIT
           END-IF
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - PERIOD FROM THE CARD, ITS LAST DAY AND    *
      *    THE PERIOD THE REVERSAL GOES INTO                           *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT FNPA-TODAY FROM DATE YYYYMMDD
           MOVE FNPA-TODAY (1:6) TO FNPA-PERIODE
           OPEN INPUT FDINFNPP.
           IF FS-FDINFNPP = "00"
               READ FDINFNPP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FNPP-PERIODE IS NUMERIC
                           AND FNPP-PERIODE NOT = "000000"
                           MOVE FNPP-PERIODE TO FNPA-PERIODE
                       END-IF
               END-READ
               CLOSE FDINFNPP
           END-IF
           COMPUTE FNPA-FIN-PERIODE = FNPA-PERIODE * 100 + 31
           MOVE FNPA-PERIODE TO FNPA-PERIODE-SUIV9
           IF FNPA-PS-MM = 12
               ADD 1 TO FNPA-PS-CCAA
               MOVE 1 TO FNPA-PS-MM
           ELSE
               ADD 1 TO FNPA-PS-MM
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO FNPA-ARRET-SW
               MOVE 8 TO FNPA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO FNPA-TYPREC-OUVERT-SW
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO FNPA-ARRET-SW
               MOVE 8 TO FNPA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO FNPA-RLIG-OUVERT-SW
           OPEN OUTPUT FDINFNPG.
           IF FS-FDINFNPG NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINFNPG FAILED - STATUS "
                       FS-FDINFNPG
               MOVE 8 TO FNPA-RC
               MOVE "N" TO FNPA-ECRITURES-OK-SW
           ELSE
               MOVE "Y" TO FNPA-FNPG-OUVERT-SW
           END-IF
      *****  THE REPORT IS OPENED LAST - A STOPPED RUN HAS NONE TO CLOSE
           OPEN OUTPUT RPTFNP.
           IF FS-RPTFNP NOT = "00"
               DISPLAY "FDINFNPA - OPEN RPTFNP FAILED - STATUS "
                       FS-RPTFNP
               MOVE "Y" TO FNPA-ARRET-SW
               MOVE 8 TO FNPA-RC
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTFNP-LIGNE
           MOVE "FDINFNPA - GOODS RECEIVED NOT INVOICED - PERIOD"
                TO RPTFNP-LIGNE
           MOVE FNPA-PERIODE TO RPTFNP-LIGNE (50:6)
           MOVE "- REVERSED IN" TO RPTFNP-LIGNE (57:13)
           MOVE FNPA-PERIODE-SUIV9 TO RPTFNP-LIGNE (71:6)
           WRITE RPTFNP-LIGNE
           MOVE SPACES TO RPTFNP-LIGNE
           WRITE RPTFNP-LIGNE
           MOVE FNPA-PERIODE TO FNPA-PERIODE-CTL
           PERFORM 1100-CONTROLER-PERIODE THRU 1100-EXIT
           MOVE FNPA-PERIODE-SUIV9 TO FNPA-PERIODE-CTL
           PERFORM 1100-CONTROLER-PERIODE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-CONTROLER-PERIODE - THE ACCRUAL POSTS INTO THE PERIOD  *
      *    AND ITS REVERSAL INTO THE NEXT ONE - IF EITHER IS CLOSED ON *
      *    FDINPERC THE RUN IS REFUSED.  NO CONTROL ROW MEANS OPEN     *
      *----------------------------------------------------------------*
       1100-CONTROLER-PERIODE.
           OPEN INPUT FDINPERC.
           IF FS-FDINPERC NOT = "00"
               GO TO 1100-EXIT
           END-IF
           MOVE FNPA-PERIODE-CTL TO FPER-PERIODE
           READ FDINPERC RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FPER-CLOTUREE
                       MOVE "Y" TO FNPA-PERIODE-CLOSE-SW
                       MOVE 8 TO FNPA-RC
                       DISPLAY "FDINFNPA - PERIOD " FNPA-PERIODE-CTL
                               " IS CLOSED - RUN REFUSED"
                       MOVE SPACES TO RPTFNP-LIGNE
                       MOVE "** PERIOD" TO RPTFNP-LIGNE
                       MOVE FNPA-PERIODE-CTL TO RPTFNP-LIGNE (11:6)
                       MOVE "CLOSED BY ACCOUNTING - RUN REFUSED, NOTH"
                            TO RPTFNP-LIGNE (18:40)
                       MOVE "ING ACCRUED **" TO RPTFNP-LIGNE (58:14)
                       WRITE RPTFNP-LIGNE
                   END-IF
           END-READ
           CLOSE FDINPERC.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-CONFIRMATIONS - FDINRCNF IS SEQUENTIAL, SO THE *
      *    CONFIRMED RECEPTION NUMBERS ARE HELD IN CORE WITH THE DATE  *
      *    THEY WERE CONFIRMED                                         *
      *----------------------------------------------------------------*
       2000-CHARGER-CONFIRMATIONS.
           MOVE "N" TO FNPA-EOF-SW
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE 8 TO FNPA-RC
               MOVE "Y" TO FNPA-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTFNP-LIGNE
               MOVE "** FDINRCNF NOT READ - NOTHING ACCRUED **"
                    TO RPTFNP-LIGNE
               WRITE RPTFNP-LIGNE
               MOVE "Y" TO FNPA-EOF-SW
           END-IF
           PERFORM 2100-LIRE-UNE-CNF THRU 2100-EXIT
               UNTIL FNPA-EOF
           IF FS-FDINRCNF = "00" OR FS-FDINRCNF = "10"
               CLOSE FDINRCNF
           END-IF
           IF FNPA-CNF-PLEIN-SW = "Y"
               MOVE 8 TO FNPA-RC
               MOVE "Y" TO FNPA-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTFNP-LIGNE
               MOVE "** CONFIRMATION TABLE FULL - NOTHING ACCRUED **"
                    TO RPTFNP-LIGNE
               WRITE RPTFNP-LIGNE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-CNF.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO FNPA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FNPA-CNF-COUNT < 2000
               ADD 1 TO FNPA-CNF-COUNT
               SET FNPA-CX TO FNPA-CNF-COUNT
               MOVE FCNF-NORECEPT     TO FCT-NORECEPT (FNPA-CX)
               MOVE FCNF-DATE-CONFIRM TO FCT-DATE-CONFIRM (FNPA-CX)
           ELSE
               MOVE "Y" TO FNPA-CNF-PLEIN-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-CHARGER-RFA - WHEN WAS EACH RECEPTION'S FACTURE        *
      *    RAPPROCHEE ?  (LATEST RFA EVENT WINS)                       *
      *----------------------------------------------------------------*
       2500-CHARGER-RFA.
           MOVE "N" TO FNPA-EOF-SW
           OPEN INPUT FDINREVT.
           IF FS-FDINREVT NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINREVT FAILED - STATUS "
                       FS-FDINREVT
               MOVE 8 TO FNPA-RC
               MOVE "Y" TO FNPA-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTFNP-LIGNE
               MOVE "** FDINREVT NOT READ - NOTHING ACCRUED **"
                    TO RPTFNP-LIGNE
               WRITE RPTFNP-LIGNE
               MOVE "Y" TO FNPA-EOF-SW
           END-IF
           PERFORM 2600-LIRE-UN-EVT THRU 2600-EXIT
               UNTIL FNPA-EOF
           IF FS-FDINREVT = "00" OR FS-FDINREVT = "10"
               CLOSE FDINREVT
           END-IF
           IF FNPA-RFA-PLEIN-SW = "Y"
               MOVE 8 TO FNPA-RC
               MOVE "Y" TO FNPA-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTFNP-LIGNE
               MOVE "** RFA EVENT TABLE FULL - NOTHING ACCRUED **"
                    TO RPTFNP-LIGNE
               WRITE RPTFNP-LIGNE
           END-IF.
       2500-EXIT.
           EXIT.
      *
       2600-LIRE-UN-EVT.
           READ FDINREVT NEXT RECORD
               AT END
                   MOVE "Y" TO FNPA-EOF-SW
                   GO TO 2600-EXIT
           END-READ
           IF NOT FEVT-FACT-RAPPROCHEE
               GO TO 2600-EXIT
           END-IF
           SET FNPA-FOUND-SW TO "N"
           SET FNPA-RX TO 1
           SEARCH FNPA-RFA-ENTRY
               WHEN FNPA-RX > FNPA-RFA-COUNT
                   CONTINUE
               WHEN FRT-NORECEPT (FNPA-RX) = FEVT-NORECEPT
                   SET FNPA-FOUND-SW TO "Y"
           END-SEARCH
           IF FNPA-FOUND
               MOVE FEVT-DATE-EVENT TO FRT-DATE-RFA (FNPA-RX)
           ELSE
               IF FNPA-RFA-COUNT < 2000
                   ADD 1 TO FNPA-RFA-COUNT
                   SET FNPA-RX TO FNPA-RFA-COUNT
                   MOVE FEVT-NORECEPT   TO FRT-NORECEPT (FNPA-RX)
                   MOVE FEVT-DATE-EVENT TO FRT-DATE-RFA (FNPA-RX)
               ELSE
                   MOVE "Y" TO FNPA-RFA-PLEIN-SW
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-ACCRUER - RECEPTIONS IN SUPPLIER ORDER THROUGH THE     *
      *    ALTERNATE KEY, ONE BREAK PER SUPPLIER                       *
      *----------------------------------------------------------------*
       3000-ACCRUER.
           MOVE "N" TO FNPA-EOF-SW
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINFNPA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO FNPA-EOF-SW
               MOVE 8 TO FNPA-RC
               GO TO 3000-EXIT
           END-IF
           MOVE LOW-VALUES TO FREC-FOURNISSEUR
           START FDINRECP KEY IS NOT LESS THAN FREC-FOURNISSEUR
               INVALID KEY
                   MOVE "Y" TO FNPA-EOF-SW
           END-START
           PERFORM 3100-LIRE-UNE-RECEPTION THRU 3100-EXIT
               UNTIL FNPA-EOF
           PERFORM 4000-RUPTURE-FOURNISSEUR THRU 4000-EXIT
           CLOSE FDINRECP.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO FNPA-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO FNPA-CNT-LUES
           IF FREC-FOURNISSEUR NOT = FNPA-FRN-COURANT
               PERFORM 4000-RUPTURE-FOURNISSEUR THRU 4000-EXIT
               MOVE FREC-FOURNISSEUR TO FNPA-FRN-COURANT
           END-IF
           PERFORM 3200-SELECTIONNER THRU 3200-EXIT
           IF NOT FNPA-RETENUE
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-VALORISER THRU 3300-EXIT
           IF FNPA-VALEUR = ZERO
               MOVE "NO VALUED LINE DETAIL ON FDINRLIG - NOT ACCRUED"
                    TO FNPA-A-MESSAGE
               PERFORM 3900-EDITER-ANOMALIE THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF
           PERFORM 3400-CUMULER THRU 3400-EXIT.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-SELECTIONNER - RECEIVED BY THE PERIOD END, CONFIRMED   *
      *    BY THEN WHEN THE TYPE ASKS FOR IT, AND ITS FACTURE NOT YET  *
      *    RAPPROCHEE AT THE PERIOD END                                *
      *----------------------------------------------------------------*
       3200-SELECTIONNER.
           MOVE "N" TO FNPA-RETENUE-SW
           IF FREC-DATE-RECEPT > FNPA-FIN-PERIODE
               GO TO 3200-EXIT
           END-IF
           IF FREC-FACT-RAPPROCHEE = "O"
               PERFORM 7100-CHERCHER-RFA THRU 7100-EXIT
               IF NOT FNPA-FOUND
                   GO TO 3200-EXIT
               END-IF
               IF FRT-DATE-RFA (FNPA-RX) NOT > FNPA-FIN-PERIODE
                   GO TO 3200-EXIT
               END-IF
           END-IF
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE "RECEPTION TYPE UNKNOWN - NOT ACCRUED"
                        TO FNPA-A-MESSAGE
                   PERFORM 3900-EDITER-ANOMALIE THRU 3900-EXIT
                   GO TO 3200-EXIT
           END-READ
           IF FDIN-TYPREC-CONFIRME = "O"
               PERFORM 7000-CHERCHER-CNF THRU 7000-EXIT
               IF NOT FNPA-FOUND
                   ADD 1 TO FNPA-CNT-NON-CONFIRMEES
                   GO TO 3200-EXIT
               END-IF
               IF FCT-DATE-CONFIRM (FNPA-CX) > FNPA-FIN-PERIODE
                   ADD 1 TO FNPA-CNT-NON-CONFIRMEES
                   GO TO 3200-EXIT
               END-IF
           END-IF
           MOVE "Y" TO FNPA-RETENUE-SW.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-VALORISER - QUANTITY X PA OVER THE FDINRLIG LINES OF   *
      *    THE RECEPTION                                               *
      *----------------------------------------------------------------*
       3300-VALORISER.
           MOVE ZERO TO FNPA-VALEUR
           MOVE ZERO TO FNPA-NB-LIGNES
           MOVE "N"  TO FNPA-LIG-EOF-SW
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO FNPA-LIG-EOF-SW
           END-START
           PERFORM 3310-LIRE-UNE-LIGNE THRU 3310-EXIT
               UNTIL FNPA-LIG-EOF.
       3300-EXIT.
           EXIT.
      *
       3310-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO FNPA-LIG-EOF-SW
                   GO TO 3310-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO FNPA-LIG-EOF-SW
               GO TO 3310-EXIT
           END-IF
           ADD 1 TO FNPA-NB-LIGNES
           COMPUTE FNPA-VALEUR ROUNDED = FNPA-VALEUR
                 + (FRLG-QUANTITE * FRLG-PA).
       3310-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3400-CUMULER - INTO THE TYPE ENTRY OF THE SUPPLIER, AND     *
      *    ONTO THE LISTING                                            *
      *----------------------------------------------------------------*
       3400-CUMULER.
           SET FNPA-FOUND-SW TO "N"
           SET FNPA-TX TO 1
           SEARCH FNPA-TYP-ENTRY
               AT END
                   CONTINUE
               WHEN FNPA-TX > FNPA-TYP-COUNT
                   CONTINUE
               WHEN FTT-CLEF (FNPA-TX) = FREC-CLEF-TYPREC
                   SET FNPA-FOUND-SW TO "Y"
           END-SEARCH
           IF NOT FNPA-FOUND
               IF FNPA-TYP-COUNT < 100
                   ADD 1 TO FNPA-TYP-COUNT
                   SET FNPA-TX TO FNPA-TYP-COUNT
                   MOVE FREC-CLEF-TYPREC  TO FTT-CLEF (FNPA-TX)
                   MOVE FDIN-TYPREC-TVAVG TO FTT-CODE-TVA (FNPA-TX)
                   MOVE FDIN-TYPREC-ECAFT TO FTT-CODE-ECART (FNPA-TX)
                   MOVE ZERO TO FTT-CNT (FNPA-TX)
                   MOVE ZERO TO FTT-MONTANT (FNPA-TX)
               ELSE
                   MOVE "TOO MANY TYPES FOR THE SUPPLIER - NOT ACCRUED"
                        TO FNPA-A-MESSAGE
                   PERFORM 3900-EDITER-ANOMALIE THRU 3900-EXIT
                   GO TO 3400-EXIT
               END-IF
           END-IF
           ADD 1 TO FTT-CNT (FNPA-TX)
           ADD FNPA-VALEUR TO FTT-MONTANT (FNPA-TX)
           ADD 1 TO FNPA-CNT-ACCRUEES
           PERFORM 3950-EDITER-FOURNISSEUR THRU 3950-EXIT
           MOVE FREC-NORECEPT    TO FNPA-D-NORECEPT
           MOVE FREC-CLEF-TYPREC TO FNPA-D-CLEF
           MOVE FREC-DATE-RECEPT TO FNPA-D-DATE-RECEPT
           MOVE FNPA-NB-LIGNES   TO FNPA-D-NB-LIGNES
           MOVE FNPA-VALEUR      TO FNPA-D-VALEUR
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-DETAIL.
       3400-EXIT.
           EXIT.
      *
       3900-EDITER-ANOMALIE.
           ADD 1 TO FNPA-CNT-ANOMALIES
           PERFORM 3950-EDITER-FOURNISSEUR THRU 3950-EXIT
           MOVE FREC-NORECEPT TO FNPA-A-NORECEPT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-ANOMALIE.
       3900-EXIT.
           EXIT.
      *
      *****  THE SUPPLIER HEADING GOES OUT ONCE, ABOVE ITS FIRST LINE
       3950-EDITER-FOURNISSEUR.
           IF FNPA-ENTETE-FAITE
               GO TO 3950-EXIT
           END-IF
           MOVE "Y" TO FNPA-ENTETE-SW
           MOVE FREC-FOURNISSEUR TO FNPA-F-FOURNISSEUR
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-FOURNISSEUR.
       3950-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-RUPTURE-FOURNISSEUR - THE ENTRIES OF THE SUPPLIER JUST *
      *    FINISHED, ONE PAIR PER TYPE AND ITS REVERSAL, THEN THE      *
      *    SUPPLIER TOTAL                                              *
      *----------------------------------------------------------------*
       4000-RUPTURE-FOURNISSEUR.
           IF FNPA-TYP-COUNT = ZERO
               GO TO 4090-RAZ
           END-IF
           MOVE ZERO TO FNPA-TOT-FRN
           PERFORM 4100-ECRIRE-UN-TYPE THRU 4100-EXIT
               VARYING FNPA-SUB FROM 1 BY 1
               UNTIL FNPA-SUB > FNPA-TYP-COUNT
           MOVE SPACES TO FNPA-LIGNE-TOTAL
           MOVE "  TOTAL SUPPLIER" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-FRN TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL
           MOVE SPACES TO RPTFNP-LIGNE
           WRITE RPTFNP-LIGNE
           ADD FNPA-TOT-FRN TO FNPA-TOT-GENERAL.
       4090-RAZ.
           MOVE ZERO TO FNPA-TYP-COUNT
           MOVE "N"  TO FNPA-ENTETE-SW.
       4000-EXIT.
           EXIT.
      *
       4100-ECRIRE-UN-TYPE.
           SET FNPA-TX TO FNPA-SUB
           MOVE FTT-CLEF (FNPA-TX)    TO FNPA-T-CLEF
           MOVE FTT-CNT (FNPA-TX)     TO FNPA-T-CNT
           MOVE FTT-MONTANT (FNPA-TX) TO FNPA-T-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TYPE
           ADD FTT-MONTANT (FNPA-TX) TO FNPA-TOT-FRN
           IF NOT FNPA-ECRITURES-OK
               GO TO 4100-EXIT
           END-IF
      *****  THE ACCRUAL, IN THE PERIOD
           MOVE "D"                    TO FGLI-SENS
           MOVE "MAR"                  TO FGLI-COMPTE
           MOVE FTT-CODE-TVA (FNPA-TX) TO FGLI-CODE-TVA
           MOVE FTT-CODE-ECART (FNPA-TX)
                                       TO FGLI-CODE-ECART
           MOVE FNPA-PERIODE           TO FGLI-PERIODE
           PERFORM 4500-ECRIRE-ENTREE THRU 4500-EXIT
           ADD FTT-MONTANT (FNPA-TX) TO FNPA-TOT-DEBIT
           MOVE "C"                    TO FGLI-SENS
           MOVE "FNP"                  TO FGLI-COMPTE
           MOVE SPACES                 TO FGLI-CODE-TVA
           MOVE SPACES                 TO FGLI-CODE-ECART
           PERFORM 4500-ECRIRE-ENTREE THRU 4500-EXIT
           ADD FTT-MONTANT (FNPA-TX) TO FNPA-TOT-CREDIT
      *****  THE REVERSAL, IN THE NEXT PERIOD
           MOVE "D"                    TO FGLI-SENS
           MOVE "FNP"                  TO FGLI-COMPTE
           MOVE FNPA-PERIODE-SUIV9     TO FGLI-PERIODE
           PERFORM 4500-ECRIRE-ENTREE THRU 4500-EXIT
           ADD FTT-MONTANT (FNPA-TX) TO FNPA-TOT-EXT-DEBIT
           MOVE "C"                    TO FGLI-SENS
           MOVE "MAR"                  TO FGLI-COMPTE
           MOVE FTT-CODE-TVA (FNPA-TX) TO FGLI-CODE-TVA
           MOVE FTT-CODE-ECART (FNPA-TX)
                                       TO FGLI-CODE-ECART
           PERFORM 4500-ECRIRE-ENTREE THRU 4500-EXIT
           ADD FTT-MONTANT (FNPA-TX) TO FNPA-TOT-EXT-CREDIT.
       4100-EXIT.
           EXIT.
      *
       4500-ECRIRE-ENTREE.
           MOVE ZERO                   TO FGLI-NORECEPT
           MOVE FTT-CLEF (FNPA-TX)     TO FGLI-CLEF
           MOVE FNPA-FRN-COURANT       TO FGLI-FOURNISSEUR
           MOVE FTT-MONTANT (FNPA-TX)  TO FGLI-MONTANT
           WRITE FGLI-ENR
           IF FS-FDINFNPG NOT = "00"
               MOVE "N" TO FNPA-ECRITURES-OK-SW
               DISPLAY "FDINFNPA - WRITE FDINFNPG FAILED - STATUS "
                       FS-FDINFNPG
               MOVE 8 TO FNPA-RC
           ELSE
               ADD 1 TO FNPA-CNT-ECRITURES
           END-IF.
       4500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-EDITER-TOTAUX - THE FIGURES ACCOUNTING TIES TO THE GL  *
      *----------------------------------------------------------------*
       5000-EDITER-TOTAUX.
           MOVE SPACES TO RPTFNP-LIGNE
           WRITE RPTFNP-LIGNE
           IF NOT FNPA-ECRITURES-OK
               MOVE SPACES TO RPTFNP-LIGNE
               MOVE "** INTERFACE FILE INCOMPLETE - RERUN THE ACCRUAL"
                    TO RPTFNP-LIGNE
               MOVE " **" TO RPTFNP-LIGNE (50:3)
               WRITE RPTFNP-LIGNE
           END-IF
           MOVE SPACES TO FNPA-LIGNE-TOTAL
           MOVE "TOTAL NOT INVOICED" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-GENERAL TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL
           MOVE "ACCRUAL   - DEBIT  MAR" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-DEBIT TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL
           MOVE "ACCRUAL   - CREDIT FNP" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-CREDIT TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL
           MOVE "REVERSAL  - DEBIT  FNP" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-EXT-DEBIT TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL
           MOVE "REVERSAL  - CREDIT MAR" TO FNPA-L-LIBELLE
           MOVE FNPA-TOT-EXT-CREDIT TO FNPA-L-MONTANT
           WRITE RPTFNP-LIGNE FROM FNPA-LIGNE-TOTAL.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-TERMINATE                                              *
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF FNPA-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF FNPA-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF FNPA-FNPG-OUVERT
               CLOSE FDINFNPG
           END-IF
           IF NOT FNPA-ARRET
               CLOSE RPTFNP
           END-IF
           MOVE FNPA-CNT-ACCRUEES TO FNPA-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING FNPA-NSUJ-PROGRAMME, FNPA-NSUJ-CLEF,
               FNPA-NSUJ-COMPTEUR.
           DISPLAY "FDINFNPA - RECEPTIONS READ.....: " FNPA-CNT-LUES.
           DISPLAY "FDINFNPA - RECEPTIONS ACCRUED..: "
                   FNPA-CNT-ACCRUEES.
           DISPLAY "FDINFNPA - NOT CONFIRMED.......: "
                   FNPA-CNT-NON-CONFIRMEES.
           DISPLAY "FDINFNPA - ANOMALIES...........: "
                   FNPA-CNT-ANOMALIES.
           DISPLAY "FDINFNPA - ENTRIES WRITTEN.....: "
                   FNPA-CNT-ECRITURES.
           MOVE FNPA-RC TO RETURN-CODE.
       6000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CNF                                           *
      *----------------------------------------------------------------*
       7000-CHERCHER-CNF.
           SET FNPA-FOUND-SW TO "N"
           SET FNPA-CX TO 1
           SEARCH FNPA-CNF-ENTRY
               WHEN FNPA-CX > FNPA-CNF-COUNT
                   CONTINUE
               WHEN FCT-NORECEPT (FNPA-CX) = FREC-NORECEPT
                   SET FNPA-FOUND-SW TO "Y"
           END-SEARCH.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-CHERCHER-RFA                                           *
      *----------------------------------------------------------------*
       7100-CHERCHER-RFA.
           SET FNPA-FOUND-SW TO "N"
           SET FNPA-RX TO 1
           SEARCH FNPA-RFA-ENTRY
               WHEN FNPA-RX > FNPA-RFA-COUNT
                   CONTINUE
               WHEN FRT-NORECEPT (FNPA-RX) = FREC-NORECEPT
                   SET FNPA-FOUND-SW TO "Y"
           END-SEARCH.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
