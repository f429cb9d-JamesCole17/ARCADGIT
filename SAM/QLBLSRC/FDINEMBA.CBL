      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINEMBA                      *
      * TYPE OF PROGRAM............: . MONTH-END BATCH               *
      * FUNCTION...................: . RETURNABLE PACKAGING LEDGER   *
      *         .                      PER SUPPLIER.  STARTS FROM    *
      *         .                      THE UNITS HELD AT THE END OF  *
      *         .                      THE LATEST PERIOD ON FDINEMBS *
      *         .                      NOT AFTER THE PREVIOUS ONE (A *
      *         .                      MONTH WITHOUT A RUN CARRIES   *
      *         .                      THE BALANCE), ADDS THE        *
      *         .                      DEPOSIT-BEARING PACKAGING     *
      *         .                      LINES OF                      *
      *         .                      THE FDINRLIG RECEPTIONS       *
      *         .                      OPENED IN THE PERIOD,         *
      *         .                      SUBTRACTS THE PACKAGING SENT  *
      *         .                      BACK ON THE FDINRTRN RETURNS  *
      *         .                      CLOSED IN IT, AND WRITES THE  *
      *         .                      PERIOD'S ROWS WITH THE        *
      *         .                      DEPOSIT VALUE HELD.  PRINTS   *
      *         .                      THE STATEMENT PER SUPPLIER    *
      *         .                      AND RECONCILES IT WITH THE    *
      *         .                      SUPPLIERS' OWN PACKAGING      *
      *         .                      STATEMENTS (FDINEMBR).  A     *
      *         .                      PACKAGING LINE IS DEPOSIT-    *
      *         .                      BEARING WHEN FDINEMBC SAYS SO *
      *         .                      OR, LEFT BLANK THERE, WHEN    *
      *         .                      FDIN-TYPREC-DEFAUT-EMB OF THE *
      *         .                      RECEPTION TYPE IS C           *
      * FILES USED.................: . FDINEMBS   - UPDATE           *
      *         .                      FDINEMBC   - INPUT            *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINRTRN   - INPUT            *
      *         .                      FDINEMBR   - INPUT (OPTIONAL) *
      *         .                      FDINEMBP   - INPUT (PARAMETER)*
      *         .                      RPTEMB     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINNSUJ                      *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      * SUPPLIER STATEMENT.........: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-22 PACKAGING PRODUCT   *
      *         .                      POS 23-28 PERIOD CCYYMM       *
      *         .                      POS 29-37 UNITS THE SUPPLIER  *
      *         .                      SAYS WE HOLD 9999999V99       *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - MONTHLY PACKAGING LEDGER,    *
      *                 STATEMENT AND SUPPLIER RECONCILIATION.         *
      *  15/10/26  JFC  THE OPENING IS CARRIED FROM THE LATEST PERIOD  *
      *                 ON FDINEMBS NOT AFTER THE PREVIOUS ONE, SO A   *
      *                 MONTH WITHOUT A RUN NO LONGER ZEROES THE       *
      *                 BALANCES; THE REPORT OPEN IS CHECKED, ONLY THE *
      *                 FILES OPENED ARE CLOSED AND THE FDINNSUJ CALL  *
      *                 NO LONGER CLEARS RC 8.                         *
      *  15/10/26  JFC  THE SEARCH FOR THE OPENING PERIOD STEPS BACK   *
      *                 ONE MONTH ON EVERY MONTH WITHOUT ROWS AND      *
      *                 STOPS AT THE EARLIEST PERIOD ON FILE, INSTEAD  *
      *                 OF LOOPING OR GIVING UP AFTER ONE TRY.         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINEMBA.
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
           SELECT FDINEMBS ASSIGN TO FDINEMBS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEMS-CLEF
               FILE STATUS IS FS-FDINEMBS.
           SELECT FDINEMBC ASSIGN TO FDINEMBC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FEMB-PRODUIT
               FILE STATUS IS FS-FDINEMBC.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREC-NORECEPT
               ALTERNATE RECORD KEY IS FREC-FOURNISSEUR
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRLG-CLEF
               FILE STATUS IS FS-FDINRLIG.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINEMBR ASSIGN TO FDINEMBR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEMBR.
           SELECT FDINEMBP ASSIGN TO FDINEMBP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEMBP.
           SELECT RPTEMB ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTEMB.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINEMBS.
       COPY FDINEMBC.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRLIG.
       COPY FDINRTRN.
      *
      *****  THE SUPPLIER'S OWN PACKAGING STATEMENT, ONE ROW PER
      *****  PACKAGING PRODUCT IT SAYS WE HOLD AT THE END OF A PERIOD
       FD  FDINEMBR  LABEL RECORD STANDARD
                     RECORD 80.
       01  EMBR-ENR.
           05  EMBR-FOURNISSEUR           PIC X(09).
           05  EMBR-PRODUIT               PIC X(13).
           05  EMBR-PERIODE               PIC X(06).
           05  EMBR-QUANTITE              PIC 9(7)V9(2).
           05  FILLER                     PIC X(43).
      *
       FD  FDINEMBP  LABEL RECORD STANDARD
                     RECORD 80.
       01  EMBP-CARTE.
           05  EMBP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
       FD  RPTEMB   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTEMB-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINEMBS                    PIC X(02) VALUE "00".
       77  FS-FDINEMBC                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-FDINEMBR                    PIC X(02) VALUE "00".
       77  FS-FDINEMBP                    PIC X(02) VALUE "00".
       77  FS-RPTEMB                      PIC X(02) VALUE "00".
       77  EMBA-EOF-SW                    PIC X(01) VALUE "N".
           88  EMBA-EOF                   VALUE "Y".
       77  EMBA-LIG-EOF-SW                PIC X(01).
           88  EMBA-LIG-EOF               VALUE "Y".
       77  EMBA-FOUND-SW                  PIC X(01).
           88  EMBA-FOUND                 VALUE "Y".
      *****  N = 7000-CHERCHER-CLE ONLY LOOKS, IT DOES NOT OPEN A ROW
       77  EMBA-CREER-SW                  PIC X(01) VALUE "Y".
       77  EMBA-CONSIGNE-SW               PIC X(01).
           88  EMBA-CONSIGNE              VALUE "Y".
       77  EMBA-ARRET-SW                  PIC X(01) VALUE "N".
           88  EMBA-ARRET                 VALUE "Y".
       77  EMBA-TODAY                     PIC 9(08).
       77  EMBA-PERIODE                   PIC 9(06) VALUE ZERO.
       77  EMBA-PERIODE-PREC              PIC 9(06).
      *****  LATEST PERIOD ON FDINEMBS NOT AFTER EMBA-PERIODE-PREC -
      *****  ITS CLOSING ROWS ARE THE OPENING.  ZERO = NONE ON FILE
       77  EMBA-PERIODE-OUV               PIC 9(06) VALUE ZERO.
       77  EMBA-PERIODE-ESSAI             PIC 9(06).
      *****  EARLIEST PERIOD ON FDINEMBS - THE SEARCH STOPS THERE
       77  EMBA-PERIODE-PREM              PIC 9(06).
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  EMBA-EMBS-OUVERT-SW            PIC X(01) VALUE "N".
           88  EMBA-EMBS-OUVERT           VALUE "Y".
       77  EMBA-EMBC-OUVERT-SW            PIC X(01) VALUE "N".
           88  EMBA-EMBC-OUVERT           VALUE "Y".
       77  EMBA-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  EMBA-RECP-OUVERT           VALUE "Y".
       77  EMBA-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  EMBA-RLIG-OUVERT           VALUE "Y".
       77  EMBA-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  EMBA-TYPREC-OUVERT         VALUE "Y".
      *****  SEVERITY OF THE RUN, KEPT ACROSS THE CALL TO FDINNSUJ
       77  EMBA-RC                        PIC S9(04) COMP VALUE ZERO.
       77  EMBA-PER-MOUVEMENT             PIC 9(06).
       77  EMBA-DATE-MOUVEMENT            PIC 9(08).
       77  EMBA-SUB                       PIC 9(04) COMP.
       77  EMBA-SUB2                      PIC 9(04) COMP.
       77  EMBA-POS                       PIC 9(04) COMP.
       77  EMBA-WRK-CLE                   PIC X(22).
       77  EMBA-FOURN-COURANT             PIC X(09).
       77  EMBA-ECART                     PIC S9(7)V9(2).
       77  EMBA-VALEUR-ECART              PIC S9(9)V9(2).
       77  EMBA-TOT-FOURN                 PIC S9(9)V9(2).
       77  EMBA-TOT-GENERAL               PIC S9(9)V9(2) VALUE ZERO.
       77  EMBA-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-RETOURS               PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-ECRITS                PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-SUPPRIMES             PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-RELEVES               PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-ECARTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  EMBA-CNT-ANOMALIES             PIC 9(07) COMP-3 VALUE ZERO.
      *
      *****  ONE ROW PER SUPPLIER AND PACKAGING PRODUCT, KEPT IN KEY
      *****  ORDER AS IT IS BUILT SO THE STATEMENT COMES OUT BY
      *****  SUPPLIER
       01  EMBA-LED-TABLE.
           05  EMBA-LED-ENTRY  OCCURS 2000 TIMES.
               10  TEL-CLE.
                   15  TEL-FOURNISSEUR    PIC X(09).
                   15  TEL-PRODUIT        PIC X(13).
               10  TEL-OUVERTURE          PIC S9(7)V9(2).
               10  TEL-ENTREES            PIC 9(7)V9(2).
               10  TEL-SORTIES            PIC 9(7)V9(2).
               10  TEL-SOLDE              PIC S9(7)V9(2).
               10  TEL-VALEUR-UNIT        PIC 9(4)V9(2).
               10  TEL-VALEUR             PIC S9(9)V9(2).
               10  TEL-LIBELLE            PIC X(20).
      *****  Y ONCE THE ROW HAS BEEN QUOTED ON THE SUPPLIER STATEMENT
               10  TEL-RELEVE-SW          PIC X(01).
       77  EMBA-LED-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  EMBA-LED-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  THE SUPPLIERS WHO SENT A STATEMENT FOR THE PERIOD
       01  EMBA-REL-TABLE.
           05  EMBA-REL-ENTRY  OCCURS 500 TIMES
                                INDEXED BY EMBA-RX.
               10  TRL-FOURNISSEUR        PIC X(09).
       77  EMBA-REL-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  EMBA-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINEMBA".
       77  EMBA-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  EMBA-NSUJ-COMPTEUR             PIC 9(07).
      *
       01  EMBA-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(46) VALUE
               "SUPPLIER  PACKAGING     LABEL                 ".
           05  FILLER                     PIC X(48) VALUE
               "    OPENING   RECEIVED   RETURNED    CLOSING  ".
           05  FILLER                     PIC X(26) VALUE
               "UNIT VAL.   DEPOSIT VALUE".
       01  EMBA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  EMBA-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  EMBA-D-LIBELLE             PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  EMBA-D-OUVERTURE           PIC -ZZZZZZ9.99.
           05  EMBA-D-ENTREES             PIC ZZZZZZZ9.99.
           05  EMBA-D-SORTIES             PIC ZZZZZZZ9.99.
           05  EMBA-D-SOLDE               PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-D-VALEUR-UNIT         PIC ZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-D-VALEUR              PIC -ZZZZZZZZ9.99.
       01  EMBA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-T-LIBELLE             PIC X(40).
           05  FILLER                     PIC X(71) VALUE SPACES.
           05  EMBA-T-VALEUR              PIC -ZZZZZZZZ9.99.
       01  EMBA-LIGNE-RAPPRO-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(50) VALUE
               "SUPPLIER  PACKAGING       OUR UNITS  SUPPL. UNITS".
           05  FILLER                     PIC X(44) VALUE
               "   DIFFERENCE   DIFF. VALUE".
       01  EMBA-LIGNE-RAPPRO.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-R-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  EMBA-R-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  EMBA-R-SOLDE               PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-R-RELEVE              PIC ZZZZZZZZZ.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-R-ECART               PIC -ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-R-VALEUR-ECART        PIC -ZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EMBA-R-MESSAGE             PIC X(30).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT EMBA-ARRET
               PERFORM 2000-CHARGER-OUVERTURE THRU 2000-EXIT
               PERFORM 3000-LIRE-RECEPTIONS THRU 3000-EXIT
               PERFORM 4000-LIRE-RETOURS THRU 4000-EXIT
           END-IF
           IF NOT EMBA-ARRET
               PERFORM 5000-ECRIRE-SOLDES THRU 5000-EXIT
               PERFORM 6000-EDITER-RELEVE THRU 6000-EXIT
               PERFORM 6500-RAPPROCHER THRU 6500-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT EMBA-TODAY FROM DATE YYYYMMDD
           MOVE EMBA-TODAY (1:6) TO EMBA-PERIODE
           OPEN INPUT FDINEMBP.
           IF FS-FDINEMBP = "00"
               READ FDINEMBP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMBP-PERIODE IS NUMERIC
                           AND EMBP-PERIODE NOT = "000000"
                           MOVE EMBP-PERIODE TO EMBA-PERIODE
                       END-IF
               END-READ
               CLOSE FDINEMBP
           END-IF
           IF EMBA-PERIODE (5:2) = "01"
               COMPUTE EMBA-PERIODE-PREC = EMBA-PERIODE - 89
           ELSE
               COMPUTE EMBA-PERIODE-PREC = EMBA-PERIODE - 1
           END-IF
           OPEN OUTPUT RPTEMB.
           IF FS-RPTEMB NOT = "00"
               DISPLAY "FDINEMBA - OPEN RPTEMB FAILED - STATUS "
                       FS-RPTEMB
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTEMB-LIGNE
           MOVE "FDINEMBA - RETURNABLE PACKAGING HELD - PERIOD"
                TO RPTEMB-LIGNE
           MOVE EMBA-PERIODE TO RPTEMB-LIGNE (47:6)
           WRITE RPTEMB-LIGNE
           MOVE SPACES TO RPTEMB-LIGNE
           WRITE RPTEMB-LIGNE
           OPEN I-O FDINEMBS.
           IF FS-FDINEMBS NOT = "00"
               OPEN OUTPUT FDINEMBS
               CLOSE FDINEMBS
               OPEN I-O FDINEMBS
           END-IF
           IF FS-FDINEMBS NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINEMBS FAILED - STATUS "
                       FS-FDINEMBS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBA-EMBS-OUVERT-SW
           OPEN INPUT FDINEMBC.
           IF FS-FDINEMBC NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINEMBC FAILED - STATUS "
                       FS-FDINEMBC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBA-EMBC-OUVERT-SW
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBA-RECP-OUVERT-SW
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBA-RLIG-OUVERT-SW
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO EMBA-TYPREC-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-OUVERTURE - THE CLOSING ROWS OF THE LATEST     *
      *    PERIOD ON FILE UP TO THE PREVIOUS ONE ARE THIS PERIOD'S     *
      *    OPENING; ROWS ALREADY BUILT FOR THIS PERIOD BY AN EARLIER   *
      *    RUN ARE DROPPED                                             *
      *----------------------------------------------------------------*
       2000-CHARGER-OUVERTURE.
           PERFORM 2050-PERIODE-OUVERTURE THRU 2050-EXIT
           IF EMBA-PERIODE-OUV NOT = ZERO
               AND EMBA-PERIODE-OUV NOT = EMBA-PERIODE-PREC
               MOVE SPACES TO RPTEMB-LIGNE
               MOVE "  NO LEDGER FOR PERIOD" TO RPTEMB-LIGNE
               MOVE EMBA-PERIODE-PREC TO RPTEMB-LIGNE (24:6)
               MOVE "- OPENING CARRIED FROM PERIOD"
                    TO RPTEMB-LIGNE (31:29)
               MOVE EMBA-PERIODE-OUV TO RPTEMB-LIGNE (61:6)
               WRITE RPTEMB-LIGNE
               MOVE SPACES TO RPTEMB-LIGNE
               WRITE RPTEMB-LIGNE
           END-IF
           IF EMBA-PERIODE-OUV = ZERO
               MOVE EMBA-PERIODE-PREC TO FEMS-PERIODE
           ELSE
               MOVE EMBA-PERIODE-OUV TO FEMS-PERIODE
           END-IF
           MOVE LOW-VALUES        TO FEMS-FOURNISSEUR
           MOVE LOW-VALUES        TO FEMS-PRODUIT
           MOVE "N" TO EMBA-EOF-SW
           START FDINEMBS KEY IS NOT LESS THAN FEMS-CLEF
               INVALID KEY
                   MOVE "Y" TO EMBA-EOF-SW
           END-START
           PERFORM 2100-LIRE-UN-SOLDE THRU 2100-EXIT
               UNTIL EMBA-EOF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UN-SOLDE.
           READ FDINEMBS NEXT RECORD
               AT END
                   MOVE "Y" TO EMBA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FEMS-PERIODE > EMBA-PERIODE
               MOVE "Y" TO EMBA-EOF-SW
               GO TO 2100-EXIT
           END-IF
           IF FEMS-PERIODE = EMBA-PERIODE
               DELETE FDINEMBS RECORD
               ADD 1 TO EMBA-CNT-SUPPRIMES
               GO TO 2100-EXIT
           END-IF
           IF FEMS-PERIODE NOT = EMBA-PERIODE-OUV
               GO TO 2100-EXIT
           END-IF
           IF FEMS-SOLDE = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE FEMS-FOURNISSEUR TO EMBA-WRK-CLE (1:9)
           MOVE FEMS-PRODUIT     TO EMBA-WRK-CLE (10:13)
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF EMBA-FOUND
               MOVE FEMS-SOLDE TO TEL-OUVERTURE (EMBA-POS)
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2050-PERIODE-OUVERTURE - THE FIRST ROW ON FILE GIVES THE    *
      *    EARLIEST PERIOD; FROM THE PREVIOUS PERIOD THE MONTHS ARE    *
      *    TRIED BACKWARDS UNTIL ONE HAS ROWS                          *
      *----------------------------------------------------------------*
       2050-PERIODE-OUVERTURE.
           MOVE ZERO       TO EMBA-PERIODE-OUV
           MOVE LOW-VALUES TO FEMS-CLEF
           START FDINEMBS KEY IS NOT LESS THAN FEMS-CLEF
               INVALID KEY
                   GO TO 2050-EXIT
           END-START
           READ FDINEMBS NEXT RECORD
               AT END
                   GO TO 2050-EXIT
           END-READ
           MOVE FEMS-PERIODE TO EMBA-PERIODE-PREM
           IF EMBA-PERIODE-PREM > EMBA-PERIODE-PREC
               GO TO 2050-EXIT
           END-IF
           MOVE EMBA-PERIODE-PREC TO EMBA-PERIODE-ESSAI
           PERFORM 2060-ESSAYER-PERIODE THRU 2060-EXIT
               UNTIL EMBA-PERIODE-OUV NOT = ZERO
                  OR EMBA-PERIODE-ESSAI < EMBA-PERIODE-PREM.
       2050-EXIT.
           EXIT.
      *
       2060-ESSAYER-PERIODE.
           MOVE EMBA-PERIODE-ESSAI TO FEMS-PERIODE
           MOVE LOW-VALUES         TO FEMS-FOURNISSEUR
           MOVE LOW-VALUES         TO FEMS-PRODUIT
           START FDINEMBS KEY IS NOT LESS THAN FEMS-CLEF
               INVALID KEY
                   GO TO 2060-MOIS-PRECEDENT
           END-START
           READ FDINEMBS NEXT RECORD
               AT END
                   GO TO 2060-MOIS-PRECEDENT
           END-READ
           IF FEMS-PERIODE = EMBA-PERIODE-ESSAI
               MOVE EMBA-PERIODE-ESSAI TO EMBA-PERIODE-OUV
               GO TO 2060-EXIT
           END-IF.
      *****  NO ROW FOR THE MONTH TRIED - THE ONE BEFORE IS NEXT
       2060-MOIS-PRECEDENT.
           IF EMBA-PERIODE-ESSAI (5:2) = "01"
               SUBTRACT 89 FROM EMBA-PERIODE-ESSAI
           ELSE
               SUBTRACT 1 FROM EMBA-PERIODE-ESSAI
           END-IF.
       2060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LIRE-RECEPTIONS - THE PACKAGING LINES OF THE           *
      *    RECEPTIONS OPENED IN THE PERIOD                             *
      *----------------------------------------------------------------*
       3000-LIRE-RECEPTIONS.
           MOVE "N" TO EMBA-EOF-SW
           PERFORM 3100-LIRE-UNE-RECEPTION THRU 3100-EXIT
               UNTIL EMBA-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO EMBA-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE FREC-DATE-RECEPT (1:6) TO EMBA-PER-MOUVEMENT
           IF EMBA-PER-MOUVEMENT NOT = EMBA-PERIODE
               GO TO 3100-EXIT
           END-IF
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE SPACE TO FDIN-TYPREC-DEFAUT-EMB
           END-READ
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           MOVE "N" TO EMBA-LIG-EOF-SW
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO EMBA-LIG-EOF-SW
           END-START
           PERFORM 3200-LIRE-UNE-LIGNE THRU 3200-EXIT
               UNTIL EMBA-LIG-EOF.
       3100-EXIT.
           EXIT.
      *
       3200-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO EMBA-LIG-EOF-SW
                   GO TO 3200-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO EMBA-LIG-EOF-SW
               GO TO 3200-EXIT
           END-IF
           IF FRLG-QUANTITE = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE FRLG-PRODUIT TO FEMB-PRODUIT
           PERFORM 7500-CONTROLER-CONSIGNE THRU 7500-EXIT
           IF NOT EMBA-CONSIGNE
               GO TO 3200-EXIT
           END-IF
           MOVE FREC-FOURNISSEUR TO EMBA-WRK-CLE (1:9)
           MOVE FRLG-PRODUIT     TO EMBA-WRK-CLE (10:13)
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT EMBA-FOUND
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO EMBA-CNT-LIGNES
           ADD FRLG-QUANTITE TO TEL-ENTREES (EMBA-POS).
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-LIRE-RETOURS - THE PACKAGING SENT BACK ON THE RETURNS  *
      *    CLOSED IN THE PERIOD.  A RETURN CLOSED BEFORE THE CLOSE     *
      *    DATE WAS KEPT COUNTS AT ITS OPENING DATE                    *
      *----------------------------------------------------------------*
       4000-LIRE-RETOURS.
           MOVE "N" TO EMBA-EOF-SW
           OPEN INPUT FDINRTRN.
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINEMBA - OPEN FDINRTRN FAILED - STATUS "
                       FS-FDINRTRN
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-LIRE-UN-RETOUR THRU 4100-EXIT
               UNTIL EMBA-EOF
           CLOSE FDINRTRN.
       4000-EXIT.
           EXIT.
      *
       4100-LIRE-UN-RETOUR.
           READ FDINRTRN NEXT RECORD
               AT END
                   MOVE "Y" TO EMBA-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           IF NOT FRTN-CLOS OR FRTN-EMB-PRODUIT = SPACES
               GO TO 4100-EXIT
           END-IF
           IF FRTN-EMB-QUANTITE NOT NUMERIC
               OR FRTN-EMB-QUANTITE = ZERO
               GO TO 4100-EXIT
           END-IF
           IF FRTN-DATE-CLOS IS NUMERIC AND FRTN-DATE-CLOS NOT = ZERO
               MOVE FRTN-DATE-CLOS   TO EMBA-DATE-MOUVEMENT
           ELSE
               MOVE FRTN-DATE-RETOUR TO EMBA-DATE-MOUVEMENT
           END-IF
           MOVE EMBA-DATE-MOUVEMENT (1:6) TO EMBA-PER-MOUVEMENT
           IF EMBA-PER-MOUVEMENT NOT = EMBA-PERIODE
               GO TO 4100-EXIT
           END-IF
           MOVE FRTN-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FRTN-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE SPACE TO FDIN-TYPREC-DEFAUT-EMB
           END-READ
           MOVE FRTN-EMB-PRODUIT TO FEMB-PRODUIT
           PERFORM 7500-CONTROLER-CONSIGNE THRU 7500-EXIT
           IF NOT EMBA-CONSIGNE
               ADD 1 TO EMBA-CNT-ANOMALIES
               DISPLAY "FDINEMBA - RETURN " FRTN-NORETOUR
                       " PACKAGING " FRTN-EMB-PRODUIT
                       " NOT DEPOSIT-BEARING - IGNORED"
               GO TO 4100-EXIT
           END-IF
           MOVE FRTN-FOURNISSEUR TO EMBA-WRK-CLE (1:9)
           MOVE FRTN-EMB-PRODUIT TO EMBA-WRK-CLE (10:13)
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT EMBA-FOUND
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO EMBA-CNT-RETOURS
           ADD FRTN-EMB-QUANTITE TO TEL-SORTIES (EMBA-POS).
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-ECRIRE-SOLDES - CLOSING UNITS AND DEPOSIT VALUE OF     *
      *    EVERY ROW, WRITTEN AS THE PERIOD'S FDINEMBS ROWS            *
      *----------------------------------------------------------------*
       5000-ECRIRE-SOLDES.
           IF EMBA-LED-PLEIN-SW = "Y"
               MOVE SPACES TO RPTEMB-LIGNE
               MOVE "** WORK TABLE FULL - LEDGER NOT WRITTEN **"
                    TO RPTEMB-LIGNE
               WRITE RPTEMB-LIGNE
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EMBA-ARRET-SW
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-ECRIRE-UN-SOLDE THRU 5100-EXIT
               VARYING EMBA-SUB FROM 1 BY 1
               UNTIL EMBA-SUB > EMBA-LED-COUNT.
       5000-EXIT.
           EXIT.
      *
       5100-ECRIRE-UN-SOLDE.
           COMPUTE TEL-SOLDE (EMBA-SUB) = TEL-OUVERTURE (EMBA-SUB)
                   + TEL-ENTREES (EMBA-SUB) - TEL-SORTIES (EMBA-SUB)
           MOVE TEL-PRODUIT (EMBA-SUB) TO FEMB-PRODUIT
           READ FDINEMBC RECORD
               INVALID KEY
                   MOVE ZERO   TO FEMB-VALEUR-CONSIGNE
                   MOVE SPACES TO FEMB-LIBELLE
           END-READ
           MOVE FEMB-VALEUR-CONSIGNE TO TEL-VALEUR-UNIT (EMBA-SUB)
           MOVE FEMB-LIBELLE         TO TEL-LIBELLE (EMBA-SUB)
           COMPUTE TEL-VALEUR (EMBA-SUB) ROUNDED =
                   TEL-SOLDE (EMBA-SUB) * TEL-VALEUR-UNIT (EMBA-SUB)
           MOVE SPACES TO FEMS-ENR
           MOVE EMBA-PERIODE             TO FEMS-PERIODE
           MOVE TEL-FOURNISSEUR (EMBA-SUB) TO FEMS-FOURNISSEUR
           MOVE TEL-PRODUIT (EMBA-SUB)   TO FEMS-PRODUIT
           MOVE TEL-OUVERTURE (EMBA-SUB) TO FEMS-SOLDE-OUVERTURE
           MOVE TEL-ENTREES (EMBA-SUB)   TO FEMS-ENTREES
           MOVE TEL-SORTIES (EMBA-SUB)   TO FEMS-SORTIES
           MOVE TEL-SOLDE (EMBA-SUB)     TO FEMS-SOLDE
           MOVE TEL-VALEUR (EMBA-SUB)    TO FEMS-VALEUR
           MOVE EMBA-TODAY               TO FEMS-DATE-CALCUL
           WRITE FEMS-ENR
               INVALID KEY
                   DISPLAY "FDINEMBA - WRITE FDINEMBS FAILED - STATUS "
                           FS-FDINEMBS
                   MOVE 8 TO RETURN-CODE
                   GO TO 5100-EXIT
           END-WRITE
           ADD 1 TO EMBA-CNT-ECRITS.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-EDITER-RELEVE - THE STATEMENT, ONE LINE PER SUPPLIER   *
      *    AND PACKAGING, DEPOSIT VALUE TOTALLED PER SUPPLIER          *
      *----------------------------------------------------------------*
       6000-EDITER-RELEVE.
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-TITRE
           MOVE LOW-VALUES TO EMBA-FOURN-COURANT
           PERFORM 6100-EDITER-UNE-LIGNE THRU 6100-EXIT
               VARYING EMBA-SUB FROM 1 BY 1
               UNTIL EMBA-SUB > EMBA-LED-COUNT
           IF EMBA-LED-COUNT > ZERO
               PERFORM 6200-EDITER-TOTAL-FOURN THRU 6200-EXIT
           END-IF
           MOVE "TOTAL DEPOSIT VALUE HELD" TO EMBA-T-LIBELLE
           MOVE EMBA-TOT-GENERAL TO EMBA-T-VALEUR
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-TOTAL.
       6000-EXIT.
           EXIT.
      *
       6100-EDITER-UNE-LIGNE.
           IF TEL-FOURNISSEUR (EMBA-SUB) NOT = EMBA-FOURN-COURANT
               IF EMBA-SUB > 1
                   PERFORM 6200-EDITER-TOTAL-FOURN THRU 6200-EXIT
               END-IF
               MOVE TEL-FOURNISSEUR (EMBA-SUB) TO EMBA-FOURN-COURANT
               MOVE ZERO TO EMBA-TOT-FOURN
           END-IF
           MOVE SPACES TO EMBA-LIGNE-DETAIL
           MOVE TEL-FOURNISSEUR (EMBA-SUB) TO EMBA-D-FOURNISSEUR
           MOVE TEL-PRODUIT (EMBA-SUB)     TO EMBA-D-PRODUIT
           MOVE TEL-LIBELLE (EMBA-SUB)     TO EMBA-D-LIBELLE
           MOVE TEL-OUVERTURE (EMBA-SUB)   TO EMBA-D-OUVERTURE
           MOVE TEL-ENTREES (EMBA-SUB)     TO EMBA-D-ENTREES
           MOVE TEL-SORTIES (EMBA-SUB)     TO EMBA-D-SORTIES
           MOVE TEL-SOLDE (EMBA-SUB)       TO EMBA-D-SOLDE
           MOVE TEL-VALEUR-UNIT (EMBA-SUB) TO EMBA-D-VALEUR-UNIT
           MOVE TEL-VALEUR (EMBA-SUB)      TO EMBA-D-VALEUR
           ADD TEL-VALEUR (EMBA-SUB) TO EMBA-TOT-FOURN
           ADD TEL-VALEUR (EMBA-SUB) TO EMBA-TOT-GENERAL
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-DETAIL.
       6100-EXIT.
           EXIT.
      *
       6200-EDITER-TOTAL-FOURN.
           MOVE SPACES TO EMBA-T-LIBELLE
           STRING "TOTAL SUPPLIER " EMBA-FOURN-COURANT
               DELIMITED BY SIZE INTO EMBA-T-LIBELLE
           MOVE EMBA-TOT-FOURN TO EMBA-T-VALEUR
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-TOTAL
           MOVE SPACES TO RPTEMB-LIGNE
           WRITE RPTEMB-LIGNE.
       6200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6500-RAPPROCHER - EACH ROW OF THE SUPPLIERS' STATEMENTS FOR *
      *    THE PERIOD AGAINST OUR CLOSING UNITS, THEN OUR ROWS WITH    *
      *    UNITS HELD THAT A SUPPLIER'S STATEMENT DOES NOT QUOTE       *
      *----------------------------------------------------------------*
       6500-RAPPROCHER.
           OPEN INPUT FDINEMBR.
           IF FS-FDINEMBR NOT = "00"
               MOVE SPACES TO RPTEMB-LIGNE
               WRITE RPTEMB-LIGNE
               MOVE "  NO SUPPLIER STATEMENT TO RECONCILE"
                    TO RPTEMB-LIGNE
               WRITE RPTEMB-LIGNE
               GO TO 6500-EXIT
           END-IF
           MOVE SPACES TO RPTEMB-LIGNE
           WRITE RPTEMB-LIGNE
           MOVE "  RECONCILIATION WITH THE SUPPLIERS' STATEMENTS"
                TO RPTEMB-LIGNE
           WRITE RPTEMB-LIGNE
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-RAPPRO-TITRE
           MOVE "N" TO EMBA-CREER-SW
           MOVE "N" TO EMBA-EOF-SW
           PERFORM 6600-LIRE-UN-RELEVE THRU 6600-EXIT
               UNTIL EMBA-EOF
           CLOSE FDINEMBR
           MOVE "Y" TO EMBA-CREER-SW
           PERFORM 6700-CONTROLER-NON-CITE THRU 6700-EXIT
               VARYING EMBA-SUB FROM 1 BY 1
               UNTIL EMBA-SUB > EMBA-LED-COUNT.
       6500-EXIT.
           EXIT.
      *
       6600-LIRE-UN-RELEVE.
           READ FDINEMBR NEXT RECORD
               AT END
                   MOVE "Y" TO EMBA-EOF-SW
                   GO TO 6600-EXIT
           END-READ
           IF EMBR-PERIODE NOT = EMBA-PERIODE
               GO TO 6600-EXIT
           END-IF
           IF EMBR-QUANTITE NOT NUMERIC
               ADD 1 TO EMBA-CNT-ANOMALIES
               DISPLAY "FDINEMBA - STATEMENT ROW REJECTED: "
                       EMBR-ENR (1:37)
               GO TO 6600-EXIT
           END-IF
           ADD 1 TO EMBA-CNT-RELEVES
           MOVE "N" TO EMBA-FOUND-SW
           SET EMBA-RX TO 1
           SEARCH EMBA-REL-ENTRY
               AT END
                   CONTINUE
               WHEN EMBA-RX > EMBA-REL-COUNT
                   CONTINUE
               WHEN TRL-FOURNISSEUR (EMBA-RX) = EMBR-FOURNISSEUR
                   MOVE "Y" TO EMBA-FOUND-SW
           END-SEARCH
           IF NOT EMBA-FOUND AND EMBA-REL-COUNT < 500
               ADD 1 TO EMBA-REL-COUNT
               SET EMBA-RX TO EMBA-REL-COUNT
               MOVE EMBR-FOURNISSEUR TO TRL-FOURNISSEUR (EMBA-RX)
           END-IF
           MOVE SPACES TO EMBA-LIGNE-RAPPRO
           MOVE EMBR-FOURNISSEUR TO EMBA-R-FOURNISSEUR
           MOVE EMBR-PRODUIT     TO EMBA-R-PRODUIT
           MOVE EMBR-QUANTITE    TO EMBA-R-RELEVE
           MOVE EMBR-FOURNISSEUR TO EMBA-WRK-CLE (1:9)
           MOVE EMBR-PRODUIT     TO EMBA-WRK-CLE (10:13)
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF EMBA-FOUND
               MOVE "Y" TO TEL-RELEVE-SW (EMBA-POS)
               MOVE TEL-SOLDE (EMBA-POS) TO EMBA-R-SOLDE
               COMPUTE EMBA-ECART = EMBR-QUANTITE - TEL-SOLDE (EMBA-POS)
               COMPUTE EMBA-VALEUR-ECART ROUNDED =
                       EMBA-ECART * TEL-VALEUR-UNIT (EMBA-POS)
           ELSE
               MOVE ZERO TO EMBA-R-SOLDE
               MOVE EMBR-QUANTITE TO EMBA-ECART
               MOVE EMBR-PRODUIT TO FEMB-PRODUIT
               READ FDINEMBC RECORD
                   INVALID KEY
                       MOVE ZERO TO FEMB-VALEUR-CONSIGNE
               END-READ
               COMPUTE EMBA-VALEUR-ECART ROUNDED =
                       EMBA-ECART * FEMB-VALEUR-CONSIGNE
           END-IF
           MOVE EMBA-ECART        TO EMBA-R-ECART
           MOVE EMBA-VALEUR-ECART TO EMBA-R-VALEUR-ECART
           IF EMBA-ECART = ZERO
               MOVE "AGREED"              TO EMBA-R-MESSAGE
           ELSE
               ADD 1 TO EMBA-CNT-ECARTS
               IF EMBA-FOUND
                   MOVE "** DIFFERENCE **"     TO EMBA-R-MESSAGE
               ELSE
                   MOVE "** NOT IN OUR LEDGER **" TO EMBA-R-MESSAGE
               END-IF
           END-IF
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-RAPPRO.
       6600-EXIT.
           EXIT.
      *
       6700-CONTROLER-NON-CITE.
           IF TEL-RELEVE-SW (EMBA-SUB) = "Y"
               OR TEL-SOLDE (EMBA-SUB) = ZERO
               GO TO 6700-EXIT
           END-IF
           MOVE "N" TO EMBA-FOUND-SW
           SET EMBA-RX TO 1
           SEARCH EMBA-REL-ENTRY
               AT END
                   CONTINUE
               WHEN EMBA-RX > EMBA-REL-COUNT
                   CONTINUE
               WHEN TRL-FOURNISSEUR (EMBA-RX)
                    = TEL-FOURNISSEUR (EMBA-SUB)
                   MOVE "Y" TO EMBA-FOUND-SW
           END-SEARCH
           IF NOT EMBA-FOUND
               GO TO 6700-EXIT
           END-IF
           ADD 1 TO EMBA-CNT-ECARTS
           MOVE SPACES TO EMBA-LIGNE-RAPPRO
           MOVE TEL-FOURNISSEUR (EMBA-SUB) TO EMBA-R-FOURNISSEUR
           MOVE TEL-PRODUIT (EMBA-SUB)     TO EMBA-R-PRODUIT
           MOVE TEL-SOLDE (EMBA-SUB)       TO EMBA-R-SOLDE
           MOVE ZERO                       TO EMBA-R-RELEVE
           COMPUTE EMBA-ECART = ZERO - TEL-SOLDE (EMBA-SUB)
           COMPUTE EMBA-VALEUR-ECART = ZERO - TEL-VALEUR (EMBA-SUB)
           MOVE EMBA-ECART                 TO EMBA-R-ECART
           MOVE EMBA-VALEUR-ECART          TO EMBA-R-VALEUR-ECART
           MOVE "** NOT ON SUPPLIER STATEMENT **" TO EMBA-R-MESSAGE
           WRITE RPTEMB-LIGNE FROM EMBA-LIGNE-RAPPRO.
       6700-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND THE ROW OF EMBA-WRK-CLE, OR OPEN   *
      *    ONE AT ITS PLACE IN KEY ORDER (UNLESS EMBA-CREER-SW IS N),  *
      *    LEAVING EMBA-POS ON IT                                      *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO EMBA-FOUND-SW
           PERFORM 7100-AVANCER THRU 7100-EXIT
               VARYING EMBA-POS FROM 1 BY 1
               UNTIL EMBA-POS > EMBA-LED-COUNT
                  OR TEL-CLE (EMBA-POS) NOT < EMBA-WRK-CLE
           IF EMBA-POS NOT > EMBA-LED-COUNT
               IF TEL-CLE (EMBA-POS) = EMBA-WRK-CLE
                   MOVE "Y" TO EMBA-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
           IF EMBA-CREER-SW = "N"
               GO TO 7000-EXIT
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF EMBA-LED-COUNT NOT < 1999
               MOVE "Y" TO EMBA-LED-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-DECALER THRU 7200-EXIT
               VARYING EMBA-SUB2 FROM EMBA-LED-COUNT BY -1
               UNTIL EMBA-SUB2 < EMBA-POS
           ADD 1 TO EMBA-LED-COUNT
           INITIALIZE EMBA-LED-ENTRY (EMBA-POS)
           MOVE EMBA-WRK-CLE TO TEL-CLE (EMBA-POS)
           MOVE "N" TO TEL-RELEVE-SW (EMBA-POS)
           MOVE "Y" TO EMBA-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7100-AVANCER.
           CONTINUE.
       7100-EXIT.
           EXIT.
      *
       7200-DECALER.
           MOVE EMBA-LED-ENTRY (EMBA-SUB2)
                TO EMBA-LED-ENTRY (EMBA-SUB2 + 1).
       7200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7500-CONTROLER-CONSIGNE - IS FEMB-PRODUIT DEPOSIT-BEARING   *
      *    PACKAGING FOR THE RECEPTION TYPE JUST READ                  *
      *----------------------------------------------------------------*
       7500-CONTROLER-CONSIGNE.
           MOVE "N" TO EMBA-CONSIGNE-SW
           READ FDINEMBC RECORD
               INVALID KEY
                   GO TO 7500-EXIT
           END-READ
           EVALUATE TRUE
               WHEN FEMB-CONSIGNE = "C"
                   MOVE "Y" TO EMBA-CONSIGNE-SW
               WHEN FEMB-CONSIGNE = "N"
                   CONTINUE
               WHEN FDIN-TYPREC-DEFAUT-EMB = "C"
                   MOVE "Y" TO EMBA-CONSIGNE-SW
           END-EVALUATE.
       7500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-TERMINATE                                              *
      *----------------------------------------------------------------*
       8000-TERMINATE.
           IF EMBA-EMBS-OUVERT
               CLOSE FDINEMBS
           END-IF
           IF EMBA-EMBC-OUVERT
               CLOSE FDINEMBC
           END-IF
           IF EMBA-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF EMBA-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF EMBA-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF FS-RPTEMB = "00"
               CLOSE RPTEMB
           END-IF
           MOVE RETURN-CODE TO EMBA-RC
           MOVE EMBA-CNT-ECARTS TO EMBA-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING EMBA-NSUJ-PROGRAMME, EMBA-NSUJ-CLEF,
               EMBA-NSUJ-COMPTEUR.
           MOVE EMBA-RC TO RETURN-CODE.
           DISPLAY "FDINEMBA - PACKAGING LINES IN..: " EMBA-CNT-LIGNES.
           DISPLAY "FDINEMBA - RETURNS WITH PACKAG.: "
                   EMBA-CNT-RETOURS.
           DISPLAY "FDINEMBA - LEDGER ROWS WRITTEN.: " EMBA-CNT-ECRITS.
           DISPLAY "FDINEMBA - RERUN ROWS DROPPED..: "
                   EMBA-CNT-SUPPRIMES.
           DISPLAY "FDINEMBA - STATEMENT ROWS READ.: "
                   EMBA-CNT-RELEVES.
           DISPLAY "FDINEMBA - DIFFERENCES.........: " EMBA-CNT-ECARTS.
           IF (EMBA-CNT-ECARTS > ZERO OR EMBA-CNT-ANOMALIES > ZERO)
               AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
