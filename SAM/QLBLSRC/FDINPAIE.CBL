      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINPAIE                      *
      * TYPE OF PROGRAM............: . BATCH PAYMENT RUN             *
      * FUNCTION...................: . SUPPLIER PAYMENT RUN - EVERY  *
      *         .                      UNPAID FDINFREG INVOICE WHOSE *
      *         .                      DUE DATE (FDINCPAY TERMS, AS  *
      *         .                      IN FDINTRES) HAS COME BY THE  *
      *         .                      PAYMENT DATE IS SELECTED WHEN *
      *         .                      ITS RECEPTION IS FACTURE-     *
      *         .                      MATCHED, NOT UNDER AN OPEN    *
      *         .                      LITIGE, AND THE SUPPLIER      *
      *         .                      PASSES BPFSKCHK (NOT BLOQUE   *
      *         .                      OR RADIE) AND HAS APPROVED    *
      *         .                      BPFSKBQ BANK DETAILS WITH NO  *
      *         .                      CHANGE PENDING APPROVAL.  PER *
      *         .                      SUPPLIER THE                  *
      *         .                      UNRECOVERED FDINDBN DEBIT     *
      *         .                      NOTES AND CLOSED FDINRTRN     *
      *         .                      RETURNS ARE NETTED OFF THE    *
      *         .                      INVOICES, ONE FDINVIRB BANK   *
      *         .                      TRANSFER IS WRITTEN FOR THE   *
      *         .                      NET AND A REMITTANCE ADVICE   *
      *         .                      IS PRINTED.  EACH PAID        *
      *         .                      INVOICE IS STAMPED WITH THE   *
      *         .                      PAYMENT DATE AND REFERENCE;   *
      *         .                      NETTED NOTES AND RETURNS ARE  *
      *         .                      MARKED RECOVERED.  MODE P     *
      *         .                      ONLY PRINTS THE PROPOSAL -    *
      *         .                      NOTHING IS WRITTEN OR STAMPED *
      * FILES USED.................: . FDINFREG - UPDATE             *
      *         .                      FDINRECP - INPUT              *
      *         .                      FDINCPAY - INPUT              *
      *         .                      BPFSKBQ  - INPUT              *
      *         .                      FDINDBN  - UPDATE             *
      *         .                      FDINRTRN - UPDATE             *
      *         .                      FDINPAIP - INPUT (PARAMETER)  *
      *         .                      FDINVIRB - OUTPUT (BANK FILE) *
      *         .                      RPTPAI   - OUTPUT (PRINTER)   *
      *         .                      RPTAVR   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . ACBDT000, BPFSKCHK, FDINNSUJ  *
      * PARAMETER CARD.............: . POS 01    MODE - P PROPOSAL   *
      *         .                      ONLY (DEFAULT), R PAYMENT RUN *
      *         .                      POS 02-09 PAYMENT DATE        *
      *         .                      CCYYMMDD (DEFAULT TODAY)      *
      * BANK RECORD................: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-19 PAYMENT REFERENCE   *
      *         .                      POS 20-27 PAYMENT DATE        *
      *         .                      POS 28-39 NET AMOUNT          *
      *         .                      9999999999V99 (HOME CURRENCY) *
      *         .                      POS 40-44 INVOICES PAID       *
      *         .                      POS 45-78 IBAN                *
      *         .                      POS 79-89 BIC                 *
      *         .                      POS 90-124 ACCOUNT HOLDER     *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - SUPPLIER PAYMENT RUN WITH    *
      *                 DEBIT-NOTE AND RETURN NETTING, BANK FILE AND   *
      *                 REMITTANCE ADVICE.                             *
      *  15/10/26  JFC  A SUPPLIER IS PAID ONLY TO ITS APPROVED        *
      *                 BPFSKBQ BANK DETAILS, CARRIED ON THE FDINVIRB  *
      *                 RECORD (NOW 160 LONG); A SUPPLIER WITH A BANK  *
      *                 DETAIL CHANGE PENDING APPROVAL IS HELD BACK.   *
      *  15/10/26  JFC  EVERY FILE OPEN IS CHECKED - THE RUN STOPS ON  *
      *                 A FAILED ONE; TERMS ARE NO LONGER DEFAULTED    *
      *                 AFTER THE FIRST SUPPLIER WITHOUT A FDINCPAY    *
      *                 ROW; ONLY THE FILES OPENED ARE CLOSED.         *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN PAIE-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINPAIE.
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
           SELECT FDINFREG ASSIGN TO FDINFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-CLEF
               FILE STATUS IS FS-FDINFREG.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FREC-NORECEPT
               FILE STATUS IS FS-FDINRECP.
           SELECT FDINCPAY ASSIGN TO FDINCPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCPY-CLEF
               FILE STATUS IS FS-FDINCPAY.
           SELECT BPFSKBQ ASSIGN TO BPFSKBQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPBQ-CLEF
               FILE STATUS IS FS-BPFSKBQ.
           SELECT FDINDBN ASSIGN TO FDINDBN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDBN-NODEBIT
               FILE STATUS IS FS-FDINDBN.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINPAIP ASSIGN TO FDINPAIP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINPAIP.
           SELECT FDINVIRB ASSIGN TO FDINVIRB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINVIRB.
           SELECT RPTPAI ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTPAI.
           SELECT RPTAVR ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTAVR.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINFREG.
       COPY FDINRECP.
       COPY FDINCPAY.
       COPY BPFSKBQ.
       COPY FDINDBN.
       COPY FDINRTRN.
      *
       FD  FDINPAIP  LABEL RECORD STANDARD
                     RECORD 80.
       01  PAIP-CARTE.
           05  PAIP-MODE                  PIC X(01).
           05  PAIP-DATE                  PIC X(08).
           05  FILLER                     PIC X(71).
      *
       FD  FDINVIRB  LABEL RECORD STANDARD
                     RECORD 160.
       01  FVIR-ENR.
           05  FVIR-FOURNISSEUR           PIC X(09).
           05  FVIR-REFERENCE             PIC X(10).
           05  FVIR-DATE                  PIC 9(08).
           05  FVIR-MONTANT               PIC 9(10)V9(2).
           05  FVIR-NB-FACTURES           PIC 9(05).
           05  FVIR-IBAN                  PIC X(34).
           05  FVIR-BIC                   PIC X(11).
           05  FVIR-TITULAIRE             PIC X(35).
           05  FILLER                     PIC X(36).
      *
       FD  RPTPAI   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTPAI-LIGNE                   PIC X(132).
      *
       FD  RPTAVR   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTAVR-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY WKDAT000.
       77  FS-FDINFREG                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINCPAY                    PIC X(02) VALUE "00".
       77  FS-BPFSKBQ                     PIC X(02) VALUE "00".
       77  FS-FDINDBN                     PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-FDINPAIP                    PIC X(02) VALUE "00".
       77  FS-FDINVIRB                    PIC X(02) VALUE "00".
       77  FS-RPTPAI                      PIC X(02) VALUE "00".
       77  FS-RPTAVR                      PIC X(02) VALUE "00".
       77  PAIE-EOF-SW                    PIC X(01) VALUE "N".
           88  PAIE-EOF                   VALUE "Y".
       77  PAIE-ARRET-SW                  PIC X(01) VALUE "N".
           88  PAIE-ARRET                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  PAIE-FREG-OUVERT-SW            PIC X(01) VALUE "N".
           88  PAIE-FREG-OUVERT           VALUE "Y".
       77  PAIE-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  PAIE-RECP-OUVERT           VALUE "Y".
       77  PAIE-CPAY-OUVERT-SW            PIC X(01) VALUE "N".
           88  PAIE-CPAY-OUVERT           VALUE "Y".
       77  PAIE-FSKBQ-OUVERT-SW           PIC X(01) VALUE "N".
           88  PAIE-FSKBQ-OUVERT          VALUE "Y".
       77  PAIE-DBN-OUVERT-SW             PIC X(01) VALUE "N".
           88  PAIE-DBN-OUVERT            VALUE "Y".
       77  PAIE-RTRN-OUVERT-SW            PIC X(01) VALUE "N".
           88  PAIE-RTRN-OUVERT           VALUE "Y".
       77  PAIE-VIRB-OUVERT-SW            PIC X(01) VALUE "N".
           88  PAIE-VIRB-OUVERT           VALUE "Y".
       77  PAIE-RPTAVR-OUVERT-SW          PIC X(01) VALUE "N".
           88  PAIE-RPTAVR-OUVERT         VALUE "Y".
       77  PAIE-RPTPAI-OUVERT-SW          PIC X(01) VALUE "N".
           88  PAIE-RPTPAI-OUVERT         VALUE "Y".
       77  PAIE-MODE                      PIC X(01) VALUE "P".
           88  PAIE-PROPOSITION           VALUE "P".
           88  PAIE-REGLEMENT             VALUE "R".
       77  PAIE-TODAY                     PIC 9(08).
       77  PAIE-DATE-REGLEMENT            PIC 9(08).
       77  PAIE-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-NON-ECHUES            PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-RETENUES              PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-SELECTIONNEES         PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-FOURNISSEURS          PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-VIREMENTS             PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-COMPENSES             PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-CNT-ERREURS               PIC 9(07) COMP-3 VALUE ZERO.
       77  PAIE-SUB                       PIC 9(04) COMP.
       77  PAIE-SUB2                      PIC 9(04) COMP.
       77  PAIE-FRN-DEBUT                 PIC 9(04) COMP.
       77  PAIE-FRN-FIN                   PIC 9(04) COMP.
       77  PAIE-FRN-FINI-SW               PIC X(01).
           88  PAIE-FRN-FINI              VALUE "Y".
       77  PAIE-MOTIF                     PIC X(30).
      *****  HOUSE DEFAULT TERMS FOR A SUPPLIER WITHOUT A FDINCPAY ROW
       77  PAIE-NBJOURS-DEFAUT            PIC 9(03) VALUE 030.
       77  PAIE-NBJOURS                   PIC 9(03).
       77  PAIE-FDM                       PIC X(01).
      *****  DATE WORK - CYYMMDD VIEW FOR ACBDT000 (C: 0=19XX, 1=20XX)
       01  PAIE-CYYMMDD.
           05  PAIE-CY-C                  PIC 9(01).
           05  PAIE-CY-AA                 PIC 9(02).
           05  PAIE-CY-MMDD               PIC 9(04).
       01  PAIE-CYYMMDD9 REDEFINES PAIE-CYYMMDD PIC 9(07).
       77  PAIE-DATE-TRAVAIL              PIC 9(08).
       01  PAIE-ECHEANCE-CCAAMM.
           05  PAIE-EC-CCAA               PIC 9(04).
           05  PAIE-EC-MM                 PIC 9(02).
           05  PAIE-EC-JJ                 PIC 9(02).
       01  PAIE-ECHEANCE REDEFINES PAIE-ECHEANCE-CCAAMM PIC 9(08).
      *****  COMMUNICATION WITH BPFSKCHK - THE ANSWER IS KEPT FOR THE
      *****  LAST SUPPLIER CHECKED (THE REGISTRY IS IN SUPPLIER ORDER)
       77  PAIE-FSK-CLEF                  PIC X(09).
       77  PAIE-FSK-ACCEPTE               PIC X(01).
       77  PAIE-FSK-MESSAGE               PIC X(40).
       77  PAIE-FSK-DERNIER               PIC X(09) VALUE HIGH-VALUES.
       77  PAIE-FSK-MOTIF                 PIC X(30).
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  PAIE-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINPAIE".
       77  PAIE-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  PAIE-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  PAIE-RC                        PIC S9(04) COMP VALUE ZERO.
      *****  PAYMENT REFERENCE - PAYMENT DATE AAMMJJ + A SEQUENCE PER
      *****  SUPPLIER, CONTINUED FROM THE HIGHEST SEQUENCE ALREADY
      *****  STAMPED FOR THE SAME DATE SO A SECOND RUN NEVER REUSES ONE
       01  PAIE-REFERENCE.
           05  PAIE-REF-DATE              PIC X(06).
           05  PAIE-REF-SEQ               PIC 9(04).
       77  PAIE-SEQ                       PIC 9(04) VALUE ZERO.
      *****  PER-SUPPLIER FIGURES
       77  PAIE-FRN-COURANT               PIC X(09).
       77  PAIE-FRN-NB-FACTURES           PIC 9(05).
       77  PAIE-FRN-BRUT                  PIC 9(10)V9(2).
       77  PAIE-FRN-DEDUIT                PIC 9(10)V9(2).
       77  PAIE-FRN-RESTE                 PIC 9(10)V9(2).
       77  PAIE-PRIS                      PIC 9(8)V9(2).
       77  PAIE-TOT-BRUT                  PIC 9(12)V9(2) VALUE ZERO.
       77  PAIE-TOT-DEDUIT                PIC 9(12)V9(2) VALUE ZERO.
       77  PAIE-TOT-NET                   PIC 9(12)V9(2) VALUE ZERO.
      *
      *****  INVOICES SELECTED FOR PAYMENT, IN REGISTRY (SUPPLIER) ORDER
       01  PAIE-FAC-TABLE.
           05  PAIE-FAC-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY PAIE-FX.
               10  PFT-FOURNISSEUR        PIC X(09).
               10  PFT-NOFACTURE          PIC X(10).
               10  PFT-DATE-FACTURE       PIC 9(08).
               10  PFT-ECHEANCE           PIC 9(08).
               10  PFT-NORECEPT           PIC 9(07).
               10  PFT-MONTANT            PIC 9(8)V9(2).
               10  PFT-IBAN               PIC X(34).
               10  PFT-BIC                PIC X(11).
               10  PFT-TITULAIRE          PIC X(35).
       77  PAIE-FAC-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  PAIE-FAC-PLEIN-SW              PIC X(01) VALUE "N".
      *****  DEBIT NOTES STILL TO RECOVER - REMAINING BALANCE
       01  PAIE-DBN-TABLE.
           05  PAIE-DBN-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY PAIE-DX.
               10  PDT-NODEBIT            PIC 9(07).
               10  PDT-FOURNISSEUR        PIC X(09).
               10  PDT-SOLDE              PIC 9(8)V9(2).
       77  PAIE-DBN-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  PAIE-DBN-PLEIN-SW              PIC X(01) VALUE "N".
      *****  CLOSED RETURNS STILL TO RECOVER - REMAINING BALANCE
       01  PAIE-RTN-TABLE.
           05  PAIE-RTN-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY PAIE-RX.
               10  PRT-NORETOUR           PIC 9(07).
               10  PRT-FOURNISSEUR        PIC X(09).
               10  PRT-SOLDE              PIC 9(8)V9(2).
       77  PAIE-RTN-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  PAIE-RTN-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  PROPOSAL LISTING - INVOICES HELD BACK
       01  PAIE-LIGNE-RETENUE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-NOFACTURE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-ECHEANCE            PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-MONTANT             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-R-MOTIF               PIC X(40).
      *****  PROPOSAL LISTING - ONE LINE PER SUPPLIER PAID
       01  PAIE-LIGNE-ENTETE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(11) VALUE "FOURNISSEUR".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "REFERENCE".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "FACT.".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(04) VALUE "BRUT".
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "DEDUIT".
           05  FILLER                     PIC X(11) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE "NET".
       01  PAIE-LIGNE-FOURNISSEUR.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  PAIE-F-REFERENCE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-NB                  PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-BRUT                PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-DEDUIT              PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-NET                 PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-F-NOTE                PIC X(25).
      *****  REMITTANCE ADVICE LINES
       01  PAIE-LIGNE-AVIS.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  PAIE-A-LIBELLE             PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-A-REFERENCE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-A-DATE                PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  PAIE-A-MONTANT             PIC ZZZZZZZZZ9.99.
           05  PAIE-A-SIGNE               PIC X(01).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PAIE-ARRET
               PERFORM 2000-CHARGER-DEDUCTIONS THRU 2000-EXIT
           END-IF
           IF NOT PAIE-ARRET
               PERFORM 3000-SELECTION-LOOP THRU 3000-EXIT
                   UNTIL PAIE-EOF
               PERFORM 4000-REGLER THRU 4000-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - PARAMETER CARD, THEN THE FILES.  A PAYMENT *
      *    RUN (MODE R) OPENS THE REGISTRY AND THE DEDUCTIONS FOR       *
      *    UPDATE; A PROPOSAL (MODE P) ONLY READS THEM                  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PAIE-TODAY FROM DATE YYYYMMDD
           MOVE PAIE-TODAY TO PAIE-DATE-REGLEMENT
           OPEN INPUT FDINPAIP.
           IF FS-FDINPAIP = "00"
               READ FDINPAIP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAIP-MODE = "R"
                           MOVE "R" TO PAIE-MODE
                       END-IF
                       IF PAIP-DATE IS NUMERIC
                           AND PAIP-DATE NOT = ZERO
                           MOVE PAIP-DATE TO PAIE-DATE-REGLEMENT
                       END-IF
               END-READ
               CLOSE FDINPAIP
           END-IF
           MOVE PAIE-DATE-REGLEMENT (3:6) TO PAIE-REF-DATE
           IF PAIE-REGLEMENT
               OPEN I-O FDINFREG
           ELSE
               OPEN INPUT FDINFREG
           END-IF
           IF FS-FDINFREG NOT = "00"
               DISPLAY "FDINPAIE - OPEN FDINFREG FAILED - STATUS "
                       FS-FDINFREG
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-FREG-OUVERT-SW
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINPAIE - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-RECP-OUVERT-SW
           OPEN INPUT FDINCPAY.
           IF FS-FDINCPAY NOT = "00"
               DISPLAY "FDINPAIE - OPEN FDINCPAY FAILED - STATUS "
                       FS-FDINCPAY
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-CPAY-OUVERT-SW
           OPEN INPUT BPFSKBQ.
           IF FS-BPFSKBQ NOT = "00"
               DISPLAY "FDINPAIE - OPEN BPFSKBQ FAILED - STATUS "
                       FS-BPFSKBQ
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-FSKBQ-OUVERT-SW
      *****  A RUN THAT CANNOT READ THE DEDUCTIONS WOULD OVERPAY
           IF PAIE-REGLEMENT
               OPEN I-O FDINDBN
           ELSE
               OPEN INPUT FDINDBN
           END-IF
           IF FS-FDINDBN NOT = "00"
               DISPLAY "FDINPAIE - OPEN FDINDBN FAILED - STATUS "
                       FS-FDINDBN
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-DBN-OUVERT-SW
           IF PAIE-REGLEMENT
               OPEN I-O FDINRTRN
           ELSE
               OPEN INPUT FDINRTRN
           END-IF
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINPAIE - OPEN FDINRTRN FAILED - STATUS "
                       FS-FDINRTRN
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-RTRN-OUVERT-SW
           IF PAIE-REGLEMENT
               OPEN OUTPUT FDINVIRB
               IF FS-FDINVIRB NOT = "00"
                   DISPLAY "FDINPAIE - OPEN FDINVIRB FAILED - STATUS "
                           FS-FDINVIRB
                   MOVE "Y" TO PAIE-ARRET-SW
                   MOVE 8 TO PAIE-RC
                   GO TO 1000-EXIT
               END-IF
               MOVE "Y" TO PAIE-VIRB-OUVERT-SW
               OPEN OUTPUT RPTAVR
               IF FS-RPTAVR NOT = "00"
                   DISPLAY "FDINPAIE - OPEN RPTAVR FAILED - STATUS "
                           FS-RPTAVR
                   MOVE "Y" TO PAIE-ARRET-SW
                   MOVE 8 TO PAIE-RC
                   GO TO 1000-EXIT
               END-IF
               MOVE "Y" TO PAIE-RPTAVR-OUVERT-SW
           END-IF
           OPEN OUTPUT RPTPAI.
           IF FS-RPTPAI NOT = "00"
               DISPLAY "FDINPAIE - OPEN RPTPAI FAILED - STATUS "
                       FS-RPTPAI
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO PAIE-RPTPAI-OUVERT-SW
           MOVE SPACES TO RPTPAI-LIGNE
           IF PAIE-REGLEMENT
               MOVE "FDINPAIE - SUPPLIER PAYMENT RUN" TO RPTPAI-LIGNE
           ELSE
               MOVE "FDINPAIE - SUPPLIER PAYMENT PROPOSAL"
                    TO RPTPAI-LIGNE
           END-IF
           MOVE "PAYMENT DATE" TO RPTPAI-LIGNE (40:12)
           MOVE PAIE-DATE-REGLEMENT TO RPTPAI-LIGNE (53:8)
           WRITE RPTPAI-LIGNE
           MOVE SPACES TO RPTPAI-LIGNE
           WRITE RPTPAI-LIGNE
           MOVE "INVOICES DUE BUT HELD BACK" TO RPTPAI-LIGNE
           WRITE RPTPAI-LIGNE
           MOVE SPACES TO RPTPAI-LIGNE
           WRITE RPTPAI-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-DEDUCTIONS - DEBIT NOTES NOT YET RECOVERED IN   *
      *    FULL AND CLOSED RETURNS NOT YET RECOVERED IN FULL, WITH      *
      *    WHAT IS STILL OWED ON EACH.  A RUN THAT CANNOT HOLD THEM     *
      *    ALL WOULD OVERPAY - IT IS REFUSED                            *
      *----------------------------------------------------------------*
       2000-CHARGER-DEDUCTIONS.
           PERFORM 2100-CHARGER-DBN THRU 2100-EXIT
               UNTIL FS-FDINDBN NOT = "00"
           PERFORM 2200-CHARGER-RTN THRU 2200-EXIT
               UNTIL FS-FDINRTRN NOT = "00"
           IF PAIE-DBN-PLEIN-SW = "Y" OR PAIE-RTN-PLEIN-SW = "Y"
               DISPLAY "FDINPAIE - DEDUCTION TABLE FULL - RUN REFUSED"
               MOVE SPACES TO RPTPAI-LIGNE
               MOVE "** DEDUCTION TABLE FULL - RUN REFUSED **"
                    TO RPTPAI-LIGNE
               WRITE RPTPAI-LIGNE
               MOVE "Y" TO PAIE-ARRET-SW
               MOVE 8 TO PAIE-RC
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-CHARGER-DBN.
           READ FDINDBN NEXT RECORD
               AT END
                   GO TO 2100-EXIT
           END-READ
           IF FDBN-RECUPEREE
               GO TO 2100-EXIT
           END-IF
           IF FDBN-MONTANT-RECUP IS NOT NUMERIC
               MOVE ZERO TO FDBN-MONTANT-RECUP
           END-IF
           IF FDBN-MONTANT-RECUP NOT < FDBN-MONTANT
               GO TO 2100-EXIT
           END-IF
           IF PAIE-DBN-COUNT NOT < 2000
               MOVE "Y" TO PAIE-DBN-PLEIN-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO PAIE-DBN-COUNT
           SET PAIE-DX TO PAIE-DBN-COUNT
           MOVE FDBN-NODEBIT     TO PDT-NODEBIT (PAIE-DX)
           MOVE FDBN-FOURNISSEUR TO PDT-FOURNISSEUR (PAIE-DX)
           COMPUTE PDT-SOLDE (PAIE-DX) =
                   FDBN-MONTANT - FDBN-MONTANT-RECUP.
       2100-EXIT.
           EXIT.
      *
       2200-CHARGER-RTN.
           READ FDINRTRN NEXT RECORD
               AT END
                   GO TO 2200-EXIT
           END-READ
           IF NOT FRTN-CLOS OR FRTN-RECUPERE
               GO TO 2200-EXIT
           END-IF
           IF FRTN-MONTANT-RECUP IS NOT NUMERIC
               MOVE ZERO TO FRTN-MONTANT-RECUP
           END-IF
           IF FRTN-MONTANT-RECUP NOT < FRTN-MONTANT
               GO TO 2200-EXIT
           END-IF
           IF PAIE-RTN-COUNT NOT < 2000
               MOVE "Y" TO PAIE-RTN-PLEIN-SW
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO PAIE-RTN-COUNT
           SET PAIE-RX TO PAIE-RTN-COUNT
           MOVE FRTN-NORETOUR    TO PRT-NORETOUR (PAIE-RX)
           MOVE FRTN-FOURNISSEUR TO PRT-FOURNISSEUR (PAIE-RX)
           COMPUTE PRT-SOLDE (PAIE-RX) =
                   FRTN-MONTANT - FRTN-MONTANT-RECUP.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SELECTION-LOOP - ONE REGISTRY ROW: PAID, NOT YET DUE,   *
      *    HELD BACK (LISTED WITH THE REASON) OR SELECTED               *
      *----------------------------------------------------------------*
       3000-SELECTION-LOOP.
           READ FDINFREG NEXT RECORD
               AT END
                   MOVE "Y" TO PAIE-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO PAIE-CNT-LUES
           IF FREG-REGLEE
               IF FREG-REF-REGLEMENT (1:6) = PAIE-REF-DATE
                   AND FREG-REF-REGLEMENT (7:4) IS NUMERIC
                   AND FREG-REF-REGLEMENT (7:4) > PAIE-SEQ
                   MOVE FREG-REF-REGLEMENT (7:4) TO PAIE-SEQ
               END-IF
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHERCHER-TERMES THRU 3100-EXIT
           PERFORM 3200-CALCULER-ECHEANCE THRU 3200-EXIT
           IF PAIE-ECHEANCE > PAIE-DATE-REGLEMENT
               ADD 1 TO PAIE-CNT-NON-ECHUES
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-CONTROLER THRU 3300-EXIT
           IF PAIE-MOTIF NOT = SPACES
               PERFORM 3800-EDITER-RETENUE THRU 3800-EXIT
               GO TO 3000-EXIT
           END-IF
           IF PAIE-FAC-COUNT NOT < 2000
               MOVE "Y" TO PAIE-FAC-PLEIN-SW
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO PAIE-FAC-COUNT
           SET PAIE-FX TO PAIE-FAC-COUNT
           MOVE FREG-FOURNISSEUR  TO PFT-FOURNISSEUR (PAIE-FX)
           MOVE FREG-NOFACTURE    TO PFT-NOFACTURE (PAIE-FX)
           MOVE FREG-DATE-FACTURE TO PFT-DATE-FACTURE (PAIE-FX)
           MOVE PAIE-ECHEANCE     TO PFT-ECHEANCE (PAIE-FX)
           MOVE FREG-NORECEPT     TO PFT-NORECEPT (PAIE-FX)
           MOVE FREG-MONTANT      TO PFT-MONTANT (PAIE-FX)
           MOVE BPBQ-IBAN         TO PFT-IBAN (PAIE-FX)
           MOVE BPBQ-BIC          TO PFT-BIC (PAIE-FX)
           MOVE BPBQ-TITULAIRE    TO PFT-TITULAIRE (PAIE-FX)
           ADD 1 TO PAIE-CNT-SELECTIONNEES.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3100-CHERCHER-TERMES - THE SUPPLIER'S TERMS, OR THE HOUSE    *
      *    DEFAULT WHEN NONE ARE ON FILE                               *
      *----------------------------------------------------------------*
       3100-CHERCHER-TERMES.
           MOVE PAIE-NBJOURS-DEFAUT TO PAIE-NBJOURS
           MOVE "N" TO PAIE-FDM
           IF NOT PAIE-CPAY-OUVERT
               GO TO 3100-EXIT
           END-IF
           MOVE FREG-FOURNISSEUR TO FCPY-CLEF
           READ FDINCPAY RECORD
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           MOVE FCPY-NBJOURS     TO PAIE-NBJOURS
           MOVE FCPY-FIN-DE-MOIS TO PAIE-FDM.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-CALCULER-ECHEANCE - INVOICE DATE PLUS THE TERMS IN      *
      *    BUSINESS DAYS, THEN THE END-OF-MONTH RULE (SAME RULE AS THE  *
      *    FDINTRES FORECAST, SO TREASURY AND THE RUN AGREE)            *
      *----------------------------------------------------------------*
       3200-CALCULER-ECHEANCE.
           MOVE FREG-DATE-FACTURE TO PAIE-DATE-TRAVAIL
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE "A" TO WFONCTION
           MOVE PAIE-NBJOURS TO WNBJOUR-OUVRABLES9
           MOVE SPACES TO WNO-ENTREPOT
           CALL "ACBDT000" USING PAIE-CYYMMDD9, WKDAT000
           MOVE WDATE-RESULTAT9 TO PAIE-ECHEANCE
           IF PAIE-FDM NOT = "O"
               GO TO 3200-EXIT
           END-IF
           MOVE PAIE-ECHEANCE TO PAIE-DATE-TRAVAIL
           PERFORM 7000-VALIDER-DATE THRU 7000-EXIT
           MOVE WNBJOUR-MOIS9 TO PAIE-EC-JJ
           MOVE PAIE-ECHEANCE TO PAIE-DATE-TRAVAIL
           PERFORM 7000-VALIDER-DATE THRU 7000-EXIT
           IF WFERIE = "1"
               MOVE PAIE-ECHEANCE TO PAIE-DATE-TRAVAIL
               PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
               MOVE "N" TO WFONCTION
               MOVE SPACES TO WNO-ENTREPOT
               CALL "ACBDT000" USING PAIE-CYYMMDD9, WKDAT000
               MOVE WDATE-RESULTAT9 TO PAIE-ECHEANCE
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-CONTROLER - A DUE INVOICE IS PAID ONLY WHEN ITS         *
      *    RECEPTION IS FACTURE-MATCHED AND FREE OF DISPUTE AND THE     *
      *    SUPPLIER MAY BE PAID, TO APPROVED BANK DETAILS.  PAIE-MOTIF  *
      *    CARRIES THE HOLD REASON                                     *
      *----------------------------------------------------------------*
       3300-CONTROLER.
           MOVE SPACES TO PAIE-MOTIF
           IF FREG-NORECEPT = ZERO
               MOVE "NO RECEPTION TIED" TO PAIE-MOTIF
               GO TO 3300-EXIT
           END-IF
           MOVE FREG-NORECEPT TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   MOVE "RECEPTION NOT ON FILE" TO PAIE-MOTIF
                   GO TO 3300-EXIT
           END-READ
           IF FREC-FACT-RAPPROCHEE NOT = "O"
               MOVE "RECEPTION NOT FACTURE-MATCHED" TO PAIE-MOTIF
               GO TO 3300-EXIT
           END-IF
           IF FREC-EN-LITIGE
               MOVE "RECEPTION UNDER OPEN LITIGE" TO PAIE-MOTIF
               GO TO 3300-EXIT
           END-IF
           IF FREG-FOURNISSEUR NOT = PAIE-FSK-DERNIER
               PERFORM 3400-CONTROLER-FOURNISSEUR THRU 3400-EXIT
               MOVE FREG-FOURNISSEUR TO PAIE-FSK-DERNIER
           END-IF
           MOVE PAIE-FSK-MOTIF TO PAIE-MOTIF.
       3300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3400-CONTROLER-FOURNISSEUR - ONCE PER SUPPLIER: BPFSK STATUS *
      *    THEN THE BANK DETAILS.  A CHANGE WAITING FOR ITS SECOND      *
      *    SIGNATURE HOLDS THE WHOLE SUPPLIER BACK.  BPBQ-ENR STAYS IN  *
      *    THE RECORD AREA FOR THE SUPPLIER'S INVOICES                  *
      *----------------------------------------------------------------*
       3400-CONTROLER-FOURNISSEUR.
           MOVE SPACES TO PAIE-FSK-MOTIF
           MOVE FREG-FOURNISSEUR TO PAIE-FSK-CLEF
           CALL "BPFSKCHK" USING PAIE-FSK-CLEF, PAIE-FSK-ACCEPTE,
               PAIE-FSK-MESSAGE
           IF PAIE-FSK-ACCEPTE NOT = "O"
               MOVE PAIE-FSK-MESSAGE (1:30) TO PAIE-FSK-MOTIF
               GO TO 3400-EXIT
           END-IF
           IF FS-BPFSKBQ NOT = "00" AND FS-BPFSKBQ NOT = "23"
               MOVE "BANK DETAILS FILE UNAVAILABLE" TO PAIE-FSK-MOTIF
               GO TO 3400-EXIT
           END-IF
           MOVE FREG-FOURNISSEUR TO BPBQ-CLEF
           READ BPFSKBQ RECORD
               INVALID KEY
                   MOVE "NO BANK DETAILS ON FILE" TO PAIE-FSK-MOTIF
                   GO TO 3400-EXIT
           END-READ
           IF BPBQ-EN-ATTENTE
               MOVE "BANK DETAILS CHANGE PENDING" TO PAIE-FSK-MOTIF
               GO TO 3400-EXIT
           END-IF
           IF BPBQ-IBAN = SPACES
               MOVE "NO APPROVED BANK DETAILS" TO PAIE-FSK-MOTIF
           END-IF.
       3400-EXIT.
           EXIT.
      *
       3800-EDITER-RETENUE.
           ADD 1 TO PAIE-CNT-RETENUES
           MOVE SPACES TO PAIE-LIGNE-RETENUE
           MOVE FREG-FOURNISSEUR TO PAIE-R-FOURNISSEUR
           MOVE FREG-NOFACTURE   TO PAIE-R-NOFACTURE
           MOVE FREG-NORECEPT    TO PAIE-R-NORECEPT
           MOVE PAIE-ECHEANCE    TO PAIE-R-ECHEANCE
           MOVE FREG-MONTANT     TO PAIE-R-MONTANT
           MOVE PAIE-MOTIF       TO PAIE-R-MOTIF
           WRITE RPTPAI-LIGNE FROM PAIE-LIGNE-RETENUE.
       3800-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-REGLER - THE SELECTED INVOICES ARE IN SUPPLIER ORDER;   *
      *    EACH RUN OF ONE SUPPLIER'S INVOICES IS PAID TOGETHER         *
      *----------------------------------------------------------------*
       4000-REGLER.
           MOVE SPACES TO RPTPAI-LIGNE
           WRITE RPTPAI-LIGNE
           IF PAIE-FAC-PLEIN-SW = "Y"
               MOVE "** INVOICE TABLE FULL - THE REST WAIT FOR THE NEXT"
                    TO RPTPAI-LIGNE
               MOVE " RUN **" TO RPTPAI-LIGNE (52:7)
               WRITE RPTPAI-LIGNE
               MOVE SPACES TO RPTPAI-LIGNE
               WRITE RPTPAI-LIGNE
           END-IF
           WRITE RPTPAI-LIGNE FROM PAIE-LIGNE-ENTETE
           MOVE 1 TO PAIE-SUB
           PERFORM 4100-UN-FOURNISSEUR THRU 4100-EXIT
               UNTIL PAIE-SUB > PAIE-FAC-COUNT
           MOVE SPACES TO PAIE-LIGNE-FOURNISSEUR
           MOVE "TOTAL" TO PAIE-F-FOURNISSEUR
           MOVE PAIE-CNT-SELECTIONNEES TO PAIE-F-NB
           MOVE PAIE-TOT-BRUT   TO PAIE-F-BRUT
           MOVE PAIE-TOT-DEDUIT TO PAIE-F-DEDUIT
           MOVE PAIE-TOT-NET    TO PAIE-F-NET
           WRITE RPTPAI-LIGNE FROM PAIE-LIGNE-FOURNISSEUR.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4100-UN-FOURNISSEUR - INVOICES PAIE-FRN-DEBUT THRU           *
      *    PAIE-FRN-FIN BELONG TO ONE SUPPLIER: GROSS, NETTING, BANK    *
      *    TRANSFER, REMITTANCE ADVICE AND THE STAMPS                   *
      *----------------------------------------------------------------*
       4100-UN-FOURNISSEUR.
           SET PAIE-FX TO PAIE-SUB
           MOVE PFT-FOURNISSEUR (PAIE-FX) TO PAIE-FRN-COURANT
           MOVE PAIE-SUB TO PAIE-FRN-DEBUT
           MOVE ZERO TO PAIE-FRN-NB-FACTURES
           MOVE ZERO TO PAIE-FRN-BRUT
           MOVE ZERO TO PAIE-FRN-DEDUIT
           MOVE "N" TO PAIE-FRN-FINI-SW
           PERFORM 4110-CUMULER-FACTURE THRU 4110-EXIT
               UNTIL PAIE-SUB > PAIE-FAC-COUNT
                  OR PAIE-FRN-FINI
           COMPUTE PAIE-FRN-FIN = PAIE-SUB - 1
           ADD 1 TO PAIE-CNT-FOURNISSEURS
           ADD 1 TO PAIE-SEQ
           MOVE PAIE-SEQ TO PAIE-REF-SEQ
           IF PAIE-REGLEMENT
               PERFORM 4200-ENTETE-AVIS THRU 4200-EXIT
           END-IF
           MOVE PAIE-FRN-BRUT TO PAIE-FRN-RESTE
           PERFORM 4300-DEDUIRE-DBN THRU 4300-EXIT
               VARYING PAIE-SUB2 FROM 1 BY 1
               UNTIL PAIE-SUB2 > PAIE-DBN-COUNT
           PERFORM 4400-DEDUIRE-RTN THRU 4400-EXIT
               VARYING PAIE-SUB2 FROM 1 BY 1
               UNTIL PAIE-SUB2 > PAIE-RTN-COUNT
           ADD PAIE-FRN-BRUT   TO PAIE-TOT-BRUT
           ADD PAIE-FRN-DEDUIT TO PAIE-TOT-DEDUIT
           ADD PAIE-FRN-RESTE  TO PAIE-TOT-NET
           MOVE SPACES TO PAIE-LIGNE-FOURNISSEUR
           MOVE PAIE-FRN-COURANT     TO PAIE-F-FOURNISSEUR
           MOVE PAIE-REFERENCE       TO PAIE-F-REFERENCE
           MOVE PAIE-FRN-NB-FACTURES TO PAIE-F-NB
           MOVE PAIE-FRN-BRUT        TO PAIE-F-BRUT
           MOVE PAIE-FRN-DEDUIT      TO PAIE-F-DEDUIT
           MOVE PAIE-FRN-RESTE       TO PAIE-F-NET
           IF PAIE-FRN-RESTE = ZERO
               MOVE "SETTLED BY COMPENSATION" TO PAIE-F-NOTE
               ADD 1 TO PAIE-CNT-COMPENSES
           END-IF
           WRITE RPTPAI-LIGNE FROM PAIE-LIGNE-FOURNISSEUR
           IF PAIE-REGLEMENT
               PERFORM 4500-PAYER THRU 4500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
      *
       4110-CUMULER-FACTURE.
           SET PAIE-FX TO PAIE-SUB
           IF PFT-FOURNISSEUR (PAIE-FX) NOT = PAIE-FRN-COURANT
               MOVE "Y" TO PAIE-FRN-FINI-SW
               GO TO 4110-EXIT
           END-IF
           ADD 1 TO PAIE-FRN-NB-FACTURES
           ADD PFT-MONTANT (PAIE-FX) TO PAIE-FRN-BRUT
           ADD 1 TO PAIE-SUB.
       4110-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4200-ENTETE-AVIS - REMITTANCE ADVICE HEADING AND ONE LINE    *
      *    PER INVOICE PAID                                            *
      *----------------------------------------------------------------*
       4200-ENTETE-AVIS.
           MOVE SPACES TO RPTAVR-LIGNE
           MOVE "REMITTANCE ADVICE - SUPPLIER" TO RPTAVR-LIGNE
           MOVE PAIE-FRN-COURANT TO RPTAVR-LIGNE (30:9)
           MOVE "PAYMENT REFERENCE" TO RPTAVR-LIGNE (42:17)
           MOVE PAIE-REFERENCE TO RPTAVR-LIGNE (60:10)
           MOVE "DATE" TO RPTAVR-LIGNE (72:4)
           MOVE PAIE-DATE-REGLEMENT TO RPTAVR-LIGNE (77:8)
           WRITE RPTAVR-LIGNE
           MOVE SPACES TO RPTAVR-LIGNE
           WRITE RPTAVR-LIGNE
           PERFORM 4210-LIGNE-FACTURE THRU 4210-EXIT
               VARYING PAIE-SUB2 FROM PAIE-FRN-DEBUT BY 1
               UNTIL PAIE-SUB2 > PAIE-FRN-FIN.
       4200-EXIT.
           EXIT.
      *
       4210-LIGNE-FACTURE.
           SET PAIE-FX TO PAIE-SUB2
           MOVE SPACES TO PAIE-LIGNE-AVIS
           MOVE "FACTURE"                  TO PAIE-A-LIBELLE
           MOVE PFT-NOFACTURE (PAIE-FX)    TO PAIE-A-REFERENCE
           MOVE PFT-DATE-FACTURE (PAIE-FX) TO PAIE-A-DATE
           MOVE PFT-MONTANT (PAIE-FX)      TO PAIE-A-MONTANT
           WRITE RPTAVR-LIGNE FROM PAIE-LIGNE-AVIS.
       4210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4300-DEDUIRE-DBN - NET THE SUPPLIER'S OPEN DEBIT NOTES OFF   *
      *    WHAT IS STILL TO PAY; A NOTE LARGER THAN THE REMAINDER IS    *
      *    TAKEN IN PART AND CARRIES ITS BALANCE TO THE NEXT RUN        *
      *----------------------------------------------------------------*
       4300-DEDUIRE-DBN.
           SET PAIE-DX TO PAIE-SUB2
           IF PDT-FOURNISSEUR (PAIE-DX) NOT = PAIE-FRN-COURANT
               OR PDT-SOLDE (PAIE-DX) = ZERO
               OR PAIE-FRN-RESTE = ZERO
               GO TO 4300-EXIT
           END-IF
           IF PDT-SOLDE (PAIE-DX) > PAIE-FRN-RESTE
               MOVE PAIE-FRN-RESTE TO PAIE-PRIS
           ELSE
               MOVE PDT-SOLDE (PAIE-DX) TO PAIE-PRIS
           END-IF
           SUBTRACT PAIE-PRIS FROM PAIE-FRN-RESTE
           SUBTRACT PAIE-PRIS FROM PDT-SOLDE (PAIE-DX)
           ADD PAIE-PRIS TO PAIE-FRN-DEDUIT
           IF PAIE-PROPOSITION
               GO TO 4300-EXIT
           END-IF
           MOVE SPACES TO PAIE-LIGNE-AVIS
           MOVE "NOTE DEB"              TO PAIE-A-LIBELLE
           MOVE PDT-NODEBIT (PAIE-DX)   TO PAIE-A-REFERENCE
           MOVE PAIE-DATE-REGLEMENT     TO PAIE-A-DATE
           MOVE PAIE-PRIS               TO PAIE-A-MONTANT
           MOVE "-"                     TO PAIE-A-SIGNE
           WRITE RPTAVR-LIGNE FROM PAIE-LIGNE-AVIS
           MOVE PDT-NODEBIT (PAIE-DX) TO FDBN-NODEBIT
           READ FDINDBN RECORD
               INVALID KEY
                   DISPLAY "FDINPAIE - DEBIT NOTE " FDBN-NODEBIT
                           " NOT FOUND"
                   ADD 1 TO PAIE-CNT-ERREURS
                   GO TO 4300-EXIT
           END-READ
           IF FDBN-MONTANT-RECUP IS NOT NUMERIC
               MOVE ZERO TO FDBN-MONTANT-RECUP
           END-IF
           ADD PAIE-PRIS TO FDBN-MONTANT-RECUP
           IF PDT-SOLDE (PAIE-DX) = ZERO
               MOVE "O" TO FDBN-RECUP
           ELSE
               MOVE "P" TO FDBN-RECUP
           END-IF
           MOVE PAIE-DATE-REGLEMENT TO FDBN-DATE-RECUP
           MOVE PAIE-REFERENCE      TO FDBN-REF-RECUP
           REWRITE FDBN-ENR
           IF FS-FDINDBN NOT = "00"
               DISPLAY "FDINPAIE - REWRITE FDINDBN FAILED - STATUS "
                       FS-FDINDBN
               ADD 1 TO PAIE-CNT-ERREURS
           END-IF.
       4300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4400-DEDUIRE-RTN - SAME NETTING FOR CLOSED RETURNS           *
      *----------------------------------------------------------------*
       4400-DEDUIRE-RTN.
           SET PAIE-RX TO PAIE-SUB2
           IF PRT-FOURNISSEUR (PAIE-RX) NOT = PAIE-FRN-COURANT
               OR PRT-SOLDE (PAIE-RX) = ZERO
               OR PAIE-FRN-RESTE = ZERO
               GO TO 4400-EXIT
           END-IF
           IF PRT-SOLDE (PAIE-RX) > PAIE-FRN-RESTE
               MOVE PAIE-FRN-RESTE TO PAIE-PRIS
           ELSE
               MOVE PRT-SOLDE (PAIE-RX) TO PAIE-PRIS
           END-IF
           SUBTRACT PAIE-PRIS FROM PAIE-FRN-RESTE
           SUBTRACT PAIE-PRIS FROM PRT-SOLDE (PAIE-RX)
           ADD PAIE-PRIS TO PAIE-FRN-DEDUIT
           IF PAIE-PROPOSITION
               GO TO 4400-EXIT
           END-IF
           MOVE SPACES TO PAIE-LIGNE-AVIS
           MOVE "RETOUR"                TO PAIE-A-LIBELLE
           MOVE PRT-NORETOUR (PAIE-RX)  TO PAIE-A-REFERENCE
           MOVE PAIE-DATE-REGLEMENT     TO PAIE-A-DATE
           MOVE PAIE-PRIS               TO PAIE-A-MONTANT
           MOVE "-"                     TO PAIE-A-SIGNE
           WRITE RPTAVR-LIGNE FROM PAIE-LIGNE-AVIS
           MOVE PRT-NORETOUR (PAIE-RX) TO FRTN-NORETOUR
           READ FDINRTRN RECORD
               INVALID KEY
                   DISPLAY "FDINPAIE - RETURN " FRTN-NORETOUR
                           " NOT FOUND"
                   ADD 1 TO PAIE-CNT-ERREURS
                   GO TO 4400-EXIT
           END-READ
           IF FRTN-MONTANT-RECUP IS NOT NUMERIC
               MOVE ZERO TO FRTN-MONTANT-RECUP
           END-IF
           ADD PAIE-PRIS TO FRTN-MONTANT-RECUP
           IF PRT-SOLDE (PAIE-RX) = ZERO
               MOVE "O" TO FRTN-RECUP
           ELSE
               MOVE "P" TO FRTN-RECUP
           END-IF
           MOVE PAIE-DATE-REGLEMENT TO FRTN-DATE-RECUP
           MOVE PAIE-REFERENCE      TO FRTN-REF-RECUP
           REWRITE FRTN-ENR
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINPAIE - REWRITE FDINRTRN FAILED - STATUS "
                       FS-FDINRTRN
               ADD 1 TO PAIE-CNT-ERREURS
           END-IF.
       4400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4500-PAYER - NET LINE OF THE ADVICE, THE BANK TRANSFER (NONE *
      *    WHEN THE DEDUCTIONS SETTLE EVERYTHING) AND THE INVOICE       *
      *    STAMPS                                                      *
      *----------------------------------------------------------------*
       4500-PAYER.
           MOVE SPACES TO PAIE-LIGNE-AVIS
           MOVE "NET"               TO PAIE-A-LIBELLE
           MOVE PAIE-REFERENCE      TO PAIE-A-REFERENCE
           MOVE PAIE-DATE-REGLEMENT TO PAIE-A-DATE
           MOVE PAIE-FRN-RESTE      TO PAIE-A-MONTANT
           WRITE RPTAVR-LIGNE FROM PAIE-LIGNE-AVIS
           MOVE SPACES TO RPTAVR-LIGNE
           WRITE RPTAVR-LIGNE
           WRITE RPTAVR-LIGNE
           IF PAIE-FRN-RESTE > ZERO
               MOVE SPACES TO FVIR-ENR
               MOVE PAIE-FRN-COURANT     TO FVIR-FOURNISSEUR
               MOVE PAIE-REFERENCE       TO FVIR-REFERENCE
               MOVE PAIE-DATE-REGLEMENT  TO FVIR-DATE
               MOVE PAIE-FRN-RESTE       TO FVIR-MONTANT
               MOVE PAIE-FRN-NB-FACTURES TO FVIR-NB-FACTURES
               SET PAIE-FX TO PAIE-FRN-DEBUT
               MOVE PFT-IBAN (PAIE-FX)      TO FVIR-IBAN
               MOVE PFT-BIC (PAIE-FX)       TO FVIR-BIC
               MOVE PFT-TITULAIRE (PAIE-FX) TO FVIR-TITULAIRE
               WRITE FVIR-ENR
               ADD 1 TO PAIE-CNT-VIREMENTS
           END-IF
           PERFORM 4510-MARQUER-FACTURE THRU 4510-EXIT
               VARYING PAIE-SUB2 FROM PAIE-FRN-DEBUT BY 1
               UNTIL PAIE-SUB2 > PAIE-FRN-FIN.
       4500-EXIT.
           EXIT.
      *
       4510-MARQUER-FACTURE.
           SET PAIE-FX TO PAIE-SUB2
           MOVE PFT-FOURNISSEUR (PAIE-FX) TO FREG-FOURNISSEUR
           MOVE PFT-NOFACTURE (PAIE-FX)   TO FREG-NOFACTURE
           READ FDINFREG RECORD
               INVALID KEY
                   DISPLAY "FDINPAIE - INVOICE " FREG-CLEF
                           " NOT FOUND"
                   ADD 1 TO PAIE-CNT-ERREURS
                   GO TO 4510-EXIT
           END-READ
           MOVE "O"                 TO FREG-REGLE
           MOVE PAIE-DATE-REGLEMENT TO FREG-DATE-REGLEMENT
           MOVE PAIE-REFERENCE      TO FREG-REF-REGLEMENT
           REWRITE FREG-ENR
           IF FS-FDINFREG NOT = "00"
               DISPLAY "FDINPAIE - REWRITE FDINFREG FAILED - STATUS "
                       FS-FDINFREG
               ADD 1 TO PAIE-CNT-ERREURS
           END-IF.
       4510-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF PAIE-FREG-OUVERT
               CLOSE FDINFREG
           END-IF
           IF PAIE-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF PAIE-CPAY-OUVERT
               CLOSE FDINCPAY
           END-IF
           IF PAIE-FSKBQ-OUVERT
               CLOSE BPFSKBQ
           END-IF
           IF PAIE-DBN-OUVERT
               CLOSE FDINDBN
           END-IF
           IF PAIE-RTRN-OUVERT
               CLOSE FDINRTRN
           END-IF
           IF PAIE-VIRB-OUVERT
               CLOSE FDINVIRB
           END-IF
           IF PAIE-RPTAVR-OUVERT
               CLOSE RPTAVR
           END-IF
           IF PAIE-RPTPAI-OUVERT
               CLOSE RPTPAI
           END-IF
           IF PAIE-CNT-ERREURS > ZERO AND PAIE-RC < 4
               MOVE 4 TO PAIE-RC
           END-IF
           DISPLAY "FDINPAIE - MODE.................: " PAIE-MODE.
           DISPLAY "FDINPAIE - INVOICES READ........: " PAIE-CNT-LUES.
           DISPLAY "FDINPAIE - NOT YET DUE..........: "
                   PAIE-CNT-NON-ECHUES.
           DISPLAY "FDINPAIE - HELD BACK............: "
                   PAIE-CNT-RETENUES.
           DISPLAY "FDINPAIE - SELECTED.............: "
                   PAIE-CNT-SELECTIONNEES.
           DISPLAY "FDINPAIE - SUPPLIERS PAID.......: "
                   PAIE-CNT-FOURNISSEURS.
           DISPLAY "FDINPAIE - BANK TRANSFERS.......: "
                   PAIE-CNT-VIREMENTS.
           DISPLAY "FDINPAIE - SETTLED BY OFFSET....: "
                   PAIE-CNT-COMPENSES.
           DISPLAY "FDINPAIE - UPDATE ERRORS........: "
                   PAIE-CNT-ERREURS.
           IF PAIE-REGLEMENT
               MOVE PAIE-CNT-SELECTIONNEES TO PAIE-NSUJ-COMPTEUR
               CALL "FDINNSUJ" USING PAIE-NSUJ-PROGRAMME,
                   PAIE-NSUJ-CLEF, PAIE-NSUJ-COMPTEUR
           END-IF.
           MOVE PAIE-RC TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-VALIDER-DATE - ACBDT000 "V" CALL ON PAIE-DATE-TRAVAIL   *
      *----------------------------------------------------------------*
       7000-VALIDER-DATE.
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE "V" TO WFONCTION
           MOVE SPACES TO WNO-ENTREPOT
           CALL "ACBDT000" USING PAIE-CYYMMDD9, WKDAT000.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE     *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                    *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF PAIE-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO PAIE-CY-C
           ELSE
               MOVE 1 TO PAIE-CY-C
           END-IF
           MOVE PAIE-DATE-TRAVAIL (3:2) TO PAIE-CY-AA
           MOVE PAIE-DATE-TRAVAIL (5:4) TO PAIE-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
