      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINDEBA                      *
      * TYPE OF PROGRAM............: . MONTH-END BATCH               *
      * FUNCTION...................: . DEB (INTRASTAT) ARRIVALS      *
      *         .                      DECLARATION OF THE PERIOD.    *
      *         .                      THE FDINRLIG LINES OF THE     *
      *         .                      RECEPTIONS OPENED IN THE      *
      *         .                      PERIOD FOR A CEE SUPPLIER     *
      *         .                      (BPFSK-PAYS SET AND NOT THE   *
      *         .                      HOME COUNTRY) ARE VALUED AT   *
      *         .                      QTE X PA, CONVERTED TO THE    *
      *         .                      HOME CURRENCY THROUGH         *
      *         .                      FDINDEVC IN THE CURRENCY OF   *
      *         .                      THE SUPPLIER'S INVOICE, AND   *
      *         .                      TOTALLED WITH THEIR NET MASS  *
      *         .                      AND QUANTITY BY NOMENCLATURE  *
      *         .                      CODE, COUNTRY OF CONSIGNMENT  *
      *         .                      AND COUNTRY OF ORIGIN (FROM   *
      *         .                      FDINNOMC).  WRITES THE FILE   *
      *         .                      FOR THE CUSTOMS AND A CONTROL *
      *         .                      LISTING; A LINE WHOSE PRODUCT *
      *         .                      HAS NO NOMENCLATURE CODE IS   *
      *         .                      LEFT OUT AND LISTED AS A      *
      *         .                      WARNING                       *
      * FILES USED.................: . BPFSK      - INPUT            *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINFREG   - INPUT            *
      *         .                      FDINNOMC   - INPUT            *
      *         .                      FDINDEBP   - INPUT (PARAMETER)*
      *         .                      FDINDEBF   - OUTPUT           *
      *         .                      RPTDEB     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINDEVC, FDINNSUJ            *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - MONTHLY DEB ARRIVALS FILE    *
      *                 AND CONTROL LISTING FOR CEE SUPPLIERS.         *
      *  15/10/26  JFC  ONLY THE FILES OPENED ARE CLOSED, AND THE      *
      *                 FDINNSUJ CALL NO LONGER CLEARS AN RC 8 SET     *
      *                 BEFORE IT.                                     *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINDEBA.
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
           SELECT BPFSK ASSIGN TO BPFSK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BPFSK.
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
           SELECT FDINFREG ASSIGN TO FDINFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-CLEF
               FILE STATUS IS FS-FDINFREG.
           SELECT FDINNOMC ASSIGN TO FDINNOMC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FNOM-PRODUIT
               FILE STATUS IS FS-FDINNOMC.
           SELECT FDINDEBP ASSIGN TO FDINDEBP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINDEBP.
           SELECT FDINDEBF ASSIGN TO FDINDEBF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINDEBF.
           SELECT RPTDEB ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTDEB.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY BPFSK.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRLIG.
       COPY FDINFREG.
       COPY FDINNOMC.
      *
       FD  FDINDEBP  LABEL RECORD STANDARD
                     RECORD 80.
       01  DEBP-CARTE.
           05  DEBP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
      *****  ONE ROW PER NOMENCLATURE CODE / COUNTRY OF CONSIGNMENT /
      *****  COUNTRY OF ORIGIN - VALUE IN WHOLE HOME-CURRENCY UNITS,
      *****  NET MASS IN WHOLE KILOGRAMS, SUPPLEMENTARY UNITS ZERO
      *****  WHEN THE CODE DOES NOT CALL FOR THEM
       FD  FDINDEBF  LABEL RECORD STANDARD
                     RECORD 80.
       01  DEBF-ENR.
           05  DEBF-PERIODE               PIC 9(06).
      *****  A = ARRIVAL (INTRODUCTION)
           05  DEBF-FLUX                  PIC X(01).
           05  DEBF-NC8                   PIC X(08).
           05  DEBF-PAYS-PROVENANCE       PIC X(02).
           05  DEBF-PAYS-ORIGINE          PIC X(02).
           05  DEBF-VALEUR                PIC 9(11).
           05  DEBF-MASSE-NETTE           PIC 9(11).
           05  DEBF-UNITES-SUPP           PIC 9(11).
      *****  NATURE OF TRANSACTION - 11 = OUTRIGHT PURCHASE
           05  DEBF-NATURE-TRANS          PIC X(02).
           05  FILLER                     PIC X(26).
      *
       FD  RPTDEB   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTDEB-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-BPFSK                       PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINFREG                    PIC X(02) VALUE "00".
       77  FS-FDINNOMC                    PIC X(02) VALUE "00".
       77  FS-FDINDEBP                    PIC X(02) VALUE "00".
       77  FS-FDINDEBF                    PIC X(02) VALUE "00".
       77  FS-RPTDEB                      PIC X(02) VALUE "00".
      *****  HOME COUNTRY - A SUPPLIER OF ANY OTHER COUNTRY SET ON
      *****  BPFSK IS A CEE SUPPLIER FOR THE DECLARATION
       77  DEBA-PAYS-ENTREPRISE           PIC X(02) VALUE "FR".
       77  DEBA-EOF-SW                    PIC X(01) VALUE "N".
           88  DEBA-EOF                   VALUE "Y".
       77  DEBA-LIG-EOF-SW                PIC X(01).
           88  DEBA-LIG-EOF               VALUE "Y".
       77  DEBA-FAC-EOF-SW                PIC X(01).
           88  DEBA-FAC-EOF               VALUE "Y".
       77  DEBA-FOUND-SW                  PIC X(01).
           88  DEBA-FOUND                 VALUE "Y".
       77  DEBA-ARRET-SW                  PIC X(01) VALUE "N".
           88  DEBA-ARRET                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  DEBA-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  DEBA-RECP-OUVERT           VALUE "Y".
       77  DEBA-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  DEBA-RLIG-OUVERT           VALUE "Y".
       77  DEBA-NOMC-OUVERT-SW            PIC X(01) VALUE "N".
           88  DEBA-NOMC-OUVERT           VALUE "Y".
       77  DEBA-DEBF-OUVERT-SW            PIC X(01) VALUE "N".
           88  DEBA-DEBF-OUVERT           VALUE "Y".
       77  DEBA-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  DEBA-TYPREC-OUVERT         VALUE "Y".
       77  DEBA-FREG-OUVERT-SW            PIC X(01) VALUE "N".
           88  DEBA-FREG-OUVERT           VALUE "Y".
      *****  SEVERITY OF THE RUN, KEPT ACROSS THE CALL TO FDINNSUJ
       77  DEBA-RC                        PIC S9(04) COMP VALUE ZERO.
       77  DEBA-TODAY                     PIC 9(08).
       77  DEBA-PERIODE                   PIC 9(06) VALUE ZERO.
       77  DEBA-PER-RECEPT                PIC 9(06).
       77  DEBA-SUB                       PIC 9(04) COMP.
       77  DEBA-SUB2                      PIC 9(04) COMP.
       77  DEBA-POS                       PIC 9(04) COMP.
       77  DEBA-WRK-CLE                   PIC X(12).
      *****  THE RECEPTION BEING DECLARED
       77  DEBA-PAYS-FOURN                PIC X(02).
       77  DEBA-DEVISE                    PIC X(03).
       77  DEBA-DEVISE-DATE               PIC 9(08).
       77  DEBA-DEVISE-SW                 PIC X(01).
           88  DEBA-DEVISE-RECEPT         VALUE "R".
           88  DEBA-DEVISE-AUTRE          VALUE "A".
      *****  COMMUNICATION WITH FDINDEVC
       77  DEBA-DEV-MONTANT-ORIGINE       PIC 9(8)V9(2).
       77  DEBA-DEV-MONTANT-LOCAL         PIC 9(8)V9(2).
       77  DEBA-DEV-TAUX                  PIC 9(3)V9(6).
       77  DEBA-DEV-TROUVE                PIC X(01).
       77  DEBA-DEV-DATE-VALEUR           PIC 9(08).
      *****  COUNTERS AND TOTALS
       77  DEBA-CNT-RECEPTIONS            PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-CNT-DECLAREES             PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-CNT-SANS-NC               PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-CNT-ANOMALIES             PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-CNT-ECRITES               PIC 9(07) COMP-3 VALUE ZERO.
       77  DEBA-TOT-SANS-NC               PIC 9(11)V9(2) VALUE ZERO.
       77  DEBA-TOT-VALEUR                PIC 9(11) VALUE ZERO.
       77  DEBA-TOT-MASSE                 PIC 9(11) VALUE ZERO.
       77  DEBA-MASSE-LIGNE               PIC 9(11)V9(3).
       77  DEBA-MOTIF                     PIC X(30).
      *
      *****  THE CEE SUPPLIERS OF BPFSK
       01  DEBA-FOU-TABLE.
           05  DEBA-FOU-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY DEBA-FX.
               10  TFO-CLEF               PIC X(09).
               10  TFO-PAYS               PIC X(02).
               10  TFO-NO-TVA-INTRA       PIC X(14).
       77  DEBA-FOU-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *
      *****  ONE ROW PER NOMENCLATURE CODE, COUNTRY OF CONSIGNMENT AND
      *****  COUNTRY OF ORIGIN, KEPT IN KEY ORDER AS IT IS BUILT
       01  DEBA-CLE-TABLE.
           05  DEBA-CLE-ENTRY  OCCURS 1000 TIMES.
               10  TCD-CLE.
                   15  TCD-NC8            PIC X(08).
                   15  TCD-PROVENANCE     PIC X(02).
                   15  TCD-ORIGINE        PIC X(02).
               10  TCD-CNT                PIC 9(05).
               10  TCD-VALEUR             PIC 9(11)V9(2).
               10  TCD-MASSE              PIC 9(11)V9(3).
               10  TCD-UNITES             PIC 9(11)V9(2).
       77  DEBA-CLE-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  DEBA-CLE-PLEIN-SW              PIC X(01) VALUE "N".
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  DEBA-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINDEBA".
       77  DEBA-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  DEBA-NSUJ-COMPTEUR             PIC 9(07).
      *
       01  DEBA-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "NC8       CONS ORIG LINES        VALUE  ".
           05  FILLER                     PIC X(30) VALUE
               "   NET MASS KG    SUPP. UNITS".
       01  DEBA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-D-NC8                 PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-D-PROVENANCE          PIC X(02).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  DEBA-D-ORIGINE             PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-D-CNT                 PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-D-VALEUR              PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-D-MASSE               PIC ZZZZZZZZZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DEBA-D-UNITES              PIC ZZZZZZZZZZ9.
       01  DEBA-LIGNE-ANOMALIE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "RECEPTION ".
           05  DEBA-A-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  DEBA-A-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-A-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-A-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-A-MOTIF               PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-A-VALEUR              PIC ZZZZZZZ9.99.
       01  DEBA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DEBA-T-LIBELLE             PIC X(40).
           05  DEBA-T-MONTANT             PIC ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT DEBA-ARRET
               PERFORM 2000-CHARGER-FOURNISSEURS THRU 2000-EXIT
           END-IF
           IF NOT DEBA-ARRET
               PERFORM 3000-LIRE-RECEPTIONS THRU 3000-EXIT
               PERFORM 4000-ECRIRE-DECLARATION THRU 4000-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT DEBA-TODAY FROM DATE YYYYMMDD
           MOVE DEBA-TODAY (1:6) TO DEBA-PERIODE
           OPEN INPUT FDINDEBP.
           IF FS-FDINDEBP = "00"
               READ FDINDEBP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DEBP-PERIODE IS NUMERIC
                           AND DEBP-PERIODE NOT = "000000"
                           MOVE DEBP-PERIODE TO DEBA-PERIODE
                       END-IF
               END-READ
               CLOSE FDINDEBP
           END-IF
           OPEN OUTPUT RPTDEB.
           MOVE SPACES TO RPTDEB-LIGNE
           MOVE "FDINDEBA - DEB ARRIVALS DECLARATION - PERIOD"
                TO RPTDEB-LIGNE
           MOVE DEBA-PERIODE TO RPTDEB-LIGNE (46:6)
           WRITE RPTDEB-LIGNE
           MOVE SPACES TO RPTDEB-LIGNE
           WRITE RPTDEB-LIGNE
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINDEBA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DEBA-RECP-OUVERT-SW
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINDEBA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DEBA-RLIG-OUVERT-SW
           OPEN INPUT FDINNOMC.
           IF FS-FDINNOMC NOT = "00"
               DISPLAY "FDINDEBA - OPEN FDINNOMC FAILED - STATUS "
                       FS-FDINNOMC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DEBA-NOMC-OUVERT-SW
           OPEN OUTPUT FDINDEBF.
           IF FS-FDINDEBF NOT = "00"
               DISPLAY "FDINDEBA - OPEN FDINDEBF FAILED - STATUS "
                       FS-FDINDEBF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO DEBA-DEBF-OUVERT-SW
      *****  THE TYPE TABLE AND THE INVOICE REGISTRY ONLY HELP - THE
      *****  DECLARATION IS STILL MADE WITHOUT THEM
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC = "00"
               MOVE "Y" TO DEBA-TYPREC-OUVERT-SW
           END-IF
           OPEN INPUT FDINFREG.
           IF FS-FDINFREG = "00"
               MOVE "Y" TO DEBA-FREG-OUVERT-SW
           END-IF
           MOVE SPACES TO RPTDEB-LIGNE
           MOVE "  WARNINGS" TO RPTDEB-LIGNE
           WRITE RPTDEB-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-FOURNISSEURS - BPFSK ROWS WITH A COUNTRY OTHER *
      *    THAN THE HOME COUNTRY                                       *
      *----------------------------------------------------------------*
       2000-CHARGER-FOURNISSEURS.
           MOVE "N" TO DEBA-EOF-SW
           OPEN INPUT BPFSK.
           IF FS-BPFSK NOT = "00"
               DISPLAY "FDINDEBA - OPEN BPFSK FAILED - STATUS "
                       FS-BPFSK
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LIRE-UN-FOURNISSEUR THRU 2100-EXIT
               UNTIL DEBA-EOF OR DEBA-ARRET
           CLOSE BPFSK.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UN-FOURNISSEUR.
           READ BPFSK NEXT RECORD
               AT END
                   MOVE "Y" TO DEBA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF BPFSK-PAYS = SPACES
               OR BPFSK-PAYS = DEBA-PAYS-ENTREPRISE
               GO TO 2100-EXIT
           END-IF
      *****  A SHORT TABLE WOULD LEAVE SUPPLIERS OUT OF A LEGAL
      *****  DECLARATION - NOTHING IS WRITTEN
           IF DEBA-FOU-COUNT NOT < 2000
               DISPLAY "FDINDEBA - CEE SUPPLIER TABLE FULL - STOPPED"
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DEBA-ARRET-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO DEBA-FOU-COUNT
           SET DEBA-FX TO DEBA-FOU-COUNT
           MOVE BPFSK-CLEF         TO TFO-CLEF (DEBA-FX)
           MOVE BPFSK-PAYS         TO TFO-PAYS (DEBA-FX)
           MOVE BPFSK-NO-TVA-INTRA TO TFO-NO-TVA-INTRA (DEBA-FX).
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-LIRE-RECEPTIONS - THE RECEPTIONS OPENED IN THE PERIOD  *
      *----------------------------------------------------------------*
       3000-LIRE-RECEPTIONS.
           MOVE "N" TO DEBA-EOF-SW
           PERFORM 3100-LIRE-UNE-RECEPTION THRU 3100-EXIT
               UNTIL DEBA-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO DEBA-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE FREC-DATE-RECEPT (1:6) TO DEBA-PER-RECEPT
           IF DEBA-PER-RECEPT NOT = DEBA-PERIODE
               GO TO 3100-EXIT
           END-IF
           MOVE "N" TO DEBA-FOUND-SW
           SET DEBA-FX TO 1
           SEARCH DEBA-FOU-ENTRY
               AT END
                   CONTINUE
               WHEN DEBA-FX > DEBA-FOU-COUNT
                   CONTINUE
               WHEN TFO-CLEF (DEBA-FX) = FREC-FOURNISSEUR
                   MOVE "Y" TO DEBA-FOUND-SW
           END-SEARCH
           IF NOT DEBA-FOUND
               PERFORM 3150-CONTROLER-TYPE THRU 3150-EXIT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO DEBA-CNT-RECEPTIONS
           MOVE TFO-PAYS (DEBA-FX) TO DEBA-PAYS-FOURN
           IF TFO-NO-TVA-INTRA (DEBA-FX) = SPACES
               MOVE ZERO   TO FRLG-NOLIGNE
               MOVE SPACES TO FRLG-PRODUIT
               MOVE "NO TVA INTRACOM. ABSENT" TO DEBA-MOTIF
               MOVE ZERO TO DEBA-DEV-MONTANT-LOCAL
               PERFORM 3900-ANOMALIE THRU 3900-EXIT
           END-IF
           PERFORM 3200-TROUVER-DEVISE THRU 3200-EXIT
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           MOVE "N" TO DEBA-LIG-EOF-SW
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO DEBA-LIG-EOF-SW
           END-START
           PERFORM 3300-LIRE-UNE-LIGNE THRU 3300-EXIT
               UNTIL DEBA-LIG-EOF.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3150-CONTROLER-TYPE - A RECEPTION TYPE SET UP FOR CEE        *
      *    SUPPLIERS (MANCEE) WHOSE SUPPLIER HAS NO CEE COUNTRY ON      *
      *    BPFSK WOULD BE MISSING FROM THE DECLARATION                 *
      *----------------------------------------------------------------*
       3150-CONTROLER-TYPE.
           IF FS-FDINTYPREC NOT = "00" AND FS-FDINTYPREC NOT = "23"
               GO TO 3150-EXIT
           END-IF
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           IF FDIN-TYPREC-MANCEE NOT = "O"
               GO TO 3150-EXIT
           END-IF
           MOVE ZERO   TO FRLG-NOLIGNE
           MOVE SPACES TO FRLG-PRODUIT
           MOVE "TYPE CEE - PAYS FOURN. ABSENT" TO DEBA-MOTIF
           MOVE ZERO TO DEBA-DEV-MONTANT-LOCAL
           PERFORM 3900-ANOMALIE THRU 3900-EXIT.
       3150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3200-TROUVER-DEVISE - THE CURRENCY THE PA WAS KEYED IN IS    *
      *    THE CURRENCY OF THE INVOICE REGISTERED FOR THE RECEPTION,    *
      *    FAILING THAT OF THE SUPPLIER'S LATEST INVOICE, FAILING THAT  *
      *    THE HOME CURRENCY (WITH A WARNING)                          *
      *----------------------------------------------------------------*
       3200-TROUVER-DEVISE.
           MOVE SPACES TO DEBA-DEVISE
           MOVE ZERO   TO DEBA-DEVISE-DATE
           MOVE SPACE  TO DEBA-DEVISE-SW
           IF FS-FDINFREG NOT = "00" AND FS-FDINFREG NOT = "10"
               AND FS-FDINFREG NOT = "23"
               GO TO 3200-WARNING
           END-IF
           MOVE FREC-FOURNISSEUR TO FREG-FOURNISSEUR
           MOVE LOW-VALUES       TO FREG-NOFACTURE
           MOVE "N" TO DEBA-FAC-EOF-SW
           START FDINFREG KEY IS NOT LESS THAN FREG-CLEF
               INVALID KEY
                   MOVE "Y" TO DEBA-FAC-EOF-SW
           END-START
           PERFORM 3210-LIRE-UNE-FACTURE THRU 3210-EXIT
               UNTIL DEBA-FAC-EOF.
       3200-WARNING.
           IF DEBA-DEVISE-SW = SPACE
               MOVE ZERO   TO FRLG-NOLIGNE
               MOVE SPACES TO FRLG-PRODUIT
               MOVE "DEVISE INCONNUE - MONNAIE LOC." TO DEBA-MOTIF
               MOVE ZERO TO DEBA-DEV-MONTANT-LOCAL
               PERFORM 3900-ANOMALIE THRU 3900-EXIT
           END-IF.
       3200-EXIT.
           EXIT.
      *
       3210-LIRE-UNE-FACTURE.
           READ FDINFREG NEXT RECORD
               AT END
                   MOVE "Y" TO DEBA-FAC-EOF-SW
                   GO TO 3210-EXIT
           END-READ
           IF FREG-FOURNISSEUR NOT = FREC-FOURNISSEUR
               MOVE "Y" TO DEBA-FAC-EOF-SW
               GO TO 3210-EXIT
           END-IF
           IF FREG-NORECEPT = FREC-NORECEPT
               MOVE FREG-DEVISE TO DEBA-DEVISE
               MOVE "R" TO DEBA-DEVISE-SW
               MOVE "Y" TO DEBA-FAC-EOF-SW
               GO TO 3210-EXIT
           END-IF
           IF FREG-DATE-FACTURE > DEBA-DEVISE-DATE
               MOVE FREG-DEVISE       TO DEBA-DEVISE
               MOVE FREG-DATE-FACTURE TO DEBA-DEVISE-DATE
               MOVE "A" TO DEBA-DEVISE-SW
           END-IF.
       3210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-LIRE-UNE-LIGNE - ONE LINE OF THE RECEPTION.  A LINE AT  *
      *    PA ZERO (FAMILY-LEVEL LINE) IS NOT GOODS AND IS SKIPPED      *
      *----------------------------------------------------------------*
       3300-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO DEBA-LIG-EOF-SW
                   GO TO 3300-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO DEBA-LIG-EOF-SW
               GO TO 3300-EXIT
           END-IF
           IF FRLG-PA = ZERO OR FRLG-QUANTITE = ZERO
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO DEBA-CNT-LIGNES
           MOVE ZERO TO DEBA-DEV-MONTANT-LOCAL
           COMPUTE DEBA-DEV-MONTANT-ORIGINE ROUNDED =
                   FRLG-QUANTITE * FRLG-PA
               ON SIZE ERROR
                   MOVE "VALEUR LIGNE TROP GRANDE" TO DEBA-MOTIF
                   PERFORM 3900-ANOMALIE THRU 3900-EXIT
                   GO TO 3300-EXIT
           END-COMPUTE
           MOVE FREC-DATE-RECEPT TO DEBA-DEV-DATE-VALEUR
           CALL "FDINDEVC" USING DEBA-DEVISE,
               DEBA-DEV-MONTANT-ORIGINE, DEBA-DEV-MONTANT-LOCAL,
               DEBA-DEV-TAUX, DEBA-DEV-TROUVE, DEBA-DEV-DATE-VALEUR
           IF DEBA-DEV-TROUVE NOT = "O"
               MOVE "DEVISE SANS TAUX" TO DEBA-MOTIF
               MOVE DEBA-DEVISE TO DEBA-MOTIF (18:3)
               PERFORM 3900-ANOMALIE THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE FRLG-PRODUIT TO FNOM-PRODUIT
           READ FDINNOMC RECORD
               INVALID KEY
                   MOVE SPACES TO FNOM-NC8
           END-READ
           IF FNOM-NC8 = SPACES
               ADD 1 TO DEBA-CNT-SANS-NC
               ADD DEBA-DEV-MONTANT-LOCAL TO DEBA-TOT-SANS-NC
               MOVE "PRODUIT SANS NOMENCLATURE" TO DEBA-MOTIF
               PERFORM 3900-ANOMALIE THRU 3900-EXIT
               GO TO 3300-EXIT
           END-IF
           MOVE FNOM-NC8        TO DEBA-WRK-CLE (1:8)
           MOVE DEBA-PAYS-FOURN TO DEBA-WRK-CLE (9:2)
           IF FNOM-PAYS-ORIGINE = SPACES
               MOVE DEBA-PAYS-FOURN   TO DEBA-WRK-CLE (11:2)
           ELSE
               MOVE FNOM-PAYS-ORIGINE TO DEBA-WRK-CLE (11:2)
           END-IF
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT DEBA-FOUND
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO DEBA-CNT-DECLAREES
           ADD 1 TO TCD-CNT (DEBA-POS)
           ADD DEBA-DEV-MONTANT-LOCAL TO TCD-VALEUR (DEBA-POS)
           COMPUTE DEBA-MASSE-LIGNE = FRLG-QUANTITE * FNOM-MASSE-NETTE
           ADD DEBA-MASSE-LIGNE TO TCD-MASSE (DEBA-POS)
           IF FNOM-AVEC-UNITE-SUPP
               ADD FRLG-QUANTITE TO TCD-UNITES (DEBA-POS)
           END-IF.
       3300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3900-ANOMALIE - ONE WARNING LINE ON THE CONTROL LISTING     *
      *----------------------------------------------------------------*
       3900-ANOMALIE.
           ADD 1 TO DEBA-CNT-ANOMALIES
           MOVE SPACES TO DEBA-LIGNE-ANOMALIE
           MOVE FREC-NORECEPT          TO DEBA-A-NORECEPT
           MOVE FRLG-NOLIGNE           TO DEBA-A-NOLIGNE
           MOVE FREC-FOURNISSEUR       TO DEBA-A-FOURNISSEUR
           MOVE FRLG-PRODUIT           TO DEBA-A-PRODUIT
           MOVE DEBA-MOTIF             TO DEBA-A-MOTIF
           MOVE DEBA-DEV-MONTANT-LOCAL TO DEBA-A-VALEUR
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-ANOMALIE.
       3900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-ECRIRE-DECLARATION - ONE FDINDEBF ROW AND ONE LISTING   *
      *    LINE PER NOMENCLATURE / CONSIGNMENT / ORIGIN, THEN TOTALS    *
      *----------------------------------------------------------------*
       4000-ECRIRE-DECLARATION.
           MOVE SPACES TO RPTDEB-LIGNE
           WRITE RPTDEB-LIGNE
           IF DEBA-CLE-PLEIN-SW = "Y"
               MOVE SPACES TO RPTDEB-LIGNE
               MOVE "** WORK TABLE FULL - DECLARATION IS PARTIAL **"
                    TO RPTDEB-LIGNE
               WRITE RPTDEB-LIGNE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-TITRE
           PERFORM 4100-ECRIRE-UNE-LIGNE THRU 4100-EXIT
               VARYING DEBA-SUB FROM 1 BY 1
               UNTIL DEBA-SUB > DEBA-CLE-COUNT
           MOVE SPACES TO RPTDEB-LIGNE
           WRITE RPTDEB-LIGNE
           MOVE "TOTAL VALUE DECLARED" TO DEBA-T-LIBELLE
           MOVE DEBA-TOT-VALEUR TO DEBA-T-MONTANT
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-TOTAL
           MOVE "TOTAL NET MASS DECLARED (KG)" TO DEBA-T-LIBELLE
           MOVE DEBA-TOT-MASSE TO DEBA-T-MONTANT
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-TOTAL
           MOVE "VALUE LEFT OUT - NO NOMENCLATURE CODE"
                TO DEBA-T-LIBELLE
           MOVE DEBA-TOT-SANS-NC TO DEBA-T-MONTANT
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-TOTAL.
       4000-EXIT.
           EXIT.
      *
       4100-ECRIRE-UNE-LIGNE.
           MOVE SPACES TO DEBF-ENR
           MOVE DEBA-PERIODE         TO DEBF-PERIODE
           MOVE "A"                  TO DEBF-FLUX
           MOVE TCD-NC8 (DEBA-SUB)        TO DEBF-NC8
           MOVE TCD-PROVENANCE (DEBA-SUB) TO DEBF-PAYS-PROVENANCE
           MOVE TCD-ORIGINE (DEBA-SUB)    TO DEBF-PAYS-ORIGINE
           COMPUTE DEBF-VALEUR ROUNDED = TCD-VALEUR (DEBA-SUB)
           COMPUTE DEBF-MASSE-NETTE ROUNDED = TCD-MASSE (DEBA-SUB)
      *****  A MASS UNDER HALF A KILOGRAM IS DECLARED AS ONE
           IF DEBF-MASSE-NETTE = ZERO AND TCD-MASSE (DEBA-SUB) > ZERO
               MOVE 1 TO DEBF-MASSE-NETTE
           END-IF
           COMPUTE DEBF-UNITES-SUPP ROUNDED = TCD-UNITES (DEBA-SUB)
           MOVE "11"                 TO DEBF-NATURE-TRANS
           WRITE DEBF-ENR
           ADD 1 TO DEBA-CNT-ECRITES
           ADD DEBF-VALEUR      TO DEBA-TOT-VALEUR
           ADD DEBF-MASSE-NETTE TO DEBA-TOT-MASSE
           MOVE SPACES TO DEBA-LIGNE-DETAIL
           MOVE DEBF-NC8              TO DEBA-D-NC8
           MOVE DEBF-PAYS-PROVENANCE  TO DEBA-D-PROVENANCE
           MOVE DEBF-PAYS-ORIGINE     TO DEBA-D-ORIGINE
           MOVE TCD-CNT (DEBA-SUB)    TO DEBA-D-CNT
           MOVE DEBF-VALEUR           TO DEBA-D-VALEUR
           MOVE DEBF-MASSE-NETTE      TO DEBA-D-MASSE
           MOVE DEBF-UNITES-SUPP      TO DEBA-D-UNITES
           WRITE RPTDEB-LIGNE FROM DEBA-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF DEBA-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF DEBA-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF DEBA-NOMC-OUVERT
               CLOSE FDINNOMC
           END-IF
           IF DEBA-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF DEBA-FREG-OUVERT
               CLOSE FDINFREG
           END-IF
           IF DEBA-DEBF-OUVERT
               CLOSE FDINDEBF
           END-IF
           CLOSE RPTDEB.
           MOVE RETURN-CODE TO DEBA-RC
           MOVE DEBA-CNT-ANOMALIES TO DEBA-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING DEBA-NSUJ-PROGRAMME, DEBA-NSUJ-CLEF,
               DEBA-NSUJ-COMPTEUR.
           MOVE DEBA-RC TO RETURN-CODE.
           DISPLAY "FDINDEBA - CEE RECEPTIONS......: "
                   DEBA-CNT-RECEPTIONS.
           DISPLAY "FDINDEBA - LINES READ..........: "
                   DEBA-CNT-LIGNES.
           DISPLAY "FDINDEBA - LINES DECLARED......: "
                   DEBA-CNT-DECLAREES.
           DISPLAY "FDINDEBA - NO NOMENCLATURE.....: "
                   DEBA-CNT-SANS-NC.
           DISPLAY "FDINDEBA - DECLARATION ROWS....: "
                   DEBA-CNT-ECRITES.
           DISPLAY "FDINDEBA - WARNINGS............: "
                   DEBA-CNT-ANOMALIES.
           IF DEBA-CNT-ANOMALIES > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND THE ROW OF DEBA-WRK-CLE, OR OPEN   *
      *    ONE AT ITS PLACE IN KEY ORDER, LEAVING DEBA-POS ON IT       *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO DEBA-FOUND-SW
           PERFORM 7100-AVANCER THRU 7100-EXIT
               VARYING DEBA-POS FROM 1 BY 1
               UNTIL DEBA-POS > DEBA-CLE-COUNT
                  OR TCD-CLE (DEBA-POS) NOT < DEBA-WRK-CLE
           IF DEBA-POS NOT > DEBA-CLE-COUNT
               IF TCD-CLE (DEBA-POS) = DEBA-WRK-CLE
                   MOVE "Y" TO DEBA-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF DEBA-CLE-COUNT NOT < 999
               MOVE "Y" TO DEBA-CLE-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-DECALER THRU 7200-EXIT
               VARYING DEBA-SUB2 FROM DEBA-CLE-COUNT BY -1
               UNTIL DEBA-SUB2 < DEBA-POS
           ADD 1 TO DEBA-CLE-COUNT
           INITIALIZE DEBA-CLE-ENTRY (DEBA-POS)
           MOVE DEBA-WRK-CLE TO TCD-CLE (DEBA-POS)
           MOVE "Y" TO DEBA-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7100-AVANCER.
           CONTINUE.
       7100-EXIT.
           EXIT.
      *
       7200-DECALER.
           MOVE DEBA-CLE-ENTRY (DEBA-SUB2)
                TO DEBA-CLE-ENTRY (DEBA-SUB2 + 1).
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
