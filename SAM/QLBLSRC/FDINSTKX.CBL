      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINSTKX                      *
      * TYPE OF PROGRAM............: . NIGHTLY EXTRACT               *
      * FUNCTION...................: . STOCK MOVEMENT EXTRACT TO THE *
      *         .                      STOCK SYSTEM.  EVERY FDINRLIG *
      *         .                      LINE OF A CONFIRMED RECEPTION *
      *         .                      (FDINRCNF ROW WHEN THE TYPE   *
      *         .                      REQUIRES ONE, OTHERWISE THE   *
      *         .                      RECEPTION CLOSED) GOES AS A   *
      *         .                      STOCK-IN, AND EVERY FDINRTLG  *
      *         .                      LINE OF A CLOSED FDINRTRN     *
      *         .                      RETURN AS A STOCK-OUT.  LINES *
      *         .                      DELIVERED TO A STORE (FRLG-   *
      *         .                      MAGASIN) NEVER ENTER THE      *
      *         .                      WAREHOUSE STOCK - FDINEXPA    *
      *         .                      SENDS THEM TO THE STORE.  A   *
      *         .                      MOVEMENT IS RECORDED ON       *
      *         .                      FDINSTKD AND SENT ON THE      *
      *         .                      FDINSTKF EXTRACT - ONE        *
      *         .                      HEADER, THE STOCK-IN AND      *
      *         .                      STOCK-OUT DETAILS, AND A      *
      *         .                      TRAILER WITH COUNTS AND       *
      *         .                      QUANTITY TOTALS PER TYPE.  A  *
      *         .                      LINE ALREADY ON FDINSTKD IS   *
      *         .                      NEVER SENT AGAIN.  FDINSTKK   *
      *         .                      LOADS THE STOCK SYSTEM'S      *
      *         .                      ACKNOWLEDGMENTS.  RECEPTIONS  *
      *         .                      CONFIRMED (OR, FOR A TYPE     *
      *         .                      WITHOUT CONFIRMATION,         *
      *         .                      RECEIVED) AND RETURNS CLOSED  *
      *         .                      BEFORE THE START DATE ARE NOT *
      *         .                      SENT - THEIR STOCK IS ALREADY *
      *         .                      IN THE STOCK SYSTEM.  THE     *
      *         .                      DATE OF THE CARD IS KEPT ON A *
      *         .                      CONTROL ROW OF FDINSTKD FOR   *
      *         .                      THE RUNS THAT FOLLOW; WITH    *
      *         .                      NEITHER CARD NOR CONTROL ROW  *
      *         .                      THE RUN IS REFUSED.  FAMILY-  *
      *         .                      LEVEL LINES (NO PA) ARE NOT   *
      *         .                      STOCK AND ARE NOT SENT        *
      * FILES USED.................: . FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINRCNF   - INPUT            *
      *         .                      FDINRTRN   - INPUT            *
      *         .                      FDINRTLG   - INPUT            *
      *         .                      FDINSTKD   - UPDATE           *
      *         .                      FDINSTKF   - OUTPUT           *
      *         .                      FDINSKXP   - INPUT (PARAMETER)*
      *         .                      RPTSTX     - OUTPUT (PRINTER) *
      * RECORD TYPES...............: . H=HEADER  E=STOCK-IN          *
      *         .                      S=STOCK-OUT  Z=TRAILER        *
      * PARAMETER CARD.............: . POS 01-08 START DATE          *
      *         .                      CCYYMMDD - REQUIRED ON THE    *
      *         .                      FIRST RUN ONLY, A LATER CARD  *
      *         .                      REPLACES THE DATE ON FILE     *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - STOCK-IN OF CONFIRMED        *
      *                 RECEPTION LINES, STOCK-OUT OF CLOSED RETURN    *
      *                 LINES, TO THE STOCK SYSTEM.                    *
      *  15/10/26  JFC  START DATE ON THE NEW FDINSKXP CARD -          *
      *                 RECEPTIONS CONFIRMED OR RECEIVED, AND RETURNS  *
      *                 CLOSED, BEFORE IT ARE NOT SENT, AND A FIRST    *
      *                 RUN WITHOUT IT IS REFUSED; THE REPORT OPEN IS  *
      *                 CHECKED AND ONLY THE FILES OPENED ARE CLOSED.  *
      *  15/10/26  JFC  THE START DATE IS KEPT ON A FDINSTKD CONTROL   *
      *                 ROW SO LATER RUNS NEED NO CARD - WITH NEITHER  *
      *                 THE RUN IS REFUSED; FAMILY-LEVEL LINES (NO PA) *
      *                 ARE COUNTED, NOT SENT.                         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINSTKX.
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
           SELECT FDINRCNF ASSIGN TO FDINRCNF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCNF.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINRTLG ASSIGN TO FDINRTLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRTL-CLEF
               FILE STATUS IS FS-FDINRTLG.
           SELECT FDINSTKD ASSIGN TO FDINSTKD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSTK-CLEF
               FILE STATUS IS FS-FDINSTKD.
           SELECT FDINSTKF ASSIGN TO FDINSTKF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSTKF.
           SELECT FDINSKXP ASSIGN TO FDINSKXP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINSKXP.
           SELECT RPTSTX ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTSTX.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRLIG.
       COPY FDINRCNF.
       COPY FDINRTRN.
       COPY FDINRTLG.
       COPY FDINSTKD.
      *
       FD  FDINSTKF  LABEL RECORD STANDARD
                     RECORD 80.
       01  STKF-ENR.
           05  STKF-TYPE                  PIC X(01).
           05  STKF-DONNEES               PIC X(79).
      *
       FD  FDINSKXP  LABEL RECORD STANDARD
                     RECORD 80.
       01  SKXP-CARTE.
           05  SKXP-DATE-DEBUT            PIC 9(08).
           05  FILLER                     PIC X(72).
      *
       FD  RPTSTX   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTSTX-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-FDINRTLG                    PIC X(02) VALUE "00".
       77  FS-FDINSTKD                    PIC X(02) VALUE "00".
       77  FS-FDINSTKF                    PIC X(02) VALUE "00".
       77  FS-FDINSKXP                    PIC X(02) VALUE "00".
       77  FS-RPTSTX                      PIC X(02) VALUE "00".
       77  STKX-EOF-SW                    PIC X(01) VALUE "N".
           88  STKX-EOF                   VALUE "Y".
       77  STKX-LIG-EOF-SW                PIC X(01).
           88  STKX-LIG-EOF               VALUE "Y".
       77  STKX-FOUND-SW                  PIC X(01).
           88  STKX-FOUND                 VALUE "Y".
      *****  SET WHEN A FILE CANNOT BE OPENED OR THE CONFIRMATIONS DO
      *****  NOT FIT IN CORE - THE RUN ENDS WITHOUT A TRAILER SO THE
      *****  STOCK SYSTEM REJECTS THE FEED
       77  STKX-ARRET-SW                  PIC X(01) VALUE "N".
           88  STKX-ARRET                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS LEAVE THE
      *****  FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO CLOSE
       77  STKX-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  STKX-RECP-OUVERT           VALUE "Y".
       77  STKX-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  STKX-TYPREC-OUVERT         VALUE "Y".
       77  STKX-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  STKX-RLIG-OUVERT           VALUE "Y".
       77  STKX-STKD-OUVERT-SW            PIC X(01) VALUE "N".
           88  STKX-STKD-OUVERT           VALUE "Y".
       77  STKX-STKF-OUVERT-SW            PIC X(01) VALUE "N".
           88  STKX-STKF-OUVERT           VALUE "Y".
      *****  NOTHING CONFIRMED, RECEIVED OR CLOSED BEFORE THIS DATE IS
      *****  SENT - THE STOCK SYSTEM WAS LOADED WITH IT.  FROM THE CARD,
      *****  ELSE FROM THE FDINSTKD CONTROL ROW
       77  STKX-DATE-DEBUT                PIC 9(08) VALUE ZERO.
       77  STKX-DATE-CARTE                PIC 9(08) VALUE ZERO.
       77  STKX-DATE-REFERENCE            PIC 9(08).
       77  STKX-TODAY                     PIC 9(08).
       77  STKX-HEURE9                    PIC 9(08).
       77  STKX-HEURE                     PIC 9(06).
      *****  MOVEMENT BEING RECORDED ON FDINSTKD
       77  STKX-SENS                      PIC X(01).
       77  STKX-NODOC                     PIC 9(07).
       77  STKX-NOLIGNE                   PIC 9(03).
       77  STKX-ENTREPOT                  PIC X(02).
       77  STKX-PRODUIT                   PIC X(13).
       77  STKX-QUANTITE                  PIC 9(5)V9(2).
       77  STKX-FOURNISSEUR               PIC X(09).
       77  STKX-DATE-MVT                  PIC 9(08).
       77  STKX-CNT-RECEPTIONS            PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-NON-CONFIRMEES        PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-RETOURS               PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-MAGASIN               PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-FAMILLE               PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-TOT-QTE-FAMILLE           PIC 9(11)V9(2) VALUE ZERO.
       77  STKX-CNT-DEJA                  PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-AVANT-DEBUT           PIC 9(07) COMP-3 VALUE ZERO.
       77  STKX-CNT-ENTREES               PIC 9(07) VALUE ZERO.
       77  STKX-CNT-SORTIES               PIC 9(07) VALUE ZERO.
       77  STKX-TOT-QTE-ENTREES           PIC 9(11)V9(2) VALUE ZERO.
       77  STKX-TOT-QTE-SORTIES           PIC 9(11)V9(2) VALUE ZERO.
      *
      *****  RECEPTIONS WITH A CONFIRMATION ROW ON FDINRCNF, AND THE
      *****  DATE THEY WERE CONFIRMED
       01  STKX-CNF-TABLE.
           05  STKX-CNF-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY STKX-CX.
               10  SCT-NORECEPT           PIC 9(07).
               10  SCT-DATE-CONFIRM       PIC 9(08).
       77  STKX-CNF-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *
       01  STKX-ENTETE.
           05  STKX-H-LIBELLE             PIC X(24)
                   VALUE "STOCK MOVEMENTS         ".
           05  STKX-H-DATE                PIC 9(08).
           05  STKX-H-HEURE               PIC 9(06).
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  STKX-DETAIL.
           05  STKX-E-ENTREPOT            PIC X(02).
           05  STKX-E-NODOC               PIC 9(07).
           05  STKX-E-NOLIGNE             PIC 9(03).
           05  STKX-E-PRODUIT             PIC X(13).
           05  STKX-E-QUANTITE            PIC 9(5)V9(2).
           05  STKX-E-FOURNISSEUR         PIC X(09).
           05  STKX-E-DATE-MVT            PIC 9(08).
           05  FILLER                     PIC X(30) VALUE SPACES.
       01  STKX-PIED.
           05  STKX-Z-CNT-ENTREES         PIC 9(07).
           05  STKX-Z-TOT-QTE-ENTREES     PIC 9(11)V9(2).
           05  STKX-Z-CNT-SORTIES         PIC 9(07).
           05  STKX-Z-TOT-QTE-SORTIES     PIC 9(11)V9(2).
           05  FILLER                     PIC X(39) VALUE SPACES.
      *
       01  STKX-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-SENS                PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-ENTREPOT            PIC X(02).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-NODOC               PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  STKX-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-D-DATE-MVT            PIC 9(08).
       01  STKX-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-T-LIBELLE             PIC X(30).
           05  STKX-T-CNT                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  STKX-T-QUANTITE            PIC ZZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT STKX-ARRET
               PERFORM 2000-CHARGER-CONFIRMATIONS THRU 2000-EXIT
           END-IF
           IF NOT STKX-ARRET
               PERFORM 3000-SELECTIONNER-RECEPTIONS THRU 3000-EXIT
           END-IF
           IF NOT STKX-ARRET
               PERFORM 3500-SELECTIONNER-RETOURS THRU 3500-EXIT
           END-IF
           IF NOT STKX-ARRET
               PERFORM 4000-EXTRAIRE THRU 4000-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT STKX-TODAY FROM DATE YYYYMMDD
           ACCEPT STKX-HEURE9 FROM TIME
           MOVE STKX-HEURE9 (1:6) TO STKX-HEURE
           OPEN INPUT FDINSKXP.
           IF FS-FDINSKXP = "00"
               READ FDINSKXP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SKXP-DATE-DEBUT IS NUMERIC
                           MOVE SKXP-DATE-DEBUT TO STKX-DATE-CARTE
                       END-IF
               END-READ
               CLOSE FDINSKXP
           END-IF
           OPEN OUTPUT RPTSTX.
           IF FS-RPTSTX NOT = "00"
               DISPLAY "FDINSTKX - OPEN RPTSTX FAILED - STATUS "
                       FS-RPTSTX
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTSTX-LIGNE
           MOVE "FDINSTKX - STOCK MOVEMENT EXTRACT" TO RPTSTX-LIGNE
           WRITE RPTSTX-LIGNE
           MOVE SPACES TO RPTSTX-LIGNE
           WRITE RPTSTX-LIGNE
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STKX-RECP-OUVERT-SW
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STKX-TYPREC-OUVERT-SW
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STKX-RLIG-OUVERT-SW
           OPEN I-O FDINSTKD.
           IF FS-FDINSTKD NOT = "00"
               OPEN OUTPUT FDINSTKD
               CLOSE FDINSTKD
               OPEN I-O FDINSTKD
           END-IF
           IF FS-FDINSTKD NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINSTKD FAILED - STATUS "
                       FS-FDINSTKD
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STKX-STKD-OUVERT-SW
           PERFORM 1100-DATE-DEBUT THRU 1100-EXIT
           IF STKX-ARRET
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FDINSTKF.
           IF FS-FDINSTKF NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINSTKF FAILED - STATUS "
                       FS-FDINSTKF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE "Y" TO STKX-STKF-OUVERT-SW
           MOVE STKX-TODAY TO STKX-H-DATE
           MOVE STKX-HEURE TO STKX-H-HEURE
           MOVE "H" TO STKF-TYPE
           MOVE STKX-ENTETE TO STKF-DONNEES
           WRITE STKF-ENR.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-DATE-DEBUT - THE START DATE IS KEPT ON THE FDINSTKD    *
      *    CONTROL ROW (DIRECTION C, DOCUMENT AND LINE ZERO).  A CARD  *
      *    SETS OR REPLACES IT; WITHOUT ONE THE DATE ON FILE APPLIES.  *
      *    WITH NEITHER, THE WHOLE HISTORY OF RECEPTIONS AND RETURNS   *
      *    WOULD GO OUT AS NEW MOVEMENTS - THE RUN IS REFUSED (RC 8)   *
      *----------------------------------------------------------------*
       1100-DATE-DEBUT.
           MOVE "C"  TO FSTK-SENS
           MOVE ZERO TO FSTK-NODOC
           MOVE ZERO TO FSTK-NOLIGNE
           READ FDINSTKD RECORD
               INVALID KEY
                   IF STKX-DATE-CARTE = ZERO
                       DISPLAY "FDINSTKX - NO START DATE ON FDINSKXP "
                               "NOR ON FDINSTKD - RUN REFUSED"
                       MOVE SPACES TO RPTSTX-LIGNE
                       MOVE "** NO START DATE - NOTHING SENT **"
                            TO RPTSTX-LIGNE
                       WRITE RPTSTX-LIGNE
                       MOVE 8 TO RETURN-CODE
                       MOVE "Y" TO STKX-ARRET-SW
                       GO TO 1100-EXIT
                   END-IF
                   MOVE SPACES TO FSTK-ENR
                   MOVE "C"             TO FSTK-SENS
                   MOVE ZERO            TO FSTK-NODOC
                   MOVE ZERO            TO FSTK-NOLIGNE
                   MOVE ZERO            TO FSTK-QUANTITE
                   MOVE STKX-DATE-CARTE TO FSTK-DATE-MVT
                   MOVE STKX-TODAY      TO FSTK-DATE-ENVOI
                   MOVE STKX-HEURE      TO FSTK-HEURE-ENVOI
                   MOVE ZERO            TO FSTK-DATE-ACQ
                   MOVE ZERO            TO FSTK-QTE-ACQ
                   WRITE FSTK-ENR
                       INVALID KEY
                           DISPLAY "FDINSTKX - WRITE FDINSTKD CONTROL "
                                   "ROW FAILED - STATUS " FS-FDINSTKD
                           MOVE 8 TO RETURN-CODE
                           MOVE "Y" TO STKX-ARRET-SW
                           GO TO 1100-EXIT
                   END-WRITE
                   MOVE STKX-DATE-CARTE TO STKX-DATE-DEBUT
                   MOVE "START DATE SET FROM CARD" TO RPTSTX-LIGNE
                   GO TO 1100-EDITER
           END-READ
           IF STKX-DATE-CARTE = ZERO
               OR STKX-DATE-CARTE = FSTK-DATE-MVT
               MOVE FSTK-DATE-MVT TO STKX-DATE-DEBUT
               MOVE "START DATE ON FILE" TO RPTSTX-LIGNE
               GO TO 1100-EDITER
           END-IF
           DISPLAY "FDINSTKX - START DATE CHANGED FROM " FSTK-DATE-MVT
                   " TO " STKX-DATE-CARTE
           MOVE STKX-DATE-CARTE TO FSTK-DATE-MVT
           MOVE STKX-TODAY      TO FSTK-DATE-ENVOI
           MOVE STKX-HEURE      TO FSTK-HEURE-ENVOI
           REWRITE FSTK-ENR
               INVALID KEY
                   DISPLAY "FDINSTKX - REWRITE FDINSTKD CONTROL ROW "
                           "FAILED - STATUS " FS-FDINSTKD
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO STKX-ARRET-SW
                   GO TO 1100-EXIT
           END-REWRITE
           MOVE STKX-DATE-CARTE TO STKX-DATE-DEBUT
           MOVE "START DATE CHANGED BY CARD" TO RPTSTX-LIGNE.
       1100-EDITER.
           MOVE SPACES TO RPTSTX-LIGNE (27:106)
           MOVE STKX-DATE-DEBUT TO RPTSTX-LIGNE (28:8)
           WRITE RPTSTX-LIGNE
           MOVE SPACES TO RPTSTX-LIGNE
           WRITE RPTSTX-LIGNE.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-CONFIRMATIONS - FDINRCNF IS SEQUENTIAL, SO THE *
      *    CONFIRMED RECEPTION NUMBERS ARE HELD IN CORE                *
      *----------------------------------------------------------------*
       2000-CHARGER-CONFIRMATIONS.
           MOVE "N" TO STKX-EOF-SW
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINSTKX - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO STKX-ARRET-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LIRE-UNE-CNF THRU 2100-EXIT
               UNTIL STKX-EOF
           CLOSE FDINRCNF.
           IF STKX-ARRET
               MOVE SPACES TO RPTSTX-LIGNE
               MOVE "** CONFIRMATION TABLE FULL - NOTHING SENT **"
                    TO RPTSTX-LIGNE
               WRITE RPTSTX-LIGNE
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-CNF.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF STKX-CNF-COUNT < 2000
               ADD 1 TO STKX-CNF-COUNT
               SET STKX-CX TO STKX-CNF-COUNT
               MOVE FCNF-NORECEPT TO SCT-NORECEPT (STKX-CX)
               MOVE FCNF-DATE-CONFIRM TO SCT-DATE-CONFIRM (STKX-CX)
           ELSE
               MOVE "Y" TO STKX-ARRET-SW
               MOVE "Y" TO STKX-EOF-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SELECTIONNER-RECEPTIONS - THE WAREHOUSE LINES OF EVERY *
      *    CONFIRMED RECEPTION NOT YET ON FDINSTKD GO ON IT AS STOCK-  *
      *    IN, STAMPED WITH THIS RUN'S DATE AND TIME                   *
      *----------------------------------------------------------------*
       3000-SELECTIONNER-RECEPTIONS.
           MOVE "N" TO STKX-EOF-SW
           PERFORM 3100-LIRE-UNE-RECEPTION THRU 3100-EXIT
               UNTIL STKX-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF FDIN-TYPREC-CONFIRME = "O"
               MOVE "N" TO STKX-FOUND-SW
               SET STKX-CX TO 1
               SEARCH STKX-CNF-ENTRY
                   AT END
                       CONTINUE
                   WHEN STKX-CX > STKX-CNF-COUNT
                       CONTINUE
                   WHEN SCT-NORECEPT (STKX-CX) = FREC-NORECEPT
                       MOVE "Y" TO STKX-FOUND-SW
                       MOVE SCT-DATE-CONFIRM (STKX-CX)
                            TO STKX-DATE-REFERENCE
               END-SEARCH
           ELSE
               IF FREC-CLOTUREE
                   MOVE "Y" TO STKX-FOUND-SW
                   MOVE FREC-DATE-RECEPT TO STKX-DATE-REFERENCE
               ELSE
                   MOVE "N" TO STKX-FOUND-SW
               END-IF
           END-IF
           IF NOT STKX-FOUND
               ADD 1 TO STKX-CNT-NON-CONFIRMEES
               GO TO 3100-EXIT
           END-IF
           IF STKX-DATE-REFERENCE < STKX-DATE-DEBUT
               ADD 1 TO STKX-CNT-AVANT-DEBUT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO STKX-CNT-RECEPTIONS
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           MOVE "N" TO STKX-LIG-EOF-SW
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO STKX-LIG-EOF-SW
           END-START
           PERFORM 3200-LIRE-UNE-LIGNE THRU 3200-EXIT
               UNTIL STKX-LIG-EOF.
       3100-EXIT.
           EXIT.
      *
       3200-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-LIG-EOF-SW
                   GO TO 3200-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO STKX-LIG-EOF-SW
               GO TO 3200-EXIT
           END-IF
           IF FRLG-QUANTITE = ZERO
               GO TO 3200-EXIT
           END-IF
           IF FRLG-MAGASIN NOT = SPACES
               ADD 1 TO STKX-CNT-MAGASIN
               GO TO 3200-EXIT
           END-IF
      *****  A LINE KEYED AT FAMILY LEVEL CARRIES NO PA - IT IS NOT A
      *****  PRODUCT THE STOCK SYSTEM HOLDS (SAME RULE AS FDINTRSA)
           IF FRLG-PA = ZERO
               ADD 1 TO STKX-CNT-FAMILLE
               ADD FRLG-QUANTITE TO STKX-TOT-QTE-FAMILLE
               GO TO 3200-EXIT
           END-IF
           MOVE "E"                TO STKX-SENS
           MOVE FRLG-NORECEPT      TO STKX-NODOC
           MOVE FRLG-NOLIGNE       TO STKX-NOLIGNE
           MOVE FDIN-TYPREC-NOCID  TO STKX-ENTREPOT
           MOVE FRLG-PRODUIT       TO STKX-PRODUIT
           MOVE FRLG-QUANTITE      TO STKX-QUANTITE
           MOVE FREC-FOURNISSEUR   TO STKX-FOURNISSEUR
           MOVE FREC-DATE-RECEPT   TO STKX-DATE-MVT
           PERFORM 3900-ENREGISTRER THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-SELECTIONNER-RETOURS - THE LINES OF EVERY CLOSED       *
      *    RETURN NOT YET ON FDINSTKD GO ON IT AS STOCK-OUT.  NO       *
      *    RETURN LINE KEYED YET : NO STOCK-OUT, THE RUN GOES ON       *
      *----------------------------------------------------------------*
       3500-SELECTIONNER-RETOURS.
           OPEN INPUT FDINRTRN.
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINSTKX - NO RETURN READ - FDINRTRN STATUS "
                       FS-FDINRTRN
               GO TO 3500-EXIT
           END-IF
           OPEN INPUT FDINRTLG.
           IF FS-FDINRTLG NOT = "00"
               DISPLAY "FDINSTKX - NO RETURN READ - FDINRTLG STATUS "
                       FS-FDINRTLG
               CLOSE FDINRTRN
               GO TO 3500-EXIT
           END-IF
           MOVE "N" TO STKX-EOF-SW
           PERFORM 3600-LIRE-UN-RETOUR THRU 3600-EXIT
               UNTIL STKX-EOF
           CLOSE FDINRTRN.
           CLOSE FDINRTLG.
       3500-EXIT.
           EXIT.
      *
       3600-LIRE-UN-RETOUR.
           READ FDINRTRN NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-EOF-SW
                   GO TO 3600-EXIT
           END-READ
           IF NOT FRTN-CLOS
               GO TO 3600-EXIT
           END-IF
      *****  A RETURN CLOSED BEFORE THE CLOSE DATE WAS KEPT (ZERO) IS
      *****  OLDER THAN ANY START DATE
           IF STKX-DATE-DEBUT NOT = ZERO
               AND FRTN-DATE-CLOS < STKX-DATE-DEBUT
               ADD 1 TO STKX-CNT-AVANT-DEBUT
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO STKX-CNT-RETOURS
           MOVE FRTN-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FRTN-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE SPACES TO FDIN-TYPREC-NOCID
           END-READ
           MOVE FRTN-NORETOUR TO FRTL-NORETOUR
           MOVE ZERO          TO FRTL-NOLIGNE
           MOVE "N" TO STKX-LIG-EOF-SW
           START FDINRTLG KEY IS NOT LESS THAN FRTL-CLEF
               INVALID KEY
                   MOVE "Y" TO STKX-LIG-EOF-SW
           END-START
           PERFORM 3700-LIRE-UNE-LIGNE-RETOUR THRU 3700-EXIT
               UNTIL STKX-LIG-EOF.
       3600-EXIT.
           EXIT.
      *
       3700-LIRE-UNE-LIGNE-RETOUR.
           READ FDINRTLG NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-LIG-EOF-SW
                   GO TO 3700-EXIT
           END-READ
           IF FRTL-NORETOUR NOT = FRTN-NORETOUR
               MOVE "Y" TO STKX-LIG-EOF-SW
               GO TO 3700-EXIT
           END-IF
           IF FRTL-QUANTITE = ZERO
               GO TO 3700-EXIT
           END-IF
           MOVE "S"                TO STKX-SENS
           MOVE FRTL-NORETOUR      TO STKX-NODOC
           MOVE FRTL-NOLIGNE       TO STKX-NOLIGNE
           MOVE FDIN-TYPREC-NOCID  TO STKX-ENTREPOT
           MOVE FRTL-PRODUIT       TO STKX-PRODUIT
           MOVE FRTL-QUANTITE      TO STKX-QUANTITE
           MOVE FRTN-FOURNISSEUR   TO STKX-FOURNISSEUR
      *****  RETURNS CLOSED BEFORE THE CLOSE DATE WAS KEPT MOVE TODAY
           IF FRTN-DATE-CLOS = ZERO
               MOVE STKX-TODAY     TO STKX-DATE-MVT
           ELSE
               MOVE FRTN-DATE-CLOS TO STKX-DATE-MVT
           END-IF
           PERFORM 3900-ENREGISTRER THRU 3900-EXIT.
       3700-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3900-ENREGISTRER - A LINE ALREADY ON FDINSTKD HAS GONE OUT  *
      *    BEFORE AND IS LEFT ALONE                                    *
      *----------------------------------------------------------------*
       3900-ENREGISTRER.
           MOVE STKX-SENS    TO FSTK-SENS
           MOVE STKX-NODOC   TO FSTK-NODOC
           MOVE STKX-NOLIGNE TO FSTK-NOLIGNE
           READ FDINSTKD RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO STKX-CNT-DEJA
                   GO TO 3900-EXIT
           END-READ
           MOVE SPACES TO FSTK-ENR
           MOVE STKX-SENS        TO FSTK-SENS
           MOVE STKX-NODOC       TO FSTK-NODOC
           MOVE STKX-NOLIGNE     TO FSTK-NOLIGNE
           MOVE STKX-ENTREPOT    TO FSTK-ENTREPOT
           MOVE STKX-PRODUIT     TO FSTK-PRODUIT
           MOVE STKX-QUANTITE    TO FSTK-QUANTITE
           MOVE STKX-FOURNISSEUR TO FSTK-FOURNISSEUR
           MOVE STKX-DATE-MVT    TO FSTK-DATE-MVT
           MOVE STKX-TODAY       TO FSTK-DATE-ENVOI
           MOVE STKX-HEURE       TO FSTK-HEURE-ENVOI
           MOVE "E"              TO FSTK-STATUT
           MOVE ZERO             TO FSTK-DATE-ACQ
           MOVE ZERO             TO FSTK-QTE-ACQ
           WRITE FSTK-ENR
               INVALID KEY
                   DISPLAY "FDINSTKX - WRITE FDINSTKD FAILED - STATUS "
                           FS-FDINSTKD
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       3900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-EXTRAIRE - FDINSTKD IN KEY ORDER GIVES THE STOCK-IN    *
      *    MOVEMENTS FIRST, THEN THE STOCK-OUT : THE ROWS OF THIS RUN  *
      *    GO ON THE EXTRACT, EACH TYPED BY ITS DIRECTION              *
      *----------------------------------------------------------------*
       4000-EXTRAIRE.
           MOVE LOW-VALUES TO FSTK-CLEF
           MOVE "N" TO STKX-EOF-SW
           START FDINSTKD KEY IS NOT LESS THAN FSTK-CLEF
               INVALID KEY
                   MOVE "Y" TO STKX-EOF-SW
           END-START
           PERFORM 4100-EXTRAIRE-UNE-LIGNE THRU 4100-EXIT
               UNTIL STKX-EOF
           MOVE STKX-CNT-ENTREES     TO STKX-Z-CNT-ENTREES
           MOVE STKX-TOT-QTE-ENTREES TO STKX-Z-TOT-QTE-ENTREES
           MOVE STKX-CNT-SORTIES     TO STKX-Z-CNT-SORTIES
           MOVE STKX-TOT-QTE-SORTIES TO STKX-Z-TOT-QTE-SORTIES
           MOVE "Z" TO STKF-TYPE
           MOVE STKX-PIED TO STKF-DONNEES
           WRITE STKF-ENR.
       4000-EXIT.
           EXIT.
      *
       4100-EXTRAIRE-UNE-LIGNE.
           READ FDINSTKD NEXT RECORD
               AT END
                   MOVE "Y" TO STKX-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           IF FSTK-CONTROLE
               GO TO 4100-EXIT
           END-IF
           IF FSTK-DATE-ENVOI NOT = STKX-TODAY
               OR FSTK-HEURE-ENVOI NOT = STKX-HEURE
               GO TO 4100-EXIT
           END-IF
           MOVE FSTK-ENTREPOT    TO STKX-E-ENTREPOT
           MOVE FSTK-NODOC       TO STKX-E-NODOC
           MOVE FSTK-NOLIGNE     TO STKX-E-NOLIGNE
           MOVE FSTK-PRODUIT     TO STKX-E-PRODUIT
           MOVE FSTK-QUANTITE    TO STKX-E-QUANTITE
           MOVE FSTK-FOURNISSEUR TO STKX-E-FOURNISSEUR
           MOVE FSTK-DATE-MVT    TO STKX-E-DATE-MVT
           MOVE FSTK-SENS TO STKF-TYPE
           MOVE STKX-DETAIL TO STKF-DONNEES
           WRITE STKF-ENR
           MOVE SPACES TO STKX-LIGNE-DETAIL
           IF FSTK-ENTREE
               ADD 1 TO STKX-CNT-ENTREES
               ADD FSTK-QUANTITE TO STKX-TOT-QTE-ENTREES
               MOVE "IN"  TO STKX-D-SENS
           ELSE
               ADD 1 TO STKX-CNT-SORTIES
               ADD FSTK-QUANTITE TO STKX-TOT-QTE-SORTIES
               MOVE "OUT" TO STKX-D-SENS
           END-IF
           MOVE FSTK-ENTREPOT    TO STKX-D-ENTREPOT
           MOVE FSTK-NODOC       TO STKX-D-NODOC
           MOVE "/" TO STKX-LIGNE-DETAIL (19:1)
           MOVE FSTK-NOLIGNE     TO STKX-D-NOLIGNE
           MOVE FSTK-PRODUIT     TO STKX-D-PRODUIT
           MOVE FSTK-QUANTITE    TO STKX-D-QUANTITE
           MOVE FSTK-FOURNISSEUR TO STKX-D-FOURNISSEUR
           MOVE FSTK-DATE-MVT    TO STKX-D-DATE-MVT
           WRITE RPTSTX-LIGNE FROM STKX-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF STKX-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF STKX-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF STKX-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF STKX-STKD-OUVERT
               CLOSE FDINSTKD
           END-IF
           IF STKX-STKF-OUVERT
               CLOSE FDINSTKF
           END-IF
           IF FS-RPTSTX = "00"
               MOVE SPACES TO RPTSTX-LIGNE
               WRITE RPTSTX-LIGNE
               MOVE SPACES TO STKX-LIGNE-TOTAL
               MOVE "STOCK-IN MOVEMENTS" TO STKX-T-LIBELLE
               MOVE STKX-CNT-ENTREES TO STKX-T-CNT
               MOVE STKX-TOT-QTE-ENTREES TO STKX-T-QUANTITE
               WRITE RPTSTX-LIGNE FROM STKX-LIGNE-TOTAL
               MOVE "STOCK-OUT MOVEMENTS" TO STKX-T-LIBELLE
               MOVE STKX-CNT-SORTIES TO STKX-T-CNT
               MOVE STKX-TOT-QTE-SORTIES TO STKX-T-QUANTITE
               WRITE RPTSTX-LIGNE FROM STKX-LIGNE-TOTAL
               MOVE "FAMILY LINES NOT SENT" TO STKX-T-LIBELLE
               MOVE STKX-CNT-FAMILLE TO STKX-T-CNT
               MOVE STKX-TOT-QTE-FAMILLE TO STKX-T-QUANTITE
               WRITE RPTSTX-LIGNE FROM STKX-LIGNE-TOTAL
               CLOSE RPTSTX
           END-IF.
           DISPLAY "FDINSTKX - RECEPTIONS CONFIRMED: "
                   STKX-CNT-RECEPTIONS.
           DISPLAY "FDINSTKX - NOT YET CONFIRMED...: "
                   STKX-CNT-NON-CONFIRMEES.
           DISPLAY "FDINSTKX - RETURNS CLOSED......: "
                   STKX-CNT-RETOURS.
           DISPLAY "FDINSTKX - STOCK-IN SENT.......: "
                   STKX-CNT-ENTREES.
           DISPLAY "FDINSTKX - STOCK-OUT SENT......: "
                   STKX-CNT-SORTIES.
           DISPLAY "FDINSTKX - ALREADY SENT........: " STKX-CNT-DEJA.
           DISPLAY "FDINSTKX - BEFORE START DATE...: "
                   STKX-CNT-AVANT-DEBUT.
           DISPLAY "FDINSTKX - STORE LINES SKIPPED.: "
                   STKX-CNT-MAGASIN.
           DISPLAY "FDINSTKX - FAMILY LINES SKIPPED: "
                   STKX-CNT-FAMILLE.
       5000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
