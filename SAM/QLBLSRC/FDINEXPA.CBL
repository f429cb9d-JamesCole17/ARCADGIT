      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINEXPA                      *
      * TYPE OF PROGRAM............: . NIGHTLY EXTRACT               *
      * FUNCTION...................: . CROSS-DOCK DISPATCH EXTRACT.  *
      *         .                      EVERY FDINRLIG LINE OF A      *
      *         .                      CONFIRMED RECEPTION (FDINRCNF *
      *         .                      ROW WHEN THE TYPE REQUIRES    *
      *         .                      ONE, OTHERWISE THE RECEPTION  *
      *         .                      CLOSED) WHOSE TYPE KEYS THE   *
      *         .                      STORE PER LINE (FDIN-TYPREC-  *
      *         .                      MAGLIG O, 9 OR 6) AND THAT    *
      *         .                      CARRIES A STORE IS RECORDED   *
      *         .                      ON FDINEXPD AS IN TRANSIT AND *
      *         .                      SENT ON THE FDINEXPF EXTRACT, *
      *         .                      GROUPED PER STORE - ONE       *
      *         .                      HEADER, A STORE RECORD AHEAD  *
      *         .                      OF EACH STORE'S LINES, AND A  *
      *         .                      TRAILER WITH COUNTS AND A     *
      *         .                      QUANTITY HASH.  A LINE ALREADY*
      *         .                      ON FDINEXPD IS NEVER SENT     *
      *         .                      AGAIN.  FDINEXPK LOADS THE    *
      *         .                      STORES' ACKNOWLEDGMENTS       *
      * FILES USED.................: . FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINRCNF   - INPUT            *
      *         .                      FDINMAGC   - INPUT            *
      *         .                      FDINEXPD   - UPDATE           *
      *         .                      FDINEXPF   - OUTPUT           *
      *         .                      RPTEXP     - OUTPUT (PRINTER) *
      * RECORD TYPES...............: . H=HEADER  M=STORE             *
      *         .                      D=LINE    Z=TRAILER           *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - PER-STORE DISPATCH EXTRACT   *
      *                 OF CONFIRMED CROSS-DOCK RECEPTION LINES.       *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINEXPA.
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
           SELECT FDINMAGC ASSIGN TO FDINMAGC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FMAG-MAGASIN
               FILE STATUS IS FS-FDINMAGC.
           SELECT FDINEXPD ASSIGN TO FDINEXPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEXP-CLEF
               FILE STATUS IS FS-FDINEXPD.
           SELECT FDINEXPF ASSIGN TO FDINEXPF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINEXPF.
           SELECT RPTEXP ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTEXP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRLIG.
       COPY FDINRCNF.
       COPY FDINMAGC.
       COPY FDINEXPD.
      *
       FD  FDINEXPF  LABEL RECORD STANDARD
                     RECORD 80.
       01  EXPF-ENR.
           05  EXPF-TYPE                  PIC X(01).
           05  EXPF-DONNEES               PIC X(79).
      *
       FD  RPTEXP   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTEXP-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINMAGC                    PIC X(02) VALUE "00".
       77  FS-FDINEXPD                    PIC X(02) VALUE "00".
       77  FS-FDINEXPF                    PIC X(02) VALUE "00".
       77  FS-RPTEXP                      PIC X(02) VALUE "00".
       77  EXPA-EOF-SW                    PIC X(01) VALUE "N".
           88  EXPA-EOF                   VALUE "Y".
       77  EXPA-LIG-EOF-SW                PIC X(01).
           88  EXPA-LIG-EOF               VALUE "Y".
       77  EXPA-FOUND-SW                  PIC X(01).
           88  EXPA-FOUND                 VALUE "Y".
      *****  SET WHEN A FILE CANNOT BE OPENED OR THE CONFIRMATIONS DO
      *****  NOT FIT IN CORE - THE RUN ENDS WITHOUT A TRAILER SO THE
      *****  STORE SYSTEMS REJECT THE FEED
       77  EXPA-ARRET-SW                  PIC X(01) VALUE "N".
           88  EXPA-ARRET                 VALUE "Y".
       77  EXPA-TODAY                     PIC 9(08).
       77  EXPA-HEURE9                    PIC 9(08).
       77  EXPA-HEURE                     PIC 9(06).
       77  EXPA-MAG-COURANT               PIC X(05).
       77  EXPA-CNT-RECEPTIONS            PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPA-CNT-DEJA                  PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPA-CNT-NON-CONFIRMEES        PIC 9(07) COMP-3 VALUE ZERO.
       77  EXPA-CNT-LIGNES                PIC 9(07) VALUE ZERO.
       77  EXPA-CNT-MAGASINS              PIC 9(07) VALUE ZERO.
       77  EXPA-CNT-MAG-LIGNES            PIC 9(07) COMP-3.
       77  EXPA-TOT-QUANTITE              PIC 9(11)V9(2) VALUE ZERO.
      *
      *****  RECEPTIONS WITH A CONFIRMATION ROW ON FDINRCNF
       01  EXPA-CNF-TABLE.
           05  EXPA-CNF-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY EXPA-CX.
               10  ECT-NORECEPT           PIC 9(07).
       77  EXPA-CNF-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
      *
       01  EXPA-ENTETE.
           05  EXPA-H-LIBELLE             PIC X(24)
                   VALUE "CROSS-DOCK DISPATCH     ".
           05  EXPA-H-DATE                PIC 9(08).
           05  EXPA-H-HEURE               PIC 9(06).
           05  FILLER                     PIC X(41) VALUE SPACES.
       01  EXPA-MAGASIN.
           05  EXPA-M-MAGASIN             PIC X(05).
           05  EXPA-M-LIBELLE             PIC X(20).
           05  FILLER                     PIC X(54) VALUE SPACES.
       01  EXPA-DETAIL.
           05  EXPA-E-MAGASIN             PIC X(05).
           05  EXPA-E-NORECEPT            PIC 9(07).
           05  EXPA-E-NOLIGNE             PIC 9(03).
           05  EXPA-E-PRODUIT             PIC X(13).
           05  EXPA-E-QUANTITE            PIC 9(5)V9(2).
           05  EXPA-E-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(35) VALUE SPACES.
       01  EXPA-PIED.
           05  EXPA-Z-CNT-MAGASINS        PIC 9(07).
           05  EXPA-Z-CNT-LIGNES          PIC 9(07).
           05  EXPA-Z-TOT-QUANTITE        PIC 9(11)V9(2).
           05  FILLER                     PIC X(52) VALUE SPACES.
      *
       01  EXPA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-D-MAGASIN             PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  EXPA-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-D-FOURNISSEUR         PIC X(09).
       01  EXPA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  EXPA-T-LIBELLE             PIC X(30).
           05  EXPA-T-CNT                 PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT EXPA-ARRET
               PERFORM 2000-CHARGER-CONFIRMATIONS THRU 2000-EXIT
           END-IF
           IF NOT EXPA-ARRET
               PERFORM 3000-SELECTIONNER THRU 3000-EXIT
           END-IF
           IF NOT EXPA-ARRET
               PERFORM 4000-EXTRAIRE THRU 4000-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT EXPA-TODAY FROM DATE YYYYMMDD
           ACCEPT EXPA-HEURE9 FROM TIME
           MOVE EXPA-HEURE9 (1:6) TO EXPA-HEURE
           OPEN OUTPUT RPTEXP.
           MOVE SPACES TO RPTEXP-LIGNE
           MOVE "FDINEXPA - CROSS-DOCK DISPATCH EXTRACT" TO RPTEXP-LIGNE
           WRITE RPTEXP-LIGNE
           MOVE SPACES TO RPTEXP-LIGNE
           WRITE RPTEXP-LIGNE
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINMAGC.
           OPEN I-O FDINEXPD.
           IF FS-FDINEXPD NOT = "00"
               OPEN OUTPUT FDINEXPD
               CLOSE FDINEXPD
               OPEN I-O FDINEXPD
           END-IF
           IF FS-FDINEXPD NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINEXPD FAILED - STATUS "
                       FS-FDINEXPD
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT FDINEXPF.
           IF FS-FDINEXPF NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINEXPF FAILED - STATUS "
                       FS-FDINEXPF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           MOVE EXPA-TODAY TO EXPA-H-DATE
           MOVE EXPA-HEURE TO EXPA-H-HEURE
           MOVE "H" TO EXPF-TYPE
           MOVE EXPA-ENTETE TO EXPF-DONNEES
           WRITE EXPF-ENR.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-CONFIRMATIONS - FDINRCNF IS SEQUENTIAL, SO THE *
      *    CONFIRMED RECEPTION NUMBERS ARE HELD IN CORE                *
      *----------------------------------------------------------------*
       2000-CHARGER-CONFIRMATIONS.
           MOVE "N" TO EXPA-EOF-SW
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINEXPA - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO EXPA-ARRET-SW
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LIRE-UNE-CNF THRU 2100-EXIT
               UNTIL EXPA-EOF
           CLOSE FDINRCNF.
           IF EXPA-ARRET
               MOVE SPACES TO RPTEXP-LIGNE
               MOVE "** CONFIRMATION TABLE FULL - NOTHING DISPATCHED **"
                    TO RPTEXP-LIGNE
               WRITE RPTEXP-LIGNE
               MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-CNF.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO EXPA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF EXPA-CNF-COUNT < 2000
               ADD 1 TO EXPA-CNF-COUNT
               SET EXPA-CX TO EXPA-CNF-COUNT
               MOVE FCNF-NORECEPT TO ECT-NORECEPT (EXPA-CX)
           ELSE
               MOVE "Y" TO EXPA-ARRET-SW
               MOVE "Y" TO EXPA-EOF-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SELECTIONNER - THE LINES OF EVERY CONFIRMED CROSS-DOCK *
      *    RECEPTION NOT YET ON FDINEXPD GO ON IT, STAMPED WITH THIS   *
      *    RUN'S DATE AND TIME                                         *
      *----------------------------------------------------------------*
       3000-SELECTIONNER.
           MOVE "N" TO EXPA-EOF-SW
           PERFORM 3100-LIRE-UNE-RECEPTION THRU 3100-EXIT
               UNTIL EXPA-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-RECEPTION.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO EXPA-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ
           IF FDIN-TYPREC-MAGLIG NOT = "O"
               AND FDIN-TYPREC-MAGLIG NOT = "9"
               AND FDIN-TYPREC-MAGLIG NOT = "6"
               GO TO 3100-EXIT
           END-IF
           IF FDIN-TYPREC-CONFIRME = "O"
               MOVE "N" TO EXPA-FOUND-SW
               SET EXPA-CX TO 1
               SEARCH EXPA-CNF-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXPA-CX > EXPA-CNF-COUNT
                       CONTINUE
                   WHEN ECT-NORECEPT (EXPA-CX) = FREC-NORECEPT
                       MOVE "Y" TO EXPA-FOUND-SW
               END-SEARCH
           ELSE
               IF FREC-CLOTUREE
                   MOVE "Y" TO EXPA-FOUND-SW
               ELSE
                   MOVE "N" TO EXPA-FOUND-SW
               END-IF
           END-IF
           IF NOT EXPA-FOUND
               ADD 1 TO EXPA-CNT-NON-CONFIRMEES
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO EXPA-CNT-RECEPTIONS
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           MOVE "N" TO EXPA-LIG-EOF-SW
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO EXPA-LIG-EOF-SW
           END-START
           PERFORM 3200-LIRE-UNE-LIGNE THRU 3200-EXIT
               UNTIL EXPA-LIG-EOF.
       3100-EXIT.
           EXIT.
      *
       3200-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO EXPA-LIG-EOF-SW
                   GO TO 3200-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO EXPA-LIG-EOF-SW
               GO TO 3200-EXIT
           END-IF
           IF FRLG-MAGASIN = SPACES OR FRLG-QUANTITE = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE FRLG-MAGASIN  TO FEXP-MAGASIN
           MOVE FRLG-NORECEPT TO FEXP-NORECEPT
           MOVE FRLG-NOLIGNE  TO FEXP-NOLIGNE
           READ FDINEXPD RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO EXPA-CNT-DEJA
                   GO TO 3200-EXIT
           END-READ
           MOVE SPACES TO FEXP-ENR
           MOVE FRLG-MAGASIN     TO FEXP-MAGASIN
           MOVE FRLG-NORECEPT    TO FEXP-NORECEPT
           MOVE FRLG-NOLIGNE     TO FEXP-NOLIGNE
           MOVE FRLG-PRODUIT     TO FEXP-PRODUIT
           MOVE FRLG-QUANTITE    TO FEXP-QUANTITE
           MOVE FREC-FOURNISSEUR TO FEXP-FOURNISSEUR
           MOVE EXPA-TODAY       TO FEXP-DATE-EXPED
           MOVE EXPA-HEURE       TO FEXP-HEURE-EXPED
           MOVE "E"              TO FEXP-STATUT
           MOVE ZERO             TO FEXP-DATE-ACQ
           MOVE ZERO             TO FEXP-QTE-RECUE
           WRITE FEXP-ENR
               INVALID KEY
                   DISPLAY "FDINEXPA - WRITE FDINEXPD FAILED - STATUS "
                           FS-FDINEXPD
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-EXTRAIRE - FDINEXPD IN KEY ORDER IS IN STORE ORDER :   *
      *    THE ROWS OF THIS RUN GO ON THE EXTRACT, A STORE RECORD      *
      *    AHEAD OF EACH STORE'S LINES                                 *
      *----------------------------------------------------------------*
       4000-EXTRAIRE.
           MOVE LOW-VALUES TO EXPA-MAG-COURANT
           MOVE LOW-VALUES TO FEXP-CLEF
           MOVE "N" TO EXPA-EOF-SW
           START FDINEXPD KEY IS NOT LESS THAN FEXP-CLEF
               INVALID KEY
                   MOVE "Y" TO EXPA-EOF-SW
           END-START
           PERFORM 4100-EXTRAIRE-UNE-LIGNE THRU 4100-EXIT
               UNTIL EXPA-EOF
           IF EXPA-CNT-MAGASINS > ZERO
               PERFORM 4300-TOTAL-MAGASIN THRU 4300-EXIT
           END-IF
           MOVE EXPA-CNT-MAGASINS TO EXPA-Z-CNT-MAGASINS
           MOVE EXPA-CNT-LIGNES   TO EXPA-Z-CNT-LIGNES
           MOVE EXPA-TOT-QUANTITE TO EXPA-Z-TOT-QUANTITE
           MOVE "Z" TO EXPF-TYPE
           MOVE EXPA-PIED TO EXPF-DONNEES
           WRITE EXPF-ENR.
       4000-EXIT.
           EXIT.
      *
       4100-EXTRAIRE-UNE-LIGNE.
           READ FDINEXPD NEXT RECORD
               AT END
                   MOVE "Y" TO EXPA-EOF-SW
                   GO TO 4100-EXIT
           END-READ
           IF FEXP-DATE-EXPED NOT = EXPA-TODAY
               OR FEXP-HEURE-EXPED NOT = EXPA-HEURE
               GO TO 4100-EXIT
           END-IF
           IF FEXP-MAGASIN NOT = EXPA-MAG-COURANT
               PERFORM 4200-ENTETE-MAGASIN THRU 4200-EXIT
           END-IF
           MOVE FEXP-MAGASIN     TO EXPA-E-MAGASIN
           MOVE FEXP-NORECEPT    TO EXPA-E-NORECEPT
           MOVE FEXP-NOLIGNE     TO EXPA-E-NOLIGNE
           MOVE FEXP-PRODUIT     TO EXPA-E-PRODUIT
           MOVE FEXP-QUANTITE    TO EXPA-E-QUANTITE
           MOVE FEXP-FOURNISSEUR TO EXPA-E-FOURNISSEUR
           MOVE "D" TO EXPF-TYPE
           MOVE EXPA-DETAIL TO EXPF-DONNEES
           WRITE EXPF-ENR
           ADD 1 TO EXPA-CNT-LIGNES
           ADD 1 TO EXPA-CNT-MAG-LIGNES
           ADD FEXP-QUANTITE TO EXPA-TOT-QUANTITE
           MOVE SPACES TO EXPA-LIGNE-DETAIL
           MOVE FEXP-MAGASIN     TO EXPA-D-MAGASIN
           MOVE FEXP-NORECEPT    TO EXPA-D-NORECEPT
           MOVE "/" TO EXPA-LIGNE-DETAIL (17:1)
           MOVE FEXP-NOLIGNE     TO EXPA-D-NOLIGNE
           MOVE FEXP-PRODUIT     TO EXPA-D-PRODUIT
           MOVE FEXP-QUANTITE    TO EXPA-D-QUANTITE
           MOVE FEXP-FOURNISSEUR TO EXPA-D-FOURNISSEUR
           WRITE RPTEXP-LIGNE FROM EXPA-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
       4200-ENTETE-MAGASIN.
           IF EXPA-CNT-MAGASINS > ZERO
               PERFORM 4300-TOTAL-MAGASIN THRU 4300-EXIT
           END-IF
           MOVE FEXP-MAGASIN TO EXPA-MAG-COURANT
           ADD 1 TO EXPA-CNT-MAGASINS
           MOVE ZERO TO EXPA-CNT-MAG-LIGNES
           MOVE SPACES TO EXPA-M-LIBELLE
           IF FS-FDINMAGC = "00" OR FS-FDINMAGC = "23"
               MOVE FEXP-MAGASIN TO FMAG-MAGASIN
               READ FDINMAGC RECORD
                   INVALID KEY
                       MOVE SPACES TO FMAG-LIBELLE
               END-READ
               MOVE FMAG-LIBELLE TO EXPA-M-LIBELLE
           END-IF
           MOVE FEXP-MAGASIN TO EXPA-M-MAGASIN
           MOVE "M" TO EXPF-TYPE
           MOVE EXPA-MAGASIN TO EXPF-DONNEES
           WRITE EXPF-ENR.
       4200-EXIT.
           EXIT.
      *
       4300-TOTAL-MAGASIN.
           MOVE SPACES TO EXPA-T-LIBELLE
           STRING "LINES FOR STORE " EXPA-MAG-COURANT
               DELIMITED BY SIZE INTO EXPA-T-LIBELLE
           MOVE EXPA-CNT-MAG-LIGNES TO EXPA-T-CNT
           WRITE RPTEXP-LIGNE FROM EXPA-LIGNE-TOTAL
           MOVE SPACES TO RPTEXP-LIGNE
           WRITE RPTEXP-LIGNE.
       4300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF FS-FDINRECP = "00" OR FS-FDINRECP = "10"
               CLOSE FDINRECP
           END-IF
           CLOSE FDINTYPREC.
           CLOSE FDINRLIG.
           IF FS-FDINMAGC = "00" OR FS-FDINMAGC = "23"
               CLOSE FDINMAGC
           END-IF
           CLOSE FDINEXPD.
           CLOSE FDINEXPF.
           MOVE "LINES DISPATCHED" TO EXPA-T-LIBELLE
           MOVE EXPA-CNT-LIGNES TO EXPA-T-CNT
           WRITE RPTEXP-LIGNE FROM EXPA-LIGNE-TOTAL
           MOVE "STORES" TO EXPA-T-LIBELLE
           MOVE EXPA-CNT-MAGASINS TO EXPA-T-CNT
           WRITE RPTEXP-LIGNE FROM EXPA-LIGNE-TOTAL
           CLOSE RPTEXP.
           DISPLAY "FDINEXPA - RECEPTIONS CONFIRMED: "
                   EXPA-CNT-RECEPTIONS.
           DISPLAY "FDINEXPA - NOT YET CONFIRMED...: "
                   EXPA-CNT-NON-CONFIRMEES.
           DISPLAY "FDINEXPA - LINES DISPATCHED....: " EXPA-CNT-LIGNES.
           DISPLAY "FDINEXPA - ALREADY DISPATCHED..: " EXPA-CNT-DEJA.
           DISPLAY "FDINEXPA - STORES..............: "
                   EXPA-CNT-MAGASINS.
       5000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
