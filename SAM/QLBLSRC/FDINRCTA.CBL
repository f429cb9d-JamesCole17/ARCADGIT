      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINRCTA                      *
      * TYPE OF PROGRAM............: . DAILY BATCH                   *
      * FUNCTION...................: . BLIND RECOUNT SAMPLING.  EACH *
      *         .                      RECEPTION CONFIRMED ON THE    *
      *         .                      RUN DATE (FDINRCNF ROW) MAY   *
      *         .                      BE PICKED FOR A PHYSICAL      *
      *         .                      RECOUNT - AT THE ROUTINE RATE *
      *         .                      OF THE CARD, OR AT THE HIGHER *
      *         .                      RATE WHEN THE SUPPLIER IS ON  *
      *         .                      THE FDINWTCH WATCHLIST OR THE *
      *         .                      RECEPTION IS WORTH MORE THAN  *
      *         .                      THE CARD THRESHOLD (SUM OF    *
      *         .                      QUANTITY X PA OF ITS LINES).  *
      *         .                      THE LINES OF A PICKED         *
      *         .                      RECEPTION GO ON FDINRCMP AND  *
      *         .                      ON A RECOUNT SHEET THAT DOES  *
      *         .                      NOT SHOW THE KEYED QUANTITY.  *
      *         .                      A RECEPTION ALREADY ON        *
      *         .                      FDINRCMP IS NEVER PICKED      *
      *         .                      AGAIN.  RESULTS ARE KEYED BY  *
      *         .                      FDINRCTS                      *
      * FILES USED.................: . FDINRCNF   - INPUT            *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINWTCH   - INPUT            *
      *         .                      FDINRCMP   - UPDATE           *
      *         .                      FDINRCTP   - INPUT (PARAMETER)*
      *         .                      RPTRCT     - OUTPUT (PRINTER) *
      * PARAMETER CARD.............: . POS 01-08 CONFIRMATION DATE   *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      *         .                      POS 09-11 ROUTINE RATE IN     *
      *         .                      PERCENT (DEFAULT 005)         *
      *         .                      POS 12-14 WATCHLIST RATE IN   *
      *         .                      PERCENT (DEFAULT 030)         *
      *         .                      POS 15-23 HIGH-VALUE          *
      *         .                      THRESHOLD 9999999V99          *
      *         .                      (DEFAULT 5000.00)             *
      *         .                      POS 24-26 HIGH-VALUE RATE IN  *
      *         .                      PERCENT (DEFAULT 020)         *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DAILY BLIND RECOUNT          *
      *                 SAMPLING OF CONFIRMED RECEPTIONS.              *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRCTA.
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
           SELECT FDINRCNF ASSIGN TO FDINRCNF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCNF.
           SELECT FDINRECP ASSIGN TO FDINRECP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
           SELECT FDINWTCH ASSIGN TO FDINWTCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FWTC-FOURNISSEUR
               FILE STATUS IS FS-FDINWTCH.
           SELECT FDINRCMP ASSIGN TO FDINRCMP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRCM-CLEF
               FILE STATUS IS FS-FDINRCMP.
           SELECT FDINRCTP ASSIGN TO FDINRCTP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCTP.
           SELECT RPTRCT ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTRCT.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRCNF.
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINRLIG.
       COPY FDINWTCH.
       COPY FDINRCMP.
      *
       FD  FDINRCTP  LABEL RECORD STANDARD
                     RECORD 80.
       01  RCTP-CARTE.
           05  RCTP-DATE                  PIC 9(08).
           05  RCTP-TAUX-BASE             PIC 9(03).
           05  RCTP-TAUX-WATCH            PIC 9(03).
           05  RCTP-SEUIL-VALEUR          PIC 9(7)V9(2).
           05  RCTP-TAUX-VALEUR           PIC 9(03).
           05  FILLER                     PIC X(54).
      *
       FD  RPTRCT   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTRCT-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINWTCH                    PIC X(02) VALUE "00".
       77  FS-FDINRCMP                    PIC X(02) VALUE "00".
       77  FS-FDINRCTP                    PIC X(02) VALUE "00".
       77  FS-RPTRCT                      PIC X(02) VALUE "00".
       77  RCTA-EOF-SW                    PIC X(01) VALUE "N".
           88  RCTA-EOF                   VALUE "Y".
       77  RCTA-LIG-EOF-SW                PIC X(01).
           88  RCTA-LIG-EOF               VALUE "Y".
       77  RCTA-DEJA-SW                   PIC X(01).
           88  RCTA-DEJA                  VALUE "Y".
       77  RCTA-WATCH-SW                  PIC X(01).
           88  RCTA-WATCH                 VALUE "Y".
      *****  SET WHEN A FILE CANNOT BE OPENED - NOTHING IS PICKED
       77  RCTA-ARRET-SW                  PIC X(01) VALUE "N".
           88  RCTA-ARRET                 VALUE "Y".
       77  RCTA-TODAY                     PIC 9(08).
       77  RCTA-HEURE9                    PIC 9(08).
      *****  CONFIRMATION DATE SAMPLED AND THE RATES OF THE CARD
       77  RCTA-DATE                      PIC 9(08).
       77  RCTA-TAUX-BASE                 PIC 9(03) VALUE 5.
       77  RCTA-TAUX-WATCH                PIC 9(03) VALUE 30.
       77  RCTA-SEUIL-VALEUR              PIC 9(7)V9(2) VALUE 5000.
       77  RCTA-TAUX-VALEUR               PIC 9(03) VALUE 20.
      *****  RATE AND REASON THAT APPLY TO THE RECEPTION IN HAND
       77  RCTA-TAUX                      PIC 9(03).
       77  RCTA-MOTIF                     PIC X(01).
      *****  VALUE OF THE RECEPTION (SUM OF QUANTITY X PA)
       77  RCTA-VALEUR                    PIC 9(11)V9(2).
       77  RCTA-NB-LIGNES                 PIC 9(04) COMP.
      *****  PSEUDO-RANDOM DRAW - A LINEAR CONGRUENTIAL SEQUENCE
      *****  MODULO 100000, SEEDED FROM THE TIME OF DAY.  THE DRAW
      *****  IS THE HIGH TWO DIGITS (00-99) OF THE NEW TERM, AND THE
      *****  RECEPTION IS PICKED WHEN IT IS BELOW THE RATE
       77  RCTA-GERME                     PIC 9(05).
       77  RCTA-PRODUIT                   PIC 9(10).
       77  RCTA-QUOTIENT                  PIC 9(10).
       77  RCTA-TIRAGE                    PIC 9(02).
       77  RCTA-CNT-CONFIRMEES            PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-DEJA                  PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-IGNOREES              PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-TIREES                PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-WATCH                 PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-VALEUR                PIC 9(07) COMP-3 VALUE ZERO.
       77  RCTA-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  RCTA-LIGNE-FEUILLE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTA-F-LIBELLE             PIC X(24)
                   VALUE "RECOUNT SHEET - RECEPT. ".
           05  RCTA-F-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(12)
                   VALUE "  SUPPLIER  ".
           05  RCTA-F-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(08)
                   VALUE "  TYPE  ".
           05  RCTA-F-TYPE                PIC X(02).
           05  FILLER                     PIC X(14)
                   VALUE "  RECEIVED ON ".
           05  RCTA-F-DATE-RECEPT         PIC 9(08).
       01  RCTA-LIGNE-TITRE.
           05  FILLER                     PIC X(41)
                   VALUE "  LINE  PRODUCT        RAYON  STORE      ".
           05  FILLER                     PIC X(42)
                   VALUE "COUNTED QUANTITY      COUNTED BY        ".
       01  RCTA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTA-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  RCTA-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTA-D-RAYON               PIC X(02).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  RCTA-D-MAGASIN             PIC X(05).
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(16)
                   VALUE "________________".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(10)
                   VALUE "__________".
       01  RCTA-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  RCTA-T-LIBELLE             PIC X(30).
           05  RCTA-T-CNT                 PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RCTA-ARRET
               PERFORM 2000-ECHANTILLONNER THRU 2000-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RCTA-TODAY FROM DATE YYYYMMDD
           ACCEPT RCTA-HEURE9 FROM TIME
           MOVE RCTA-HEURE9 (4:5) TO RCTA-GERME
           MOVE RCTA-TODAY TO RCTA-DATE
           PERFORM 1100-LIRE-PARAMETRE THRU 1100-EXIT
           OPEN OUTPUT RPTRCT.
           MOVE SPACES TO RPTRCT-LIGNE
           MOVE "FDINRCTA - BLIND RECOUNT SHEETS" TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           MOVE SPACES TO RPTRCT-LIGNE
           STRING "  RECEPTIONS CONFIRMED ON " RCTA-DATE
               DELIMITED BY SIZE INTO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           MOVE SPACES TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINRCTA - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO RCTA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINRCTA - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO RCTA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINRCTA - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO RCTA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINRCTA - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO RCTA-ARRET-SW
               GO TO 1000-EXIT
           END-IF
      *****  NO WATCHLIST YET (FDINSCOR NOT RUN) - EVERY SUPPLIER IS
      *****  SAMPLED AT THE ROUTINE OR HIGH-VALUE RATE
           OPEN INPUT FDINWTCH.
           OPEN I-O FDINRCMP.
           IF FS-FDINRCMP NOT = "00"
               OPEN OUTPUT FDINRCMP
               CLOSE FDINRCMP
               OPEN I-O FDINRCMP
           END-IF
           IF FS-FDINRCMP NOT = "00"
               DISPLAY "FDINRCTA - OPEN FDINRCMP FAILED - STATUS "
                       FS-FDINRCMP
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO RCTA-ARRET-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-LIRE-PARAMETRE - A MISSING CARD OR A ZERO FIELD KEEPS  *
      *    THE DEFAULT                                                 *
      *----------------------------------------------------------------*
       1100-LIRE-PARAMETRE.
           OPEN INPUT FDINRCTP.
           IF FS-FDINRCTP NOT = "00"
               GO TO 1100-EXIT
           END-IF
           READ FDINRCTP
               AT END
                   CONTINUE
               NOT AT END
                   IF RCTP-DATE IS NUMERIC AND RCTP-DATE > ZERO
                       MOVE RCTP-DATE TO RCTA-DATE
                   END-IF
                   IF RCTP-TAUX-BASE IS NUMERIC
                       AND RCTP-TAUX-BASE > ZERO
                       MOVE RCTP-TAUX-BASE TO RCTA-TAUX-BASE
                   END-IF
                   IF RCTP-TAUX-WATCH IS NUMERIC
                       AND RCTP-TAUX-WATCH > ZERO
                       MOVE RCTP-TAUX-WATCH TO RCTA-TAUX-WATCH
                   END-IF
                   IF RCTP-SEUIL-VALEUR IS NUMERIC
                       AND RCTP-SEUIL-VALEUR > ZERO
                       MOVE RCTP-SEUIL-VALEUR TO RCTA-SEUIL-VALEUR
                   END-IF
                   IF RCTP-TAUX-VALEUR IS NUMERIC
                       AND RCTP-TAUX-VALEUR > ZERO
                       MOVE RCTP-TAUX-VALEUR TO RCTA-TAUX-VALEUR
                   END-IF
           END-READ
           CLOSE FDINRCTP.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-ECHANTILLONNER - ONE DRAW PER RECEPTION CONFIRMED ON   *
      *    THE RUN DATE                                                *
      *----------------------------------------------------------------*
       2000-ECHANTILLONNER.
           MOVE "N" TO RCTA-EOF-SW
           PERFORM 2100-LIRE-UNE-CNF THRU 2100-EXIT
               UNTIL RCTA-EOF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-CNF.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO RCTA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FCNF-DATE-CONFIRM NOT = RCTA-DATE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RCTA-CNT-CONFIRMEES
           MOVE FCNF-NORECEPT TO FREC-NORECEPT
           READ FDINRECP RECORD
               INVALID KEY
                   ADD 1 TO RCTA-CNT-IGNOREES
                   GO TO 2100-EXIT
           END-READ
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   ADD 1 TO RCTA-CNT-IGNOREES
                   GO TO 2100-EXIT
           END-READ
           IF FDIN-TYPREC-CONFIRME NOT = "O"
               ADD 1 TO RCTA-CNT-IGNOREES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-DEJA-TIREE THRU 2200-EXIT
           IF RCTA-DEJA
               ADD 1 TO RCTA-CNT-DEJA
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO RCTA-VALEUR
           MOVE ZERO TO RCTA-NB-LIGNES
           PERFORM 2300-DEBUT-LIGNES THRU 2300-EXIT
           PERFORM 2310-VALORISER-LIGNE THRU 2310-EXIT
               UNTIL RCTA-LIG-EOF
           IF RCTA-NB-LIGNES = ZERO
               ADD 1 TO RCTA-CNT-IGNOREES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2400-ETABLIR-TAUX THRU 2400-EXIT
           PERFORM 7000-TIRER THRU 7000-EXIT
           IF RCTA-TIRAGE NOT < RCTA-TAUX
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO RCTA-CNT-TIREES
           IF RCTA-MOTIF = "W"
               ADD 1 TO RCTA-CNT-WATCH
           END-IF
           IF RCTA-MOTIF = "V"
               ADD 1 TO RCTA-CNT-VALEUR
           END-IF
           PERFORM 2500-ENTETE-FEUILLE THRU 2500-EXIT
           PERFORM 2300-DEBUT-LIGNES THRU 2300-EXIT
           PERFORM 2600-ENREGISTRER-LIGNE THRU 2600-EXIT
               UNTIL RCTA-LIG-EOF
           MOVE SPACES TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           MOVE "  COUNTED ON ________  SIGNATURE ____________________"
               TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           MOVE ALL "-" TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           MOVE SPACES TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-DEJA-TIREE - A RECEPTION WITH A LINE ON FDINRCMP WAS   *
      *    ALREADY PICKED (A SECOND CONFIRMATION ROW, OR A RERUN)      *
      *----------------------------------------------------------------*
       2200-DEJA-TIREE.
           MOVE "N" TO RCTA-DEJA-SW
           MOVE FREC-NORECEPT TO FRCM-NORECEPT
           MOVE ZERO          TO FRCM-NOLIGNE
           START FDINRCMP KEY IS NOT LESS THAN FRCM-CLEF
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           READ FDINRCMP NEXT RECORD
               AT END
                   GO TO 2200-EXIT
           END-READ
           IF FRCM-NORECEPT = FREC-NORECEPT
               MOVE "Y" TO RCTA-DEJA-SW
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-DEBUT-LIGNES - POSITIONS FDINRLIG ON THE FIRST LINE OF *
      *    THE RECEPTION                                               *
      *----------------------------------------------------------------*
       2300-DEBUT-LIGNES.
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           MOVE "N" TO RCTA-LIG-EOF-SW
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO RCTA-LIG-EOF-SW
           END-START.
       2300-EXIT.
           EXIT.
      *
       2310-VALORISER-LIGNE.
           PERFORM 2320-LIRE-UNE-LIGNE THRU 2320-EXIT
           IF RCTA-LIG-EOF
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO RCTA-NB-LIGNES
           COMPUTE RCTA-VALEUR ROUNDED = RCTA-VALEUR
                 + (FRLG-QUANTITE * FRLG-PA).
       2310-EXIT.
           EXIT.
      *
       2320-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO RCTA-LIG-EOF-SW
                   GO TO 2320-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO RCTA-LIG-EOF-SW
           END-IF.
       2320-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-ETABLIR-TAUX - THE HIGHEST RATE THAT APPLIES WINS, AND *
      *    GIVES THE REASON RECORDED ON FDINRCMP                       *
      *----------------------------------------------------------------*
       2400-ETABLIR-TAUX.
           MOVE RCTA-TAUX-BASE TO RCTA-TAUX
           MOVE "A" TO RCTA-MOTIF
           MOVE "N" TO RCTA-WATCH-SW
           IF FS-FDINWTCH = "00" OR FS-FDINWTCH = "23"
               MOVE FREC-FOURNISSEUR TO FWTC-FOURNISSEUR
               READ FDINWTCH RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO RCTA-WATCH-SW
               END-READ
           END-IF
           IF RCTA-WATCH AND RCTA-TAUX-WATCH > RCTA-TAUX
               MOVE RCTA-TAUX-WATCH TO RCTA-TAUX
               MOVE "W" TO RCTA-MOTIF
           END-IF
           IF RCTA-VALEUR NOT < RCTA-SEUIL-VALEUR
               AND RCTA-TAUX-VALEUR > RCTA-TAUX
               MOVE RCTA-TAUX-VALEUR TO RCTA-TAUX
               MOVE "V" TO RCTA-MOTIF
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-ENTETE-FEUILLE - HEADING OF THE RECOUNT SHEET          *
      *----------------------------------------------------------------*
       2500-ENTETE-FEUILLE.
           MOVE FREC-NORECEPT    TO RCTA-F-NORECEPT
           MOVE FREC-FOURNISSEUR TO RCTA-F-FOURNISSEUR
           MOVE FREC-CLEF-TYP    TO RCTA-F-TYPE
           MOVE FREC-DATE-RECEPT TO RCTA-F-DATE-RECEPT
           WRITE RPTRCT-LIGNE FROM RCTA-LIGNE-FEUILLE
           MOVE SPACES TO RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE
           WRITE RPTRCT-LIGNE FROM RCTA-LIGNE-TITRE.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-ENREGISTRER-LIGNE - THE LINE GOES ON FDINRCMP TO BE    *
      *    COUNTED AND ON THE SHEET WITHOUT ITS KEYED QUANTITY         *
      *----------------------------------------------------------------*
       2600-ENREGISTRER-LIGNE.
           PERFORM 2320-LIRE-UNE-LIGNE THRU 2320-EXIT
           IF RCTA-LIG-EOF
               GO TO 2600-EXIT
           END-IF
           MOVE SPACES TO FRCM-ENR
           MOVE FRLG-NORECEPT    TO FRCM-NORECEPT
           MOVE FRLG-NOLIGNE     TO FRCM-NOLIGNE
           MOVE FRLG-PRODUIT     TO FRCM-PRODUIT
           MOVE FREC-FOURNISSEUR TO FRCM-FOURNISSEUR
           MOVE FRLG-OPERATEUR   TO FRCM-OPERATEUR
           MOVE RCTA-TODAY       TO FRCM-DATE-TIRAGE
           MOVE RCTA-MOTIF       TO FRCM-MOTIF-TIRAGE
           MOVE "A"              TO FRCM-STATUT
           MOVE ZERO             TO FRCM-QTE-RECOMPTEE
           MOVE ZERO             TO FRCM-DATE-RECOMPTE
           MOVE SPACES           TO FRCM-COMPTEUR
           MOVE "N"              TO FRCM-HORS-TOL
           WRITE FRCM-ENR
               INVALID KEY
                   DISPLAY "FDINRCTA - WRITE FDINRCMP FAILED - STATUS "
                           FS-FDINRCMP
                   MOVE 8 TO RETURN-CODE
                   GO TO 2600-EXIT
           END-WRITE
           ADD 1 TO RCTA-CNT-LIGNES
           MOVE FRLG-NOLIGNE TO RCTA-D-NOLIGNE
           MOVE FRLG-PRODUIT TO RCTA-D-PRODUIT
           MOVE FRLG-RAYON   TO RCTA-D-RAYON
           MOVE FRLG-MAGASIN TO RCTA-D-MAGASIN
           WRITE RPTRCT-LIGNE FROM RCTA-LIGNE-DETAIL.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF FS-FDINRCNF = "00" OR FS-FDINRCNF = "10"
               CLOSE FDINRCNF
           END-IF
           IF FS-FDINRECP = "00" OR FS-FDINRECP = "23"
               CLOSE FDINRECP
           END-IF
           IF FS-FDINTYPREC = "00" OR FS-FDINTYPREC = "23"
               CLOSE FDINTYPREC
           END-IF
           IF FS-FDINRLIG = "00" OR FS-FDINRLIG = "10"
               OR FS-FDINRLIG = "23"
               CLOSE FDINRLIG
           END-IF
           IF FS-FDINWTCH = "00" OR FS-FDINWTCH = "23"
               CLOSE FDINWTCH
           END-IF
           IF FS-FDINRCMP = "00" OR FS-FDINRCMP = "10"
               OR FS-FDINRCMP = "23"
               CLOSE FDINRCMP
           END-IF
           MOVE "RECEPTIONS PICKED" TO RCTA-T-LIBELLE
           MOVE RCTA-CNT-TIREES TO RCTA-T-CNT
           WRITE RPTRCT-LIGNE FROM RCTA-LIGNE-TOTAL
           MOVE "LINES TO RECOUNT" TO RCTA-T-LIBELLE
           MOVE RCTA-CNT-LIGNES TO RCTA-T-CNT
           WRITE RPTRCT-LIGNE FROM RCTA-LIGNE-TOTAL
           CLOSE RPTRCT.
           DISPLAY "FDINRCTA - RECEPTIONS CONFIRMED: "
                   RCTA-CNT-CONFIRMEES.
           DISPLAY "FDINRCTA - ALREADY PICKED......: " RCTA-CNT-DEJA.
           DISPLAY "FDINRCTA - NOT SAMPLED.........: "
                   RCTA-CNT-IGNOREES.
           DISPLAY "FDINRCTA - PICKED..............: "
                   RCTA-CNT-TIREES.
           DISPLAY "FDINRCTA -   ON WATCHLIST......: " RCTA-CNT-WATCH.
           DISPLAY "FDINRCTA -   HIGH VALUE........: "
                   RCTA-CNT-VALEUR.
           DISPLAY "FDINRCTA - LINES TO RECOUNT....: "
                   RCTA-CNT-LIGNES.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-TIRER - NEXT TERM OF THE SEQUENCE, DRAW 00-99          *
      *----------------------------------------------------------------*
       7000-TIRER.
           COMPUTE RCTA-PRODUIT = RCTA-GERME * 31421 + 6927
           DIVIDE RCTA-PRODUIT BY 100000 GIVING RCTA-QUOTIENT
               REMAINDER RCTA-GERME
           DIVIDE RCTA-GERME BY 1000 GIVING RCTA-TIRAGE.
       7000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
