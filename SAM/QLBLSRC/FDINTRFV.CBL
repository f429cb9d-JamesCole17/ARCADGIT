      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINTRFV                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . PRICE-VARIANCE REPORT BY      *
      *         .                      SUPPLIER - EVERY FDINRLIG     *
      *         .                      LINE OF THE RECEPTIONS OF THE *
      *         .                      PERIOD IS PRICED AT THE       *
      *         .                      FDINTRFC AGREED PRICE IN      *
      *         .                      FORCE ON THE RECEPTION DATE.  *
      *         .                      LINES WHOSE PA DEPARTS FROM   *
      *         .                      IT BEYOND THE TYPE'S          *
      *         .                      TOL-TARIF (ANY DEPARTURE WHEN *
      *         .                      THE TYPE HAS NONE) ARE LISTED *
      *         .                      WITH THE AMOUNT OVER OR UNDER *
      *         .                      THE AGREED PRICE, SO AN       *
      *         .                      OVERCHARGE IS TAKEN UP WITH   *
      *         .                      PURCHASING BEFORE THE FACTURE *
      *         .                      IS MATCHED AND PAID           *
      * FILES USED.................: . FDINRECP   - INPUT            *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINTRFC   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINTRVP   - INPUT (PARAMETER)*
      *         .                      RPTTRV     - OUTPUT (PRINTER) *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - RECEIVED PA AGAINST THE      *
      *                 AGREED SUPPLIER PRICE LIST, BY SUPPLIER.       *
      *  15/10/26  JFC  THE FDINTYPREC AND REPORT OPENS ARE CHECKED -  *
      *                 THE RUN STOPS ON A FAILED ONE AND FDINTYPREC   *
      *                 IS CLOSED ONLY IF IT OPENED.                   *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTRFV.
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
           SELECT FDINTRFC ASSIGN TO FDINTRFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTRF-CLEF
               FILE STATUS IS FS-FDINTRFC.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT FDINTRVP ASSIGN TO FDINTRVP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTRVP.
           SELECT RPTTRV ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTTRV.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       COPY FDINRLIG.
       COPY FDINTRFC.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
      *
       FD  FDINTRVP  LABEL RECORD STANDARD
                     RECORD 80.
       01  TRVP-CARTE.
           05  TRVP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
       FD  RPTTRV   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTTRV-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINTRFC                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINTRVP                    PIC X(02) VALUE "00".
       77  FS-RPTTRV                      PIC X(02) VALUE "00".
       77  TRFV-EOF-SW                    PIC X(01) VALUE "N".
           88  TRFV-EOF                   VALUE "Y".
       77  TRFV-LIG-EOF-SW                PIC X(01).
           88  TRFV-LIG-EOF               VALUE "Y".
       77  TRFV-TRF-EOF-SW                PIC X(01).
           88  TRFV-TRF-EOF               VALUE "Y".
       77  TRFV-TRF-FOUND-SW              PIC X(01).
           88  TRFV-TRF-FOUND             VALUE "Y".
       77  TRFV-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRFV-RECP-OUVERT           VALUE "Y".
       77  TRFV-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRFV-RLIG-OUVERT           VALUE "Y".
       77  TRFV-TRFC-OUVERT-SW            PIC X(01) VALUE "N".
           88  TRFV-TRFC-OUVERT           VALUE "Y".
       77  TRFV-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  TRFV-TYPREC-OUVERT         VALUE "Y".
      *****  SET WHEN THE REPORT CANNOT BE OPENED - NOTHING ELSE IS
      *****  OPENED AND THE RUN ENDS THERE
       77  TRFV-ARRET-SW                  PIC X(01) VALUE "N".
           88  TRFV-ARRET                 VALUE "Y".
       77  TRFV-ENTETE-SW                 PIC X(01) VALUE "N".
           88  TRFV-ENTETE-FAITE          VALUE "Y".
       77  TRFV-TODAY                     PIC 9(08).
       77  TRFV-PERIODE                   PIC 9(06) VALUE ZERO.
       77  TRFV-FRN-COURANT               PIC X(09) VALUE SPACES.
      *****  TOLERANCE OF THE RECEPTION'S TYPE, ZERO = NONE
       77  TRFV-TOL                       PIC 9(2)V9(1).
       77  TRFV-PRIX-CONVENU              PIC 9(6)V9(2).
       77  TRFV-REFERENCE                 PIC X(10).
       77  TRFV-ECART                     PIC S9(6)V9(2).
       77  TRFV-ECART-ABS                 PIC 9(6)V9(2).
       77  TRFV-ECART-MAXI                PIC 9(6)V9(2).
       77  TRFV-POURCENT                  PIC S9(3)V9(1).
       77  TRFV-MONTANT                   PIC S9(8)V9(2).
      *****  PER SUPPLIER AND WHOLE-RUN FIGURES
       77  TRFV-FRN-TARIFEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-FRN-LISTEES               PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-FRN-SANS-TARIF            PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-FRN-SURFACT               PIC 9(10)V9(2) VALUE ZERO.
       77  TRFV-FRN-SOUSFACT              PIC 9(10)V9(2) VALUE ZERO.
       77  TRFV-TOT-SURFACT               PIC 9(10)V9(2) VALUE ZERO.
       77  TRFV-TOT-SOUSFACT              PIC 9(10)V9(2) VALUE ZERO.
       77  TRFV-CNT-RECEPTIONS            PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-CNT-LIGNES                PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-CNT-TARIFEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-CNT-LISTEES               PIC 9(07) COMP-3 VALUE ZERO.
       77  TRFV-CNT-SANS-TARIF            PIC 9(07) COMP-3 VALUE ZERO.
      *
       01  TRFV-LIGNE-ENTETE.
           05  FILLER                     PIC X(32)
               VALUE "    RECEPT/LIG   PRODUCT        ".
           05  FILLER                     PIC X(40)
               VALUE "RECEIVED  QUANTITY   PA KEYED     AGREED".
           05  FILLER                     PIC X(36)
               VALUE "   VAR %       AMOUNT  REFERENCE   K".
       01  TRFV-LIGNE-FOURNISSEUR.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "SUPPLIER ".
           05  TRFV-F-FOURNISSEUR         PIC X(09).
       01  TRFV-LIGNE-DETAIL.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  TRFV-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(01) VALUE "/".
           05  TRFV-D-NOLIGNE             PIC 9(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-DATE-RECEPT         PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-QUANTITE            PIC ZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-PA                  PIC ZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-PRIX                PIC ZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-POURCENT            PIC ---9.9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-MONTANT             PIC -------9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TRFV-D-REFERENCE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
      *****  * = ALREADY FLAGGED FRLG-HORS-TARIF WHEN THE LINE WAS KEYED
           05  TRFV-D-FLAG                PIC X(01).
       01  TRFV-LIGNE-COMPTES.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  TRFV-C-LIBELLE             PIC X(18).
           05  FILLER                     PIC X(08) VALUE "PRICED ".
           05  TRFV-C-TARIFEES            PIC ZZZZZZ9.
           05  FILLER                     PIC X(10) VALUE "  LISTED ".
           05  TRFV-C-LISTEES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(12) VALUE "  NO TARIF ".
           05  TRFV-C-SANS-TARIF          PIC ZZZZZZ9.
       01  TRFV-LIGNE-TOTAL.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  TRFV-L-LIBELLE             PIC X(30).
           05  TRFV-L-MONTANT             PIC ZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF TRFV-ARRET
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-RECEPTION-LOOP THRU 2000-EXIT
               UNTIL TRFV-EOF
           PERFORM 4000-RUPTURE-FOURNISSEUR THRU 4000-EXIT
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - PERIOD FROM THE CARD, RECEPTIONS IN       *
      *    SUPPLIER ORDER THROUGH THE ALTERNATE KEY                    *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TRFV-TODAY FROM DATE YYYYMMDD
           MOVE TRFV-TODAY (1:6) TO TRFV-PERIODE
           OPEN INPUT FDINTRVP.
           IF FS-FDINTRVP = "00"
               READ FDINTRVP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRVP-PERIODE IS NUMERIC
                           AND TRVP-PERIODE NOT = "000000"
                           MOVE TRVP-PERIODE TO TRFV-PERIODE
                       END-IF
               END-READ
               CLOSE FDINTRVP
           END-IF
           OPEN OUTPUT RPTTRV.
           IF FS-RPTTRV NOT = "00"
               DISPLAY "FDINTRFV - OPEN RPTTRV FAILED - STATUS "
                       FS-RPTTRV
               MOVE "Y" TO TRFV-ARRET-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTTRV-LIGNE
           MOVE "FDINTRFV - PRICE VARIANCE BY SUPPLIER - PERIOD"
                TO RPTTRV-LIGNE
           MOVE TRFV-PERIODE TO RPTTRV-LIGNE (49:6)
           WRITE RPTTRV-LIGNE
           MOVE SPACES TO RPTTRV-LIGNE
           WRITE RPTTRV-LIGNE
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-ENTETE
           MOVE SPACES TO RPTTRV-LIGNE
           WRITE RPTTRV-LIGNE
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINTRFV - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO TRFV-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO TRFV-TYPREC-OUVERT-SW
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINTRFV - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO TRFV-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO TRFV-RLIG-OUVERT-SW
           END-IF
           OPEN INPUT FDINTRFC.
           IF FS-FDINTRFC NOT = "00"
               DISPLAY "FDINTRFV - OPEN FDINTRFC FAILED - STATUS "
                       FS-FDINTRFC
               MOVE "Y" TO TRFV-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO TRFV-TRFC-OUVERT-SW
           END-IF
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINTRFV - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO TRFV-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           MOVE LOW-VALUES TO FREC-FOURNISSEUR
           START FDINRECP KEY IS NOT LESS THAN FREC-FOURNISSEUR
               INVALID KEY
                   MOVE "Y" TO TRFV-EOF-SW
           END-START
           MOVE "Y" TO TRFV-RECP-OUVERT-SW.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RECEPTION-LOOP - ONE RECEPTION PER PASS, SUPPLIER      *
      *    BREAK ON THE ALTERNATE KEY                                  *
      *----------------------------------------------------------------*
       2000-RECEPTION-LOOP.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO TRFV-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF FREC-DATE-RECEPT IS NOT NUMERIC
               OR FREC-DATE-RECEPT (1:6) NOT = TRFV-PERIODE
               GO TO 2000-EXIT
           END-IF
           IF FREC-FOURNISSEUR NOT = TRFV-FRN-COURANT
               PERFORM 4000-RUPTURE-FOURNISSEUR THRU 4000-EXIT
               MOVE FREC-FOURNISSEUR TO TRFV-FRN-COURANT
           END-IF
           ADD 1 TO TRFV-CNT-RECEPTIONS
           MOVE ZERO TO TRFV-TOL
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   MOVE SPACES TO FDIN-TYPREC-TOL-TARIF
           END-READ
           IF FDIN-TYPREC-TOL-TARIF9 IS NUMERIC
               MOVE FDIN-TYPREC-TOL-TARIF9 TO TRFV-TOL
           END-IF
           MOVE "N" TO TRFV-LIG-EOF-SW
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO TRFV-LIG-EOF-SW
           END-START
           PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
               UNTIL TRFV-LIG-EOF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO TRFV-LIG-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO TRFV-LIG-EOF-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TRFV-CNT-LIGNES
           PERFORM 3000-CHERCHER-TARIF THRU 3000-EXIT
           IF NOT TRFV-TRF-FOUND
               ADD 1 TO TRFV-FRN-SANS-TARIF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO TRFV-FRN-TARIFEES
           COMPUTE TRFV-ECART = FRLG-PA - TRFV-PRIX-CONVENU
           MOVE TRFV-ECART TO TRFV-ECART-ABS
           COMPUTE TRFV-ECART-MAXI ROUNDED =
               TRFV-PRIX-CONVENU * TRFV-TOL / 100
           IF TRFV-ECART-ABS NOT > TRFV-ECART-MAXI
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-EDITER-LIGNE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-EDITER-LIGNE - THE OFF-PRICE LINE AND ITS AMOUNT OVER  *
      *    (+) OR UNDER (-) THE AGREED PRICE FOR THE QUANTITY RECEIVED *
      *----------------------------------------------------------------*
       2200-EDITER-LIGNE.
           IF NOT TRFV-ENTETE-FAITE
               MOVE FREC-FOURNISSEUR TO TRFV-F-FOURNISSEUR
               WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-FOURNISSEUR
               MOVE "Y" TO TRFV-ENTETE-SW
           END-IF
           ADD 1 TO TRFV-FRN-LISTEES
           COMPUTE TRFV-MONTANT ROUNDED = TRFV-ECART * FRLG-QUANTITE
           COMPUTE TRFV-POURCENT ROUNDED =
               TRFV-ECART * 100 / TRFV-PRIX-CONVENU
               ON SIZE ERROR
                   MOVE 999.9 TO TRFV-POURCENT
           END-COMPUTE
           IF TRFV-MONTANT > ZERO
               ADD TRFV-MONTANT TO TRFV-FRN-SURFACT
           ELSE
               SUBTRACT TRFV-MONTANT FROM TRFV-FRN-SOUSFACT
           END-IF
           MOVE SPACES TO TRFV-LIGNE-DETAIL
           MOVE "/" TO TRFV-LIGNE-DETAIL (12:1)
           MOVE FRLG-NORECEPT     TO TRFV-D-NORECEPT
           MOVE FRLG-NOLIGNE      TO TRFV-D-NOLIGNE
           MOVE FRLG-PRODUIT      TO TRFV-D-PRODUIT
           MOVE FREC-DATE-RECEPT  TO TRFV-D-DATE-RECEPT
           MOVE FRLG-QUANTITE     TO TRFV-D-QUANTITE
           MOVE FRLG-PA           TO TRFV-D-PA
           MOVE TRFV-PRIX-CONVENU TO TRFV-D-PRIX
           MOVE TRFV-POURCENT     TO TRFV-D-POURCENT
           MOVE TRFV-MONTANT      TO TRFV-D-MONTANT
           MOVE TRFV-REFERENCE    TO TRFV-D-REFERENCE
           IF FRLG-PA-HORS-TARIF
               MOVE "*" TO TRFV-D-FLAG
           END-IF
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-DETAIL.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CHERCHER-TARIF - THE ROWS OF THE PRODUCT COME IN       *
      *    EFFECTIVE-DATE ORDER; THE LAST ONE NOT AFTER THE RECEPTION  *
      *    DATE IS THE PRICE IN FORCE (SAME RULE AS FDINRSAI)          *
      *----------------------------------------------------------------*
       3000-CHERCHER-TARIF.
           MOVE "N" TO TRFV-TRF-FOUND-SW
           MOVE "N" TO TRFV-TRF-EOF-SW
           MOVE FREC-FOURNISSEUR TO FTRF-FOURNISSEUR
           MOVE FRLG-PRODUIT     TO FTRF-PRODUIT
           MOVE ZERO             TO FTRF-DATE-EFFET
           START FDINTRFC KEY IS NOT LESS THAN FTRF-CLEF
               INVALID KEY
                   MOVE "Y" TO TRFV-TRF-EOF-SW
           END-START
           PERFORM 3100-LIRE-TARIF THRU 3100-EXIT
               UNTIL TRFV-TRF-EOF.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-TARIF.
           READ FDINTRFC NEXT RECORD
               AT END
                   MOVE "Y" TO TRFV-TRF-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           IF FTRF-FOURNISSEUR NOT = FREC-FOURNISSEUR
               OR FTRF-PRODUIT NOT = FRLG-PRODUIT
               OR FTRF-DATE-EFFET > FREC-DATE-RECEPT
               MOVE "Y" TO TRFV-TRF-EOF-SW
               GO TO 3100-EXIT
           END-IF
           MOVE FTRF-PRIX      TO TRFV-PRIX-CONVENU
           MOVE FTRF-REFERENCE TO TRFV-REFERENCE
           MOVE "Y" TO TRFV-TRF-FOUND-SW.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-RUPTURE-FOURNISSEUR - COUNTS AND AMOUNTS OF THE        *
      *    SUPPLIER JUST FINISHED, WHEN IT HAD PRICED LINES            *
      *----------------------------------------------------------------*
       4000-RUPTURE-FOURNISSEUR.
           IF TRFV-FRN-TARIFEES = ZERO AND TRFV-FRN-SANS-TARIF = ZERO
               GO TO 4090-RAZ
           END-IF
           ADD TRFV-FRN-TARIFEES   TO TRFV-CNT-TARIFEES
           ADD TRFV-FRN-LISTEES    TO TRFV-CNT-LISTEES
           ADD TRFV-FRN-SANS-TARIF TO TRFV-CNT-SANS-TARIF
           ADD TRFV-FRN-SURFACT    TO TRFV-TOT-SURFACT
           ADD TRFV-FRN-SOUSFACT   TO TRFV-TOT-SOUSFACT
           IF NOT TRFV-ENTETE-FAITE
               GO TO 4090-RAZ
           END-IF
           MOVE "SUPPLIER LINES" TO TRFV-C-LIBELLE
           MOVE TRFV-FRN-TARIFEES   TO TRFV-C-TARIFEES
           MOVE TRFV-FRN-LISTEES    TO TRFV-C-LISTEES
           MOVE TRFV-FRN-SANS-TARIF TO TRFV-C-SANS-TARIF
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-COMPTES
           MOVE SPACES TO TRFV-LIGNE-TOTAL
           MOVE "  OVERCHARGED" TO TRFV-L-LIBELLE
           MOVE TRFV-FRN-SURFACT TO TRFV-L-MONTANT
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-TOTAL
           MOVE SPACES TO TRFV-LIGNE-TOTAL
           MOVE "  UNDERCHARGED" TO TRFV-L-LIBELLE
           MOVE TRFV-FRN-SOUSFACT TO TRFV-L-MONTANT
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-TOTAL
           MOVE SPACES TO RPTTRV-LIGNE
           WRITE RPTTRV-LIGNE.
       4090-RAZ.
           MOVE ZERO TO TRFV-FRN-TARIFEES
           MOVE ZERO TO TRFV-FRN-LISTEES
           MOVE ZERO TO TRFV-FRN-SANS-TARIF
           MOVE ZERO TO TRFV-FRN-SURFACT
           MOVE ZERO TO TRFV-FRN-SOUSFACT
           MOVE "N"  TO TRFV-ENTETE-SW.
       4000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           MOVE "ALL SUPPLIERS" TO TRFV-C-LIBELLE
           MOVE TRFV-CNT-TARIFEES   TO TRFV-C-TARIFEES
           MOVE TRFV-CNT-LISTEES    TO TRFV-C-LISTEES
           MOVE TRFV-CNT-SANS-TARIF TO TRFV-C-SANS-TARIF
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-COMPTES
           MOVE SPACES TO TRFV-LIGNE-TOTAL
           MOVE "  TOTAL OVERCHARGED" TO TRFV-L-LIBELLE
           MOVE TRFV-TOT-SURFACT TO TRFV-L-MONTANT
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-TOTAL
           MOVE SPACES TO TRFV-LIGNE-TOTAL
           MOVE "  TOTAL UNDERCHARGED" TO TRFV-L-LIBELLE
           MOVE TRFV-TOT-SOUSFACT TO TRFV-L-MONTANT
           WRITE RPTTRV-LIGNE FROM TRFV-LIGNE-TOTAL
           IF TRFV-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF TRFV-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF TRFV-TRFC-OUVERT
               CLOSE FDINTRFC
           END-IF
           IF TRFV-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           CLOSE RPTTRV.
           DISPLAY "FDINTRFV - PERIOD..............: " TRFV-PERIODE.
           DISPLAY "FDINTRFV - RECEPTIONS READ.....: "
                   TRFV-CNT-RECEPTIONS.
           DISPLAY "FDINTRFV - LINES READ..........: " TRFV-CNT-LIGNES.
           DISPLAY "FDINTRFV - LINES PRICED........: "
                   TRFV-CNT-TARIFEES.
           DISPLAY "FDINTRFV - LINES OFF TARIF.....: "
                   TRFV-CNT-LISTEES.
           DISPLAY "FDINTRFV - LINES WITH NO TARIF.: "
                   TRFV-CNT-SANS-TARIF.
       5000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
