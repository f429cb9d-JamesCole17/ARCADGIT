      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINBRAP                      *
      * TYPE OF PROGRAM............: . NIGHTLY AUTO-MATCH BATCH      *
      * FUNCTION...................: . BON RAPPROCHEMENT - COMPARES  *
      *         .                      THE FDINRLIG QUANTITIES KEYED *
      *         .                      ON EACH OPEN RECEPTION TO THE *
      *         .                      FDINCMDL LINES OF THE ORDER   *
      *         .                      IT WAS DELIVERED AGAINST      *
      *         .                      (FREC-NO-ORDRE), PRODUCT BY   *
      *         .                      PRODUCT.  WHEN EVERY PRODUCT  *
      *         .                      IS WITHIN THE FDIN-TYPREC-    *
      *         .                      MOINS/PLUS TOLERANCES (IN     *
      *         .                      PERCENT OF THE QUANTITY       *
      *         .                      ORDERED, 00 = EXACT) AND NO   *
      *         .                      UNORDERED PRODUCT WAS KEYED,  *
      *         .                      FREC-BON-RAPPROCHE IS SET AND *
      *         .                      THE RBO EVENT JOURNALED.      *
      *         .                      SHORT, OVER AND UNORDERED     *
      *         .                      LINES GO ON THE DISCREPANCY   *
      *         .                      LISTING FOR PURCHASING        *
      * FILES USED.................: . FDINRECP   - UPDATE           *
      *         .                      FDINRLIG   - INPUT            *
      *         .                      FDINCMDL   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      RPTBRA     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINEVTJ, FDINNSUJ            *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - AUTOMATIC BON RAPPROCHEMENT  *
      *                 AGAINST THE PURCHASE-ORDER LINES.              *
      *  15/10/26  JFC  THE FDINTYPREC AND REPORT OPENS ARE CHECKED -  *
      *                 THE RUN STOPS ON A FAILED ONE AND CLOSES ONLY  *
      *                 WHAT IT OPENED.                                *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN BRAP-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *  15/10/26  JFC  FDINRECP, FDINRLIG AND FDINCMDL HAVE THEIR OWN *
      *                 OPENED SWITCHES, SO A FILE LEFT AT STATUS 23   *
      *                 BY A START IS STILL CLOSED AT THE END.         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINBRAP.
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
           SELECT FDINCMDL ASSIGN TO FDINCMDL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCML-CLEF
               FILE STATUS IS FS-FDINCMDL.
           SELECT FDINTYPREC ASSIGN TO FDINTYPREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT RPTBRA ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTBRA.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRECP.
       COPY FDINRLIG.
       COPY FDINCMDL.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
      *
       FD  RPTBRA   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTBRA-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINCMDL                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-RPTBRA                      PIC X(02) VALUE "00".
       77  BRAP-EOF-SW                    PIC X(01) VALUE "N".
           88  BRAP-EOF                   VALUE "Y".
       77  BRAP-LIG-EOF-SW                PIC X(01).
           88  BRAP-LIG-EOF               VALUE "Y".
       77  BRAP-FOUND-SW                  PIC X(01).
           88  BRAP-FOUND                 VALUE "Y".
      *****  ONE SWITCH PER FILE OPENED - THE RANDOM READS AND STARTS
      *****  LEAVE THE FILE STATUS AT 23, SO IT CANNOT TELL WHAT TO
      *****  CLOSE
       77  BRAP-RECP-OUVERT-SW            PIC X(01) VALUE "N".
           88  BRAP-RECP-OUVERT           VALUE "Y".
       77  BRAP-RLIG-OUVERT-SW            PIC X(01) VALUE "N".
           88  BRAP-RLIG-OUVERT           VALUE "Y".
       77  BRAP-CMDL-OUVERT-SW            PIC X(01) VALUE "N".
           88  BRAP-CMDL-OUVERT           VALUE "Y".
       77  BRAP-TYPREC-OUVERT-SW          PIC X(01) VALUE "N".
           88  BRAP-TYPREC-OUVERT         VALUE "Y".
       77  BRAP-SUB                       PIC 9(04) COMP.
       77  BRAP-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  BRAP-CNT-RAPPROCHEES           PIC 9(07) COMP-3 VALUE ZERO.
       77  BRAP-CNT-ECARTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  BRAP-CNT-NON-SAISIES           PIC 9(07) COMP-3 VALUE ZERO.
       77  BRAP-CNT-LIGNES-ECART          PIC 9(07) COMP-3 VALUE ZERO.
       77  BRAP-NB-LIGNES                 PIC 9(04).
       77  BRAP-NB-CDE                    PIC 9(04).
       77  BRAP-NB-ECARTS                 PIC 9(04).
       77  BRAP-MOTIF                     PIC X(40).
      *****  MOINS/PLUS TOLERANCES OF THE TYPE, IN PERCENT, AND THE
      *****  ACCEPTED QUANTITY RANGE THEY GIVE ON ONE ORDER LINE
       77  BRAP-MOINS9                    PIC 9(02).
       77  BRAP-PLUS9                     PIC 9(02).
       77  BRAP-QTE-MINI                  PIC 9(7)V9(2).
       77  BRAP-QTE-MAXI                  PIC 9(7)V9(2).
      *
      *****  ONE ENTRY PER PRODUCT OF THE RECEPTION OR OF ITS ORDER -
      *****  ORDERED AND RECEIVED QUANTITIES SIDE BY SIDE
       01  BRAP-PRD-TABLE.
           05  BRAP-PRD-ENTRY  OCCURS 500 TIMES
                                INDEXED BY BRAP-PX.
               10  BPT-PRODUIT            PIC X(13).
               10  BPT-QTE-CDE            PIC 9(7)V9(2).
               10  BPT-QTE-RECUE          PIC 9(7)V9(2).
               10  BPT-COMMANDE           PIC X(01).
       77  BRAP-PRD-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  BRAP-PRD-PLEIN-SW              PIC X(01) VALUE "N".
       77  BRAP-WRK-PRODUIT               PIC X(13).
      *****  COMMUNICATION WITH FDINEVTJ
       77  BRAP-EVT-CODE                  PIC X(03) VALUE "RBO".
       77  BRAP-EVT-OPERATEUR             PIC X(10) VALUE "FDINBRAP".
       77  BRAP-EVT-TERMINAL              PIC X(10) VALUE "*BATCH".
       77  BRAP-EVT-COMPLEMENT            PIC X(20).
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  BRAP-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINBRAP".
       77  BRAP-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  BRAP-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  BRAP-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  BRAP-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-NO-ORDRE            PIC X(05).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-PRODUIT             PIC X(13).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-QTE-CDE             PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-QTE-RECUE           PIC ZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  BRAP-D-MESSAGE             PIC X(40).
       01  BRAP-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(42)
               VALUE "RECEPTIONS READ / MATCHED / DISCREPANT :".
           05  BRAP-T-LUES                PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  BRAP-T-RAPPROCHEES         PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  BRAP-T-ECARTS              PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RECEPTION-LOOP THRU 2000-EXIT
               UNTIL BRAP-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINBRAP - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO BRAP-EOF-SW
               MOVE 8 TO BRAP-RC
           ELSE
               MOVE "Y" TO BRAP-RECP-OUVERT-SW
           END-IF
           OPEN INPUT FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               DISPLAY "FDINBRAP - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO BRAP-EOF-SW
               MOVE 8 TO BRAP-RC
           ELSE
               MOVE "Y" TO BRAP-RLIG-OUVERT-SW
           END-IF
           OPEN INPUT FDINCMDL.
           IF FS-FDINCMDL NOT = "00"
               DISPLAY "FDINBRAP - OPEN FDINCMDL FAILED - STATUS "
                       FS-FDINCMDL
               MOVE "Y" TO BRAP-EOF-SW
               MOVE 8 TO BRAP-RC
           ELSE
               MOVE "Y" TO BRAP-CMDL-OUVERT-SW
           END-IF
           OPEN INPUT FDINTYPREC.
           IF FS-FDINTYPREC NOT = "00"
               DISPLAY "FDINBRAP - OPEN FDINTYPREC FAILED - STATUS "
                       FS-FDINTYPREC
               MOVE "Y" TO BRAP-EOF-SW
               MOVE 8 TO BRAP-RC
           ELSE
               MOVE "Y" TO BRAP-TYPREC-OUVERT-SW
           END-IF
           OPEN OUTPUT RPTBRA.
           IF FS-RPTBRA NOT = "00"
               DISPLAY "FDINBRAP - OPEN RPTBRA FAILED - STATUS "
                       FS-RPTBRA
               MOVE "Y" TO BRAP-EOF-SW
               MOVE 8 TO BRAP-RC
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO RPTBRA-LIGNE
           MOVE "FDINBRAP - AUTOMATIC BON RAPPROCHEMENT" TO RPTBRA-LIGNE
           WRITE RPTBRA-LIGNE
           MOVE SPACES TO RPTBRA-LIGNE
           MOVE "  DISCREPANCY LISTING FOR PURCHASING - SHORT, OVER AND"
                TO RPTBRA-LIGNE
           MOVE " UNORDERED LINES" TO RPTBRA-LIGNE (57:16)
           WRITE RPTBRA-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-RECEPTION-LOOP - ONE OPEN, UNMATCHED RECEPTION PER PASS *
      *----------------------------------------------------------------*
       2000-RECEPTION-LOOP.
           READ FDINRECP NEXT RECORD
               AT END
                   MOVE "Y" TO BRAP-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF NOT FREC-OUVERTE
               GO TO 2000-EXIT
           END-IF
           IF FREC-BON-RAPPROCHE = "O"
               GO TO 2000-EXIT
           END-IF
      *****  A DISPUTED RECEPTION WAITS FOR FDINLITG TO CLOSE THE
      *****  DISPUTE, AS ON THE FACTURE SIDE
           IF FREC-EN-LITIGE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO BRAP-CNT-LUES
           MOVE ZERO TO BRAP-PRD-COUNT
           MOVE "N"  TO BRAP-PRD-PLEIN-SW
           PERFORM 2100-CHARGER-LIGNES THRU 2100-EXIT
      *****  NOTHING KEYED YET - THE DOCK HAS NOT COUNTED THE GOODS,
      *****  THERE IS NOTHING TO COMPARE TONIGHT
           IF BRAP-NB-LIGNES = ZERO
               ADD 1 TO BRAP-CNT-NON-SAISIES
               GO TO 2000-EXIT
           END-IF
           IF FREC-NO-ORDRE = SPACES
               MOVE "PAS DE COMMANDE RATTACHEE" TO BRAP-MOTIF
               PERFORM 2800-ECART-RECEPTION THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-CHARGER-COMMANDE THRU 2200-EXIT
           IF BRAP-MOTIF NOT = SPACES
               PERFORM 2800-ECART-RECEPTION THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           IF BRAP-PRD-PLEIN-SW = "Y"
               MOVE "TROP DE PRODUITS - CONTROLE MANUEL" TO BRAP-MOTIF
               PERFORM 2800-ECART-RECEPTION THRU 2800-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2300-ETABLIR-TOLERANCES THRU 2300-EXIT
           MOVE ZERO TO BRAP-NB-ECARTS
           PERFORM 2400-COMPARER-PRODUIT THRU 2400-EXIT
               VARYING BRAP-SUB FROM 1 BY 1
               UNTIL BRAP-SUB > BRAP-PRD-COUNT
           IF BRAP-NB-ECARTS = ZERO
               PERFORM 2500-RAPPROCHER THRU 2500-EXIT
           ELSE
               ADD 1 TO BRAP-CNT-ECARTS
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-CHARGER-LIGNES - RECEIVED QUANTITY PER PRODUCT, FROM    *
      *    THE FDINRLIG LINE DETAIL OF THE RECEPTION                    *
      *----------------------------------------------------------------*
       2100-CHARGER-LIGNES.
           MOVE ZERO TO BRAP-NB-LIGNES
           MOVE "N"  TO BRAP-LIG-EOF-SW
           MOVE FREC-NORECEPT TO FRLG-NORECEPT
           MOVE ZERO          TO FRLG-NOLIGNE
           START FDINRLIG KEY IS NOT LESS THAN FRLG-CLEF
               INVALID KEY
                   MOVE "Y" TO BRAP-LIG-EOF-SW
           END-START
           PERFORM 2110-LIRE-UNE-LIGNE THRU 2110-EXIT
               UNTIL BRAP-LIG-EOF.
       2100-EXIT.
           EXIT.
      *
       2110-LIRE-UNE-LIGNE.
           READ FDINRLIG NEXT RECORD
               AT END
                   MOVE "Y" TO BRAP-LIG-EOF-SW
                   GO TO 2110-EXIT
           END-READ
           IF FRLG-NORECEPT NOT = FREC-NORECEPT
               MOVE "Y" TO BRAP-LIG-EOF-SW
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO BRAP-NB-LIGNES
           MOVE FRLG-PRODUIT TO BRAP-WRK-PRODUIT
           PERFORM 8000-CHERCHER-PRODUIT THRU 8000-EXIT
           IF BRAP-FOUND
               ADD FRLG-QUANTITE TO BPT-QTE-RECUE (BRAP-PX)
           END-IF.
       2110-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CHARGER-COMMANDE - ORDERED QUANTITY PER PRODUCT FROM    *
      *    THE FDINCMDL LINES OF FREC-NO-ORDRE.  BLANK BRAP-MOTIF =     *
      *    ORDER FOUND AND PLACED WITH THE RECEPTION'S SUPPLIER         *
      *----------------------------------------------------------------*
       2200-CHARGER-COMMANDE.
           MOVE SPACES TO BRAP-MOTIF
           MOVE ZERO   TO BRAP-NB-CDE
           MOVE "N"    TO BRAP-LIG-EOF-SW
           MOVE FREC-NO-ORDRE TO FCML-NO-ORDRE
           MOVE ZERO          TO FCML-NOLIGNE
           START FDINCMDL KEY IS NOT LESS THAN FCML-CLEF
               INVALID KEY
                   MOVE "Y" TO BRAP-LIG-EOF-SW
           END-START
           PERFORM 2210-LIRE-UNE-CDE THRU 2210-EXIT
               UNTIL BRAP-LIG-EOF
           IF BRAP-MOTIF NOT = SPACES
               GO TO 2200-EXIT
           END-IF
           IF BRAP-NB-CDE = ZERO
               MOVE "COMMANDE INCONNUE" TO BRAP-MOTIF
           END-IF.
       2200-EXIT.
           EXIT.
      *
       2210-LIRE-UNE-CDE.
           READ FDINCMDL NEXT RECORD
               AT END
                   MOVE "Y" TO BRAP-LIG-EOF-SW
                   GO TO 2210-EXIT
           END-READ
           IF FCML-NO-ORDRE NOT = FREC-NO-ORDRE
               MOVE "Y" TO BRAP-LIG-EOF-SW
               GO TO 2210-EXIT
           END-IF
           IF FCML-FOURNISSEUR NOT = FREC-FOURNISSEUR
               MOVE "COMMANDE D'UN AUTRE FOURNISSEUR" TO BRAP-MOTIF
               MOVE "Y" TO BRAP-LIG-EOF-SW
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO BRAP-NB-CDE
           MOVE FCML-PRODUIT TO BRAP-WRK-PRODUIT
           PERFORM 8000-CHERCHER-PRODUIT THRU 8000-EXIT
           IF BRAP-FOUND
               ADD FCML-QUANTITE TO BPT-QTE-CDE (BRAP-PX)
               MOVE "O" TO BPT-COMMANDE (BRAP-PX)
           END-IF.
       2210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-ETABLIR-TOLERANCES - MOINS/PLUS OF THE RECEPTION TYPE,  *
      *    READ AS PERCENTAGES OF THE ORDERED QUANTITY.  A NON-NUMERIC  *
      *    OR ZERO CODE MEANS THE EXACT QUANTITY                        *
      *----------------------------------------------------------------*
       2300-ETABLIR-TOLERANCES.
           MOVE ZERO TO BRAP-MOINS9
           MOVE ZERO TO BRAP-PLUS9
           MOVE FREC-CLEF-GEN TO FDIN-TYPREC-CLEF-GEN
           MOVE FREC-CLEF-TYP TO FDIN-TYPREC-CLEF-TYP
           READ FDINTYPREC RECORD
               INVALID KEY
                   GO TO 2300-EXIT
           END-READ
           IF FDIN-TYPREC-MOINS IS NUMERIC
               MOVE FDIN-TYPREC-MOINS TO BRAP-MOINS9
           END-IF
           IF FDIN-TYPREC-PLUS IS NUMERIC
               MOVE FDIN-TYPREC-PLUS TO BRAP-PLUS9
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-COMPARER-PRODUIT - ONE PRODUCT: UNORDERED, SHORT OR    *
      *    OVER GOES ON THE LISTING                                    *
      *----------------------------------------------------------------*
       2400-COMPARER-PRODUIT.
           SET BRAP-PX TO BRAP-SUB
           IF BPT-COMMANDE (BRAP-PX) NOT = "O"
               MOVE "PRODUIT NON COMMANDE" TO BRAP-MOTIF
               PERFORM 2850-ECART-PRODUIT THRU 2850-EXIT
               GO TO 2400-EXIT
           END-IF
           COMPUTE BRAP-QTE-MINI ROUNDED = BPT-QTE-CDE (BRAP-PX)
                 - (BPT-QTE-CDE (BRAP-PX) * BRAP-MOINS9 / 100)
           COMPUTE BRAP-QTE-MAXI ROUNDED = BPT-QTE-CDE (BRAP-PX)
                 + (BPT-QTE-CDE (BRAP-PX) * BRAP-PLUS9 / 100)
           IF BPT-QTE-RECUE (BRAP-PX) < BRAP-QTE-MINI
               MOVE "MANQUANT HORS TOLERANCE MOINS" TO BRAP-MOTIF
               PERFORM 2850-ECART-PRODUIT THRU 2850-EXIT
               GO TO 2400-EXIT
           END-IF
           IF BPT-QTE-RECUE (BRAP-PX) > BRAP-QTE-MAXI
               MOVE "EXCEDENT HORS TOLERANCE PLUS" TO BRAP-MOTIF
               PERFORM 2850-ECART-PRODUIT THRU 2850-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-RAPPROCHER - THE CLEAN MATCH IS POSTED AND JOURNALED    *
      *----------------------------------------------------------------*
       2500-RAPPROCHER.
           MOVE "O" TO FREC-BON-RAPPROCHE
           REWRITE FREC-ENR
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINBRAP - REWRITE FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO BRAP-RC
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO BRAP-CNT-RAPPROCHEES
           MOVE SPACES TO BRAP-EVT-COMPLEMENT
           STRING "AUTO ORDRE " FREC-NO-ORDRE
               DELIMITED BY SIZE INTO BRAP-EVT-COMPLEMENT
           CALL "FDINEVTJ" USING FREC-NORECEPT, FREC-CLEF-TYPREC,
               BRAP-EVT-CODE, BRAP-EVT-OPERATEUR, BRAP-EVT-TERMINAL,
               BRAP-EVT-COMPLEMENT.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-ECART-RECEPTION - THE WHOLE RECEPTION CANNOT BE         *
      *    COMPARED; ONE LINE WITH NO PRODUCT DETAIL                    *
      *----------------------------------------------------------------*
       2800-ECART-RECEPTION.
           ADD 1 TO BRAP-CNT-ECARTS
           MOVE SPACES TO BRAP-LIGNE-DETAIL
           MOVE FREC-FOURNISSEUR TO BRAP-D-FOURNISSEUR
           MOVE FREC-NO-ORDRE    TO BRAP-D-NO-ORDRE
           MOVE FREC-NORECEPT    TO BRAP-D-NORECEPT
           MOVE ZERO             TO BRAP-D-QTE-CDE
           MOVE ZERO             TO BRAP-D-QTE-RECUE
           MOVE BRAP-MOTIF       TO BRAP-D-MESSAGE
           WRITE RPTBRA-LIGNE FROM BRAP-LIGNE-DETAIL.
       2800-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2850-ECART-PRODUIT - ONE DISCREPANT PRODUCT                  *
      *----------------------------------------------------------------*
       2850-ECART-PRODUIT.
           ADD 1 TO BRAP-NB-ECARTS
           ADD 1 TO BRAP-CNT-LIGNES-ECART
           MOVE SPACES TO BRAP-LIGNE-DETAIL
           MOVE FREC-FOURNISSEUR        TO BRAP-D-FOURNISSEUR
           MOVE FREC-NO-ORDRE           TO BRAP-D-NO-ORDRE
           MOVE FREC-NORECEPT           TO BRAP-D-NORECEPT
           MOVE BPT-PRODUIT (BRAP-PX)   TO BRAP-D-PRODUIT
           MOVE BPT-QTE-CDE (BRAP-PX)   TO BRAP-D-QTE-CDE
           MOVE BPT-QTE-RECUE (BRAP-PX) TO BRAP-D-QTE-RECUE
           MOVE BRAP-MOTIF              TO BRAP-D-MESSAGE
           WRITE RPTBRA-LIGNE FROM BRAP-LIGNE-DETAIL.
       2850-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF BRAP-RECP-OUVERT
               CLOSE FDINRECP
           END-IF
           IF BRAP-RLIG-OUVERT
               CLOSE FDINRLIG
           END-IF
           IF BRAP-CMDL-OUVERT
               CLOSE FDINCMDL
           END-IF
           IF BRAP-TYPREC-OUVERT
               CLOSE FDINTYPREC
           END-IF
           IF FS-RPTBRA = "00"
               MOVE SPACES TO RPTBRA-LIGNE
               WRITE RPTBRA-LIGNE
               MOVE BRAP-CNT-LUES        TO BRAP-T-LUES
               MOVE BRAP-CNT-RAPPROCHEES TO BRAP-T-RAPPROCHEES
               MOVE BRAP-CNT-ECARTS      TO BRAP-T-ECARTS
               WRITE RPTBRA-LIGNE FROM BRAP-LIGNE-TOTAL
               CLOSE RPTBRA
           END-IF.
           MOVE BRAP-CNT-ECARTS TO BRAP-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING BRAP-NSUJ-PROGRAMME, BRAP-NSUJ-CLEF,
               BRAP-NSUJ-COMPTEUR.
           DISPLAY "FDINBRAP - RECEPTIONS READ.....: " BRAP-CNT-LUES.
           DISPLAY "FDINBRAP - RECEPTIONS MATCHED..: "
                   BRAP-CNT-RAPPROCHEES.
           DISPLAY "FDINBRAP - WITH DISCREPANCIES..: " BRAP-CNT-ECARTS.
           DISPLAY "FDINBRAP - DISCREPANT LINES....: "
                   BRAP-CNT-LIGNES-ECART.
           DISPLAY "FDINBRAP - NOT YET KEYED.......: "
                   BRAP-CNT-NON-SAISIES.
           MOVE BRAP-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    8000-CHERCHER-PRODUIT - FIND/CREATE THE ENTRY OF THE        *
      *    PRODUCT IN BRAP-WRK-PRODUIT, LEAVING BRAP-PX ON IT.  A FULL *
      *    TABLE LEAVES BRAP-FOUND OFF AND RAISES BRAP-PRD-PLEIN-SW    *
      *----------------------------------------------------------------*
       8000-CHERCHER-PRODUIT.
           MOVE "N" TO BRAP-FOUND-SW
           IF BRAP-PRD-COUNT > ZERO
               SET BRAP-PX TO 1
               SEARCH BRAP-PRD-ENTRY
                   AT END
                       CONTINUE
                   WHEN BRAP-PX > BRAP-PRD-COUNT
                       CONTINUE
                   WHEN BPT-PRODUIT (BRAP-PX) = BRAP-WRK-PRODUIT
                       MOVE "Y" TO BRAP-FOUND-SW
               END-SEARCH
           END-IF
           IF BRAP-FOUND
               GO TO 8000-EXIT
           END-IF
           IF BRAP-PRD-COUNT < 500
               ADD 1 TO BRAP-PRD-COUNT
               SET BRAP-PX TO BRAP-PRD-COUNT
               MOVE BRAP-WRK-PRODUIT TO BPT-PRODUIT (BRAP-PX)
               MOVE ZERO             TO BPT-QTE-CDE (BRAP-PX)
               MOVE ZERO             TO BPT-QTE-RECUE (BRAP-PX)
               MOVE "N"              TO BPT-COMMANDE (BRAP-PX)
               MOVE "Y"              TO BRAP-FOUND-SW
           ELSE
               MOVE "Y" TO BRAP-PRD-PLEIN-SW
           END-IF.
       8000-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
