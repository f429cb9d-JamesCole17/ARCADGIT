      * PROGRAM NAME...............: . FDINRTRG                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . OPENS OR CLOSES A RETURN-TO-  *
      *         .                      SUPPLIER DOCUMENT (FDINRTRN), *
      *         .                      OR ADDS A PRODUCT LINE TO AN  *
      *         .                      OPEN ONE (FDINRTLG).          *
      *         .                      OPENING CHECKS THE SUPPLIER   *
      *         .                      THROUGH BPFSKCHK AND THE      *
      *         .                      REASON CODE AGAINST FDINLITM, *
      *         .                      THE RTO EVENT; CLOSING        *
      *         .                      JOURNALS RTC AND HANDS THE    *
      *         .                      RETURN TO THE NEXT FDINGLEX   *
      *         .                      EXPORT, AND ITS LINES TO THE  *
      *         .                      NEXT FDINSTKX STOCK EXTRACT.  *
      *         .                      ONE CARD PER RUN              *
      * FILES USED.................: . FDINRTRN - UPDATE             *
      *         .                      FDINRTLG - UPDATE             *
      *         .                      FDINLITM - INPUT              *
      *         .                      FDINFREG - INPUT              *
      *         .                      FDINRTRP - INPUT (PARAMETER)  *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINEVTJ            *
      * PARAMETER CARD.............: . POS 01    O=OPEN C=CLOSE      *
      *         .                      L=LINE                        *
      *         .                      POS 02-08 RETURN NUMBER       *
      *         .                      (CLOSE AND LINE ONLY)         *
      *         .                      POS 09-26 CLEF GENERALE       *
      *         .                      POS 27-28 TYPE RECEPTION      *
      *         .                      POS 29-37 SUPPLIER            *
      *         .                      POS 38-40 REASON CODE         *
      *         .                      POS 41-50 AMOUNT 99999999V99  *
      *         .                      POS 51-60 OPERATOR            *
      *         .                      POS 61-73 RETURNABLE PACKAGING*
      *         .                      SENT BACK (OPEN ONLY, BLANK = *
      *         .                      NONE)                         *
      *         .                      POS 74-80 PACKAGING UNITS     *
      *         .                      99999V99                      *
      *         .                      LINE CARD (L) :               *
      *         .                      POS 09-21 PRODUCT             *
      *         .                      POS 22-28 QUANTITY 99999V99   *
      *         .                      POS 51-60 OPERATOR            *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *                 KEYSPACE WITH RECEPTIONS, AND THE RESERVED     *
      *                 BAND KEEPS RETURN N OUT OF RECEPTION N'S       *
      *                 FDINEVTL/FDINRINQ TIMELINE.                    *
      *  15/10/26  JFC  A NEW RETURN STARTS WITH NOTHING RECOVERED -   *
      *                 THE FRTN-RECUP FIELDS ARE CLEARED ON CREATION. *
      *  15/10/26  JFC  RETURNABLE PACKAGING SENT BACK AND ITS UNITS   *
      *                 TAKEN FROM THE CARD, CLOSE DATE STAMPED, FOR   *
      *                 THE FDINEMBA PACKAGING LEDGER.                 *
      *  15/10/26  JFC  A NEW RETURN STARTS IN NO GL EXPORT BATCH      *
      *                 (FRTN-GL-LOT ZERO).                            *
      *  15/10/26  JFC  ACTION L - PRODUCT LINES KEYED ON AN OPEN      *
      *                 RETURN (FDINRTLG), FOR THE STOCK-OUT OF THE    *
      *                 FDINSTKX STOCK EXTRACT.                        *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRTRG.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINRTLG ASSIGN TO FDINRTLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRTL-CLEF
               FILE STATUS IS FS-FDINRTLG.
           SELECT FDINLITM ASSIGN TO FDINLITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       DATA DIVISION.
       FILE SECTION.
       COPY FDINRTRN.
       COPY FDINRTLG.
       COPY FDINLITM.
       COPY FDINFREG.
      *
           05  RTRP-MOTIF                 PIC X(03).
           05  RTRP-MONTANT               PIC 9(8)V9(2).
           05  RTRP-OPERATEUR             PIC X(10).
           05  RTRP-EMB-PRODUIT           PIC X(13).
           05  RTRP-EMB-QUANTITE          PIC 9(5)V9(2).
       01  RTRP-CARTE-LIGNE.
           05  FILLER                     PIC X(08).
           05  RTRP-L-PRODUIT             PIC X(13).
           05  RTRP-L-QUANTITE            PIC 9(5)V9(2).
           05  FILLER                     PIC X(52).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-FDINRTLG                    PIC X(02) VALUE "00".
       77  FS-FDINLITM                    PIC X(02) VALUE "00".
       77  FS-FDINFREG                    PIC X(02) VALUE "00".
       77  FS-FDINRTRP                    PIC X(02) VALUE "00".
      *****  NEXT RETURN NUMBER - SEEDED FROM THE HIGHEST NUMBER
      *****  ALREADY ON FDINRTRN
       77  RTRG-NORETOUR-SUIVANT          PIC 9(07) VALUE ZERO.
      *****  NEXT LINE NUMBER OF THE RETURN - SEEDED FROM ITS HIGHEST
      *****  LINE ALREADY ON FDINRTLG
       77  RTRG-NOLIGNE-SUIVANT           PIC 9(03) VALUE ZERO.
      *****  COMMUNICATION WITH BPFSKCHK
       77  RTRG-FSK-CLEF                  PIC X(09).
       77  RTRG-FSK-ACCEPTE               PIC X(01).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT RTRG-ARRET
               EVALUATE RTRG-ACTION
                   WHEN "O"
                       PERFORM 2000-OUVRIR-RETOUR THRU 2000-EXIT
                   WHEN "C"
                       PERFORM 3000-CLORE-RETOUR THRU 3000-EXIT
                   WHEN "L"
                       PERFORM 3500-AJOUTER-LIGNE THRU 3500-EXIT
               END-EVALUATE
           END-IF
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
           END-IF
           CLOSE FDINRTRP
           IF RTRG-ACTION NOT = "O" AND RTRG-ACTION NOT = "C"
               AND RTRG-ACTION NOT = "L"
               DISPLAY "FDINRTRG - ACTION MUST BE O, C OR L - GOT "
                       RTRG-ACTION
               MOVE "Y" TO RTRG-ARRET-SW
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           IF RTRP-EMB-PRODUIT NOT = SPACES
               AND (RTRP-EMB-QUANTITE NOT NUMERIC
                    OR RTRP-EMB-QUANTITE = ZERO)
               DISPLAY "FDINRTRG - PACKAGING UNITS INVALID"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE RTRP-FOURNISSEUR TO RTRG-FSK-CLEF
           CALL "BPFSKCHK" USING RTRG-FSK-CLEF, RTRG-FSK-ACCEPTE,
               RTRG-FSK-MESSAGE
           PERFORM 2200-CHERCHER-OFFSET THRU 2200-EXIT
           MOVE "N"               TO FRTN-GL-EXPORT
           MOVE ZERO              TO FRTN-GL-DATE
           MOVE ZERO              TO FRTN-GL-LOT
           MOVE "N"               TO FRTN-RECUP
           MOVE ZERO              TO FRTN-MONTANT-RECUP
           MOVE ZERO              TO FRTN-DATE-RECUP
           MOVE SPACES            TO FRTN-REF-RECUP
           MOVE ZERO              TO FRTN-DATE-CLOS
           MOVE RTRP-EMB-PRODUIT  TO FRTN-EMB-PRODUIT
           IF RTRP-EMB-PRODUIT = SPACES
               MOVE ZERO              TO FRTN-EMB-QUANTITE
           ELSE
               MOVE RTRP-EMB-QUANTITE TO FRTN-EMB-QUANTITE
           END-IF
           WRITE FRTN-ENR
               INVALID KEY
                   DISPLAY "FDINRTRG - WRITE FDINRTRN FAILED - STATUS "
               GO TO 3000-EXIT
           END-IF
           MOVE "C" TO FRTN-STATUT
           MOVE RTRG-TODAY TO FRTN-DATE-CLOS
           REWRITE FRTN-ENR
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINRTRG - REWRITE FDINRTRN FAILED - STATUS "
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-AJOUTER-LIGNE - ONE PRODUCT SENT BACK ON AN OPEN       *
      *    RETURN, NUMBERED ON FROM THE RETURN'S HIGHEST LINE.  THE    *
      *    LINES GO TO THE STOCK SYSTEM ONCE THE RETURN IS CLOSED      *
      *----------------------------------------------------------------*
       3500-AJOUTER-LIGNE.
           IF RTRP-L-PRODUIT = SPACES
               DISPLAY "FDINRTRG - PRODUCT MISSING"
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           IF RTRP-L-QUANTITE NOT NUMERIC OR RTRP-L-QUANTITE = ZERO
               DISPLAY "FDINRTRG - QUANTITY INVALID"
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           MOVE RTRG-NORETOUR TO FRTN-NORETOUR
           READ FDINRTRN RECORD
               INVALID KEY
                   DISPLAY "FDINRTRG - RETURN " RTRG-NORETOUR
                           " NOT FOUND"
                   MOVE 8 TO RETURN-CODE
                   GO TO 3500-EXIT
           END-READ
           IF NOT FRTN-OUVERT
               DISPLAY "FDINRTRG - RETURN " RTRG-NORETOUR
                       " NOT OPEN"
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           OPEN I-O FDINRTLG.
           IF FS-FDINRTLG NOT = "00"
               OPEN OUTPUT FDINRTLG
               CLOSE FDINRTLG
               OPEN I-O FDINRTLG
           END-IF
           IF FS-FDINRTLG NOT = "00"
               DISPLAY "FDINRTRG - OPEN FDINRTLG FAILED - STATUS "
                       FS-FDINRTLG
               MOVE 8 TO RETURN-CODE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-CHERCHER-DERNIERE-LIGNE THRU 3600-EXIT
           IF RTRG-NOLIGNE-SUIVANT >= 999
               DISPLAY "FDINRTRG - RETURN " RTRG-NORETOUR
                       " HAS NO LINE NUMBER LEFT"
               MOVE 8 TO RETURN-CODE
               CLOSE FDINRTLG
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO RTRG-NOLIGNE-SUIVANT
           MOVE SPACES               TO FRTL-ENR
           MOVE RTRG-NORETOUR        TO FRTL-NORETOUR
           MOVE RTRG-NOLIGNE-SUIVANT TO FRTL-NOLIGNE
           MOVE RTRP-L-PRODUIT       TO FRTL-PRODUIT
           MOVE RTRP-L-QUANTITE      TO FRTL-QUANTITE
           MOVE RTRG-TODAY           TO FRTL-DATE-SAISIE
           MOVE RTRG-OPERATEUR       TO FRTL-OPERATEUR
           WRITE FRTL-ENR
               INVALID KEY
                   DISPLAY "FDINRTRG - WRITE FDINRTLG FAILED - STATUS "
                           FS-FDINRTLG
                   MOVE 8 TO RETURN-CODE
                   CLOSE FDINRTLG
                   GO TO 3500-EXIT
           END-WRITE
           CLOSE FDINRTLG
           DISPLAY "FDINRTRG - RETURN " RTRG-NORETOUR
                   " LINE " RTRG-NOLIGNE-SUIVANT " ADDED".
       3500-EXIT.
           EXIT.
      *
       3600-CHERCHER-DERNIERE-LIGNE.
           MOVE ZERO TO RTRG-NOLIGNE-SUIVANT
           MOVE "N"  TO RTRG-EOF-SW
           MOVE RTRG-NORETOUR TO FRTL-NORETOUR
           MOVE ZERO          TO FRTL-NOLIGNE
           START FDINRTLG KEY IS NOT LESS THAN FRTL-CLEF
               INVALID KEY
                   MOVE "Y" TO RTRG-EOF-SW
           END-START
           PERFORM 3610-LIRE-UNE-LIGNE THRU 3610-EXIT
               UNTIL RTRG-EOF.
       3600-EXIT.
           EXIT.
      *
       3610-LIRE-UNE-LIGNE.
           READ FDINRTLG NEXT RECORD
               AT END
                   MOVE "Y" TO RTRG-EOF-SW
                   GO TO 3610-EXIT
           END-READ
           IF FRTL-NORETOUR NOT = RTRG-NORETOUR
               MOVE "Y" TO RTRG-EOF-SW
               GO TO 3610-EXIT
           END-IF
           MOVE FRTL-NOLIGNE TO RTRG-NOLIGNE-SUIVANT.
       3610-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
