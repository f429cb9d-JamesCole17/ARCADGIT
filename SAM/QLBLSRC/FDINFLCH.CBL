      *         .                      INVOICE FILE (FDINFACE),      *
      *         .                      VALIDATES EACH INVOICE        *
      *         .                      AGAINST THE BPFSK SUPPLIER    *
      *         .                      STATUS AND ITS VAT BREAKDOWN  *
      *         .                      THROUGH FDINFTVA, CONVERTS    *
      *         .                      CEE CURRENCIES THROUGH        *
      *         .                      FDINDEVC,                     *
      *         .                      AND REGISTERS CLEAN INVOICES  *
      *         .                      IN FDINFREG THROUGH THE       *
      *         .                      FDINFDUP DUPLICATE RULE -     *
      *         .                      CAN BE CORRECTED AND RECYCLED *
      *         .                      INTO THE NEXT RUN, THE WAY    *
      *         .                      FDINBLCH RECYCLES DELIVERY    *
      *         .                      NOTICES THROUGH FDINAVIR.     *
      *         .                      THE FILE MUST PASS THE        *
      *         .                      FDINCTLC HEADER/TRAILER,      *
      *         .                      SEQUENCE AND HASH CONTROL     *
      *         .                      FIRST - A REFUSED FILE IS NOT *
      *         .                      LOADED AT ALL (RC 8).  EVERY  *
      *         .                      REJECT, AND EVERY LOAD OF AN  *
      *         .                      INVOICE ONCE REJECTED, GOES   *
      *         .                      TO THE FDINSUSC SUSPENSE      *
      *         .                      REGISTER                      *
      * FILES USED.................: . FDINFACE - INPUT              *
      *         .                      FDINFACR - OUTPUT (REJECTS)   *
      *         .                      RPTFLC   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINDEVC, FDINFDUP, *
      *         .                      FDINFTVA, FDINCTLC, FDINSUSC  *
      * INVOICE RECORD.............: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-19 INVOICE REFERENCE   *
      *         .                      POS 20-27 INVOICE DATE        *
      *         .                      HOME CURRENCY)                *
      *         .                      POS 41-47 RECEPTION NUMBER    *
      *         .                      (ZERO = NOT YET TIED)         *
      *         .                      POS 81-146 VAT BREAKDOWN, 3 X *
      *         .                      (CODE X2, BASE EXCLUDING VAT  *
      *         .                      99999999V99, VAT 99999999V99) *
      *         .                      IN THE INVOICE CURRENCY,      *
      *         .                      UNUSED RATES BLANK/ZERO       *
      *         .                      HEADER/TRAILER AS IN WKCTLINT,*
      *         .                      HASH = SUM OF THE AMOUNTS     *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  02/09/26  JFC  FDINDEVC NOW TAKES A VALUE DATE - THE INVOICE  *
      *                 DATE IS PASSED SO CEE AMOUNTS CONVERT AT THE   *
      *                 RATE IN FORCE WHEN THE INVOICE WAS ISSUED.     *
      *  15/10/26  JFC  THE INVOICE NOW CARRIES ITS VAT BREAKDOWN PER  *
      *                 RATE (RECORD 160, REJECTS 192), CHECKED BY     *
      *                 FDINFTVA, CONVERTED WITH THE AMOUNT AND        *
      *                 REGISTERED ON FDINFREG THROUGH FDINFDUP.       *
      *  15/10/26  JFC  FDINFACE NOW CARRIES A HEADER AND A TRAILER,   *
      *                 CHECKED BY FDINCTLC BEFORE ANY INVOICE IS      *
      *                 REGISTERED.  A REPLAYED, OUT-OF-SEQUENCE,      *
      *                 TRUNCATED OR OUT-OF-BALANCE FILE IS REFUSED    *
      *                 WHOLE.  A CORRECTED FDINFACR IS RESENT UNDER   *
      *                 ITS OWN SENDER WITH ITS OWN HEADER AND TRAILER.*
      *  15/10/26  JFC  REJECTED INVOICES ARE TRACKED ACROSS RUNS ON   *
      *                 THE FDINSUSP SUSPENSE REGISTER THROUGH         *
      *                 FDINSUSC - AN INVOICE THAT LOADS AFTER A       *
      *                 REJECT IS CLEARED.                             *
      *  15/10/26  JFC  THE LOAD STOPS WHEN FDINFTVA CANNOT OPEN ITS   *
      *                 FILES, AND CANCELS FDINFTVA AT THE END SO ITS  *
      *                 FILES ARE CLOSED.                              *
      *  15/10/26  JFC  FDINFTVA IS OPENED BEFORE FDINCTLC RECORDS THE *
      *                 FILE, SO A MISSING VAT CHECK REFUSES THE WHOLE *
      *                 FILE (RC 8) INSTEAD OF STOPPING HALFWAY; THE   *
      *                 RUN SEVERITY IS KEPT IN FLCH-RC AND SET LAST,  *
      *                 AS FDINSUSC RESET IT.                          *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINFLCH.
       DATA DIVISION.
       FILE SECTION.
       FD  FDINFACE  LABEL RECORD STANDARD
                     RECORD 160.
       01  FACE-ENR.
           05  FACE-FOURNISSEUR           PIC X(09).
           05  FACE-NOFACTURE             PIC X(10).
           05  FACE-DEVISE                PIC X(03).
           05  FACE-NORECEPT              PIC 9(07).
           05  FILLER                     PIC X(33).
      *****  SAME SHAPE AS FREG-VENTILATION-TVA
           05  FACE-VENTILATION.
               10  FACE-TVA-LIGNE         OCCURS 3 TIMES.
                   15  FACE-TVA-CODE      PIC X(02).
                   15  FACE-TVA-BASE-HT   PIC 9(8)V9(2).
                   15  FACE-TVA-MONTANT   PIC 9(8)V9(2).
           05  FILLER                     PIC X(14).
      *
      *****  REJECTED INVOICES - THE FIRST 160 BYTES ARE THE INVOICE AS
      *****  RECEIVED, SO A CORRECTED FDINFACR FEEDS THE NEXT RUN
       FD  FDINFACR  LABEL RECORD STANDARD
                     RECORD 192.
       01  FACR-ENR.
           05  FACR-FACTURE               PIC X(160).
           05  FACR-MOTIF                 PIC X(30).
           05  FILLER                     PIC X(02).
      *
       77  FS-RPTFLC                      PIC X(02) VALUE "00".
       77  FLCH-EOF-SW                    PIC X(01) VALUE "N".
           88  FLCH-EOF                   VALUE "Y".
       77  FLCH-REFUS-SW                  PIC X(01) VALUE "N".
           88  FLCH-REFUS                 VALUE "Y".
       77  FLCH-MOTIF                     PIC X(30).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  FLCH-RC                        PIC S9(04) COMP VALUE ZERO.
       77  FLCH-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  FLCH-CNT-CHARGEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  FLCH-CNT-PROCHES               PIC 9(07) COMP-3 VALUE ZERO.
       77  FLCH-DEV-TAUX                  PIC 9(3)V9(6).
       77  FLCH-DEV-TROUVE                PIC X(01).
       77  FLCH-DEV-DATE-VALEUR           PIC 9(08).
      *****  THE VAT BREAKDOWN CONVERTED TO THE HOME CURRENCY - THE
      *****  ROUNDING DIFFERENCE AGAINST THE CONVERTED INVOICE AMOUNT
      *****  GOES ON THE FIRST BASE, SO BASES + VAT STILL EQUAL IT
       01  FLCH-VENTILATION.
           05  FLCH-TVA-LIGNE             OCCURS 3 TIMES.
               10  FLCH-TVA-CODE          PIC X(02).
               10  FLCH-TVA-BASE-HT       PIC 9(8)V9(2).
               10  FLCH-TVA-MONTANT       PIC 9(8)V9(2).
       77  FLCH-TVA-SUB                   PIC 9(04) COMP.
      *****  OPENING CALL TO FDINFTVA - NO RECEPTION, NO AMOUNT
       77  FLCH-TVA-NORECEPT              PIC 9(07) VALUE ZERO.
       77  FLCH-TVA-MT-FACTURE            PIC 9(8)V9(2) VALUE ZERO.
       77  FLCH-TVA-ECART                 PIC S9(9)V9(2).
      *****  COMMUNICATION WITH FDINFDUP - A SAME-AMOUNT INVOICE OF
      *****  THE SAME SUPPLIER WITHIN THIS MANY DAYS RAISES THE
      *****  NEAR-DUPLICATE WARNING
           05  FLCH-T-CHARGEES            PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  FLCH-T-REJETEES            PIC ZZZZZZ9.
      *****  COMMUNICATION WITH FDINCTLC
       COPY WKCTLINT.
      *****  COMMUNICATION WITH FDINSUSC
       COPY WKSUSINT.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF FLCH-REFUS
               MOVE FLCH-RC TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-FACTURE-LOOP THRU 2000-EXIT
               UNTIL FLCH-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1040-CONTROLER-TVA THRU 1040-EXIT
           IF FLCH-REFUS
               GO TO 1000-EXIT
           END-IF
           PERFORM 1050-CONTROLER-FICHIER THRU 1050-EXIT
           IF FLCH-REFUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINFACE.
           IF FS-FDINFACE NOT = "00"
               DISPLAY "FDINFLCH - OPEN FDINFACE FAILED - STATUS "
                       FS-FDINFACE
               MOVE "Y" TO FLCH-EOF-SW
               MOVE 8 TO FLCH-RC
           END-IF
           OPEN OUTPUT FDINFACR.
           OPEN OUTPUT RPTFLC.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1040-CONTROLER-TVA - FDINFTVA OPENS ITS FILES ON ITS FIRST  *
      *    CALL.  THAT CALL IS MADE HERE, WITH AN EMPTY BREAKDOWN,     *
      *    BEFORE FDINCTLC RECORDS THE FILE AS RECEIVED - A FILE       *
      *    STOPPED HALFWAY WOULD BE REFUSED AS A REPLAY NEXT RUN AND   *
      *    ITS LAST INVOICES NEVER LOADED.  WITHOUT THE VAT CHECK THE  *
      *    FILE IS LEFT UNTOUCHED FOR THE NEXT RUN (RC 8)              *
      *----------------------------------------------------------------*
       1040-CONTROLER-TVA.
           MOVE SPACES TO FLCH-VENTILATION
           PERFORM 1045-VIDER-TAUX THRU 1045-EXIT
               VARYING FLCH-TVA-SUB FROM 1 BY 1
               UNTIL FLCH-TVA-SUB > 3
           MOVE ZERO TO RETURN-CODE
           CALL "FDINFTVA" USING FLCH-TVA-NORECEPT, FLCH-TVA-MT-FACTURE,
               FLCH-VENTILATION, FLCH-MOTIF
           IF RETURN-CODE = 8
               DISPLAY "FDINFLCH - VAT CHECK NOT AVAILABLE - FDINFACE "
                       "LEFT FOR THE NEXT RUN"
               MOVE "Y" TO FLCH-REFUS-SW
               MOVE 8 TO FLCH-RC
           END-IF.
       1040-EXIT.
           EXIT.
      *
       1045-VIDER-TAUX.
           MOVE ZERO TO FLCH-TVA-BASE-HT (FLCH-TVA-SUB)
           MOVE ZERO TO FLCH-TVA-MONTANT (FLCH-TVA-SUB).
       1045-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1050-CONTROLER-FICHIER - THE WHOLE INVOICE FILE GOES ONCE   *
      *    THROUGH FDINCTLC.  A FILE THAT CANNOT BE OPENED IS LEFT TO  *
      *    THE OPEN THAT FOLLOWS IN 1000-INITIALIZE                    *
      *----------------------------------------------------------------*
       1050-CONTROLER-FICHIER.
           OPEN INPUT FDINFACE.
           IF FS-FDINFACE NOT = "00"
               GO TO 1050-EXIT
           END-IF
           MOVE "FDINFACE" TO WK-CTL-FLUX-ATTENDU
           MOVE "D" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           MOVE "E" TO WK-CTL-FONCTION
           PERFORM 1060-EXAMINER THRU 1060-EXIT
               UNTIL FLCH-EOF
           CLOSE FDINFACE
           MOVE "N" TO FLCH-EOF-SW
           MOVE "V" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           IF NOT WK-CTL-FICHIER-ACCEPTE
               DISPLAY "FDINFLCH - FDINFACE REFUSED - " WK-CTL-MOTIF
               MOVE "Y" TO FLCH-REFUS-SW
               MOVE 8 TO FLCH-RC
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1060-EXAMINER.
           READ FDINFACE NEXT RECORD
               AT END
                   MOVE "Y" TO FLCH-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           MOVE FACE-ENR TO WK-CTL-ENR
           MOVE ZERO TO WK-CTL-MONTANT
           IF FACE-MONTANT IS NUMERIC
               MOVE FACE-MONTANT TO WK-CTL-MONTANT
           END-IF
           CALL "FDINCTLC" USING WK-CTL-INTERFACE.
       1060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-FACTURE-LOOP                                           *
      *----------------------------------------------------------------*
       2000-FACTURE-LOOP.
                   MOVE "Y" TO FLCH-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE FACE-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO FLCH-CNT-LUES
           PERFORM 2100-VALIDER-FACTURE THRU 2100-EXIT
           IF FLCH-MOTIF = SPACES
               MOVE FLCH-FSK-MESSAGE (1:30) TO FLCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           CALL "FDINFTVA" USING FACE-NORECEPT, FACE-MONTANT,
               FACE-VENTILATION, FLCH-MOTIF
           IF FLCH-MOTIF NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CONVERTIR-DEVISE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
               FLCH-DEV-TAUX, FLCH-DEV-TROUVE, FLCH-DEV-DATE-VALEUR
           IF FLCH-DEV-TROUVE NOT = "O"
               MOVE "DEVISE INCONNUE" TO FLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           MOVE FACE-VENTILATION TO FLCH-VENTILATION
           IF FACE-DEVISE = SPACES
               GO TO 2200-EXIT
           END-IF
           COMPUTE FLCH-TVA-ECART = ZERO - FLCH-DEV-MONTANT-LOCAL
           PERFORM 2250-CONVERTIR-TVA THRU 2250-EXIT
               VARYING FLCH-TVA-SUB FROM 1 BY 1
               UNTIL FLCH-TVA-SUB > 3
           COMPUTE FLCH-TVA-BASE-HT (1) =
                   FLCH-TVA-BASE-HT (1) - FLCH-TVA-ECART
           MOVE FACE-MONTANT TO FLCH-DEV-MONTANT-ORIGINE.
       2200-EXIT.
           EXIT.
      *
      *****  SAME CURRENCY AND VALUE DATE AS THE INVOICE AMOUNT
       2250-CONVERTIR-TVA.
           MOVE FACE-TVA-BASE-HT (FLCH-TVA-SUB)
                TO FLCH-DEV-MONTANT-ORIGINE
           CALL "FDINDEVC" USING FLCH-DEV-CODE,
               FLCH-DEV-MONTANT-ORIGINE,
               FLCH-TVA-BASE-HT (FLCH-TVA-SUB),
               FLCH-DEV-TAUX, FLCH-DEV-TROUVE, FLCH-DEV-DATE-VALEUR
           MOVE FACE-TVA-MONTANT (FLCH-TVA-SUB)
                TO FLCH-DEV-MONTANT-ORIGINE
           CALL "FDINDEVC" USING FLCH-DEV-CODE,
               FLCH-DEV-MONTANT-ORIGINE,
               FLCH-TVA-MONTANT (FLCH-TVA-SUB),
               FLCH-DEV-TAUX, FLCH-DEV-TROUVE, FLCH-DEV-DATE-VALEUR
           ADD FLCH-TVA-BASE-HT (FLCH-TVA-SUB) TO FLCH-TVA-ECART
           ADD FLCH-TVA-MONTANT (FLCH-TVA-SUB) TO FLCH-TVA-ECART.
       2250-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-ENREGISTRER - THE INVOICE GOES THROUGH THE FDINFDUP     *
      *    RULE AND, UNLESS AN EXACT DUPLICATE, INTO THE REGISTRY       *
               FACE-DATE-FACTURE, FLCH-DEV-MONTANT-LOCAL,
               FACE-NORECEPT, FLCH-FDUP-JOURS-PROCHE, FACE-DEVISE,
               FLCH-DEV-MONTANT-ORIGINE, FLCH-DEV-TAUX,
               FLCH-VENTILATION, FLCH-FDUP-VERDICT
           IF FLCH-FDUP-VERDICT = "D"
               MOVE "FACTURE DEJA ENREGISTREE" TO FLCH-MOTIF
               PERFORM 2800-REJETER THRU 2800-EXIT
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO FLCH-CNT-CHARGEES
           MOVE "C" TO WK-SUS-FONCTION
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           MOVE SPACES TO FLCH-LIGNE-DETAIL
           MOVE FACE-FOURNISSEUR       TO FLCH-D-FOURNISSEUR
           MOVE FACE-NOFACTURE         TO FLCH-D-NOFACTURE
           MOVE FLCH-MOTIF TO FACR-MOTIF
           WRITE FACR-ENR
           ADD 1 TO FLCH-CNT-REJETEES
           MOVE "R"        TO WK-SUS-FONCTION
           MOVE FLCH-MOTIF TO WK-SUS-MOTIF
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           MOVE SPACES TO FLCH-LIGNE-DETAIL
           MOVE FACE-FOURNISSEUR TO FLCH-D-FOURNISSEUR
           MOVE FACE-NOFACTURE   TO FLCH-D-NOFACTURE
               CLOSE FDINFACE
           END-IF
           CLOSE FDINFACR.
      *****  FDINFTVA HOLDS FDINRECP AND FDINTYPREC OPEN FROM ITS
      *****  FIRST CALL - CANCEL RELEASES THEM
           CANCEL "FDINFTVA"
           MOVE "F" TO WK-SUS-FONCTION
           CALL "FDINSUSC" USING WK-SUS-INTERFACE
           MOVE SPACES TO RPTFLC-LIGNE
           WRITE RPTFLC-LIGNE
           MOVE FLCH-CNT-LUES      TO FLCH-T-LUES
                   FLCH-CNT-PROCHES.
           DISPLAY "FDINFLCH - INVOICES REJECTED...: "
                   FLCH-CNT-REJETEES.
           MOVE FLCH-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-SUSPENS - THE INVOICE TO THE SUSPENSE REGISTER.  ITS   *
      *    IDENTITY IS SUPPLIER + INVOICE REFERENCE                    *
      *----------------------------------------------------------------*
       7200-SUSPENS.
           MOVE "FDINFACE"       TO WK-SUS-SOURCE
           MOVE SPACES           TO WK-SUS-IDENT
           MOVE FACE-FOURNISSEUR TO WK-SUS-IDENT (1:9)
           MOVE FACE-NOFACTURE   TO WK-SUS-IDENT (10:10)
           MOVE FACE-FOURNISSEUR TO WK-SUS-FOURNISSEUR
           CALL "FDINSUSC" USING WK-SUS-INTERFACE.
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
