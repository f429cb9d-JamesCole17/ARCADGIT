      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINTVAD                      *
      * TYPE OF PROGRAM............: . MONTH-END LISTING             *
      * FUNCTION...................: . DEDUCTIBLE-VAT LISTING OF THE *
      *         .                      PERIOD, PER VAT RATE CODE AND *
      *         .                      SUPPLIER, FOR THE TAX         *
      *         .                      DECLARATION.  THE RECEPTIONS  *
      *         .                      OF THE PERIOD ARE THE D/MAR   *
      *         .                      ROWS FDINGLEX WROTE TO        *
      *         .                      FDINGLIF FOR IT; THEIR        *
      *         .                      INVOICES' FDINFREG VAT        *
      *         .                      BREAKDOWNS ARE TOTALLED, AND  *
      *         .                      THE LISTING ENDS ON THE TIE   *
      *         .                      TO THE GL EXPORT - GL DEBIT   *
      *         .                      TOTAL, BASES + VAT BROKEN     *
      *         .                      DOWN, INVOICES REGISTERED     *
      *         .                      WITHOUT A BREAKDOWN, AND THE  *
      *         .                      DIFFERENCE, WITH THE          *
      *         .                      RECEPTIONS THAT DO NOT TIE    *
      * FILES USED.................: . FDINGLIF   - INPUT            *
      *         .                      FDINFREG   - INPUT            *
      *         .                      FDINTVAP   - INPUT (PARAMETER)*
      *         .                      RPTTVA     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINNSUJ                      *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - MONTHLY DEDUCTIBLE-VAT       *
      *                 LISTING TIED TO THE FDINGLEX EXPORT.           *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN TVAD-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINTVAD.
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
           SELECT FDINGLIF ASSIGN TO FDINGLIF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINGLIF.
           SELECT FDINFREG ASSIGN TO FDINFREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREG-CLEF
               FILE STATUS IS FS-FDINFREG.
           SELECT FDINTVAP ASSIGN TO FDINTVAP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINTVAP.
           SELECT RPTTVA ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTTVA.
      *
       DATA DIVISION.
       FILE SECTION.
      *****  SAME LAYOUT AS FDINGLEX WRITES IT
       FD  FDINGLIF  LABEL RECORD STANDARD
                     RECORD 64.
       01  FGLI-ENR.
           05  FGLI-SENS                  PIC X(01).
           05  FGLI-COMPTE                PIC X(03).
           05  FGLI-CODE-TVA              PIC X(02).
           05  FGLI-CODE-ECART            PIC X(02).
           05  FGLI-NORECEPT              PIC 9(07).
           05  FGLI-CLEF                  PIC X(20).
           05  FGLI-FOURNISSEUR           PIC X(09).
           05  FGLI-MONTANT               PIC 9(8)V9(2).
           05  FGLI-PERIODE               PIC 9(06).
           05  FILLER                     PIC X(04).
      *
       COPY FDINFREG.
      *
       FD  FDINTVAP  LABEL RECORD STANDARD
                     RECORD 80.
       01  TVAP-CARTE.
           05  TVAP-PERIODE               PIC X(06).
           05  FILLER                     PIC X(74).
      *
       FD  RPTTVA   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTTVA-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINGLIF                    PIC X(02) VALUE "00".
       77  FS-FDINFREG                    PIC X(02) VALUE "00".
       77  FS-FDINTVAP                    PIC X(02) VALUE "00".
       77  FS-RPTTVA                      PIC X(02) VALUE "00".
       77  TVAD-EOF-SW                    PIC X(01) VALUE "N".
           88  TVAD-EOF                   VALUE "Y".
       77  TVAD-FOUND-SW                  PIC X(01).
           88  TVAD-FOUND                 VALUE "Y".
      *****  SET WHEN FDINGLIF OR FDINFREG COULD NOT BE READ - THE
      *****  LISTING WOULD NOT TIE AND IS NOT PRINTED
       77  TVAD-CHARGEMENT-KO-SW          PIC X(01) VALUE "N".
           88  TVAD-CHARGEMENT-KO         VALUE "Y".
       77  TVAD-TODAY                     PIC 9(08).
       77  TVAD-PERIODE                   PIC 9(06) VALUE ZERO.
       77  TVAD-SUB                       PIC 9(04) COMP.
       77  TVAD-SUB2                      PIC 9(04) COMP.
       77  TVAD-POS                       PIC 9(04) COMP.
       77  TVAD-WRK-CLE                   PIC X(11).
       77  TVAD-CNT-RECEPTIONS            PIC 9(07) COMP-3 VALUE ZERO.
       77  TVAD-CNT-FACTURES              PIC 9(07) COMP-3 VALUE ZERO.
       77  TVAD-CNT-SANS-VENTIL           PIC 9(07) COMP-3 VALUE ZERO.
       77  TVAD-CNT-ECARTS                PIC 9(07) COMP-3 VALUE ZERO.
       77  TVAD-TOT-GL                    PIC 9(10)V9(2) VALUE ZERO.
       77  TVAD-TOT-VENTILE               PIC 9(10)V9(2) VALUE ZERO.
       77  TVAD-TOT-SANS-VENTIL           PIC 9(10)V9(2) VALUE ZERO.
       77  TVAD-ECART                     PIC S9(10)V9(2).
      *
      *****  THE RECEPTIONS FDINGLEX EXPORTED FOR THE PERIOD, WITH THE
      *****  AMOUNT DEBITED AND WHAT THEIR INVOICES ADD UP TO
       01  TVAD-REC-TABLE.
           05  TVAD-REC-ENTRY  OCCURS 2000 TIMES
                                INDEXED BY TVAD-RX.
               10  TRT-NORECEPT           PIC 9(07).
               10  TRT-FOURNISSEUR        PIC X(09).
               10  TRT-MONTANT-GL         PIC 9(8)V9(2).
               10  TRT-MONTANT-FACTURES   PIC 9(9)V9(2).
       77  TVAD-REC-COUNT                 PIC 9(04) COMP-3 VALUE ZERO.
       77  TVAD-REC-PLEIN-SW              PIC X(01) VALUE "N".
      *
      *****  ONE ROW PER VAT RATE CODE AND SUPPLIER, KEPT IN KEY ORDER
      *****  AS IT IS BUILT SO THE LISTING COMES OUT BY RATE
       01  TVAD-CLE-TABLE.
           05  TVAD-CLE-ENTRY  OCCURS 1000 TIMES.
               10  TCT-CLE.
                   15  TCT-CODE-TVA       PIC X(02).
                   15  TCT-FOURNISSEUR    PIC X(09).
               10  TCT-CNT                PIC 9(05).
               10  TCT-BASE-HT            PIC 9(10)V9(2).
               10  TCT-MONTANT-TVA        PIC 9(10)V9(2).
       77  TVAD-CLE-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  TVAD-CLE-PLEIN-SW              PIC X(01) VALUE "N".
      *
       77  TVAD-CODE-COURANT              PIC X(02).
       01  TVAD-TOTAUX-CODE.
           05  TTC-BASE-HT                PIC 9(10)V9(2).
           05  TTC-MONTANT-TVA            PIC 9(10)V9(2).
       01  TVAD-TOTAUX-GEN.
           05  TTG-BASE-HT                PIC 9(10)V9(2).
           05  TTG-MONTANT-TVA            PIC 9(10)V9(2).
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  TVAD-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINTVAD".
       77  TVAD-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  TVAD-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  TVAD-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  TVAD-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "RATE  SUPPLIER    INVOICES     EXCL. VAT".
           05  FILLER                     PIC X(24) VALUE
               " BASE      DEDUCT. VAT".
       01  TVAD-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-D-CODE                PIC X(02).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  TVAD-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-D-CNT                 PIC ZZZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-D-BASE-HT             PIC ZZZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-D-MONTANT-TVA         PIC ZZZZZZZZZ9.99.
       01  TVAD-LIGNE-RAPPRO.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-P-LIBELLE             PIC X(40).
           05  TVAD-P-MONTANT             PIC -ZZZZZZZZZ9.99.
       01  TVAD-LIGNE-ANOMALIE.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "RECEPTION ".
           05  TVAD-A-NORECEPT            PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  TVAD-A-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(06) VALUE "  GL  ".
           05  TVAD-A-MONTANT-GL          PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(12)
               VALUE "  INVOICES  ".
           05  TVAD-A-MONTANT-FACT        PIC ZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHARGER-GL THRU 2000-EXIT
           IF NOT TVAD-CHARGEMENT-KO
               PERFORM 3000-CHARGER-REGISTRE THRU 3000-EXIT
           END-IF
           IF NOT TVAD-CHARGEMENT-KO
               PERFORM 4000-EDITER THRU 4000-EXIT
               PERFORM 4500-EDITER-RAPPRO THRU 4500-EXIT
           END-IF
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT TVAD-TODAY FROM DATE YYYYMMDD
           MOVE TVAD-TODAY (1:6) TO TVAD-PERIODE
           INITIALIZE TVAD-TOTAUX-GEN
           OPEN INPUT FDINTVAP.
           IF FS-FDINTVAP = "00"
               READ FDINTVAP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TVAP-PERIODE IS NUMERIC
                           AND TVAP-PERIODE NOT = "000000"
                           MOVE TVAP-PERIODE TO TVAD-PERIODE
                       END-IF
               END-READ
               CLOSE FDINTVAP
           END-IF
           OPEN OUTPUT RPTTVA.
           MOVE SPACES TO RPTTVA-LIGNE
           MOVE "FDINTVAD - DEDUCTIBLE VAT PER RATE/SUPPLIER - PERIOD"
                TO RPTTVA-LIGNE
           MOVE TVAD-PERIODE TO RPTTVA-LIGNE (54:6)
           WRITE RPTTVA-LIGNE
           MOVE SPACES TO RPTTVA-LIGNE
           WRITE RPTTVA-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-GL - THE RECEPTIONS DEBITED TO MERCHANDISE FOR *
      *    THE PERIOD.  ONLY D/MAR ROWS ARE RECEPTIONS - DEBIT NOTES   *
      *    AND RETURNS CREDIT MAR AND ARE NOT DEDUCTIBLE VAT           *
      *----------------------------------------------------------------*
       2000-CHARGER-GL.
           MOVE "N" TO TVAD-EOF-SW
           OPEN INPUT FDINGLIF.
           IF FS-FDINGLIF NOT = "00"
               DISPLAY "FDINTVAD - OPEN FDINGLIF FAILED - STATUS "
                       FS-FDINGLIF
               MOVE 8 TO TVAD-RC
               MOVE "Y" TO TVAD-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTTVA-LIGNE
               MOVE "** FDINGLIF NOT READ - NOTHING LISTED **"
                    TO RPTTVA-LIGNE
               WRITE RPTTVA-LIGNE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LIRE-UNE-ECRITURE THRU 2100-EXIT
               UNTIL TVAD-EOF
           CLOSE FDINGLIF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-ECRITURE.
           READ FDINGLIF NEXT RECORD
               AT END
                   MOVE "Y" TO TVAD-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FGLI-SENS NOT = "D" OR FGLI-COMPTE NOT = "MAR"
               GO TO 2100-EXIT
           END-IF
           IF FGLI-PERIODE NOT = TVAD-PERIODE
               GO TO 2100-EXIT
           END-IF
           ADD FGLI-MONTANT TO TVAD-TOT-GL
           IF TVAD-REC-COUNT < 2000
               ADD 1 TO TVAD-REC-COUNT
               ADD 1 TO TVAD-CNT-RECEPTIONS
               SET TVAD-RX TO TVAD-REC-COUNT
               MOVE FGLI-NORECEPT    TO TRT-NORECEPT (TVAD-RX)
               MOVE FGLI-FOURNISSEUR TO TRT-FOURNISSEUR (TVAD-RX)
               MOVE FGLI-MONTANT     TO TRT-MONTANT-GL (TVAD-RX)
               MOVE ZERO             TO TRT-MONTANT-FACTURES (TVAD-RX)
           ELSE
               MOVE "Y" TO TVAD-REC-PLEIN-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CHARGER-REGISTRE - THE INVOICES OF THOSE RECEPTIONS,   *
      *    THEIR BREAKDOWN ADDED TO THE RATE/SUPPLIER ROWS             *
      *----------------------------------------------------------------*
       3000-CHARGER-REGISTRE.
           MOVE "N" TO TVAD-EOF-SW
           OPEN INPUT FDINFREG.
           IF FS-FDINFREG NOT = "00"
               DISPLAY "FDINTVAD - OPEN FDINFREG FAILED - STATUS "
                       FS-FDINFREG
               MOVE 8 TO TVAD-RC
               MOVE "Y" TO TVAD-CHARGEMENT-KO-SW
               MOVE SPACES TO RPTTVA-LIGNE
               MOVE "** FDINFREG NOT READ - NOTHING LISTED **"
                    TO RPTTVA-LIGNE
               WRITE RPTTVA-LIGNE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LIRE-UNE-FACTURE THRU 3100-EXIT
               UNTIL TVAD-EOF
           CLOSE FDINFREG.
       3000-EXIT.
           EXIT.
      *
       3100-LIRE-UNE-FACTURE.
           READ FDINFREG NEXT RECORD
               AT END
                   MOVE "Y" TO TVAD-EOF-SW
                   GO TO 3100-EXIT
           END-READ
           MOVE "N" TO TVAD-FOUND-SW
           SET TVAD-RX TO 1
           SEARCH TVAD-REC-ENTRY
               AT END
                   CONTINUE
               WHEN TVAD-RX > TVAD-REC-COUNT
                   CONTINUE
               WHEN TRT-NORECEPT (TVAD-RX) = FREG-NORECEPT
                   MOVE "Y" TO TVAD-FOUND-SW
           END-SEARCH
           IF NOT TVAD-FOUND
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO TVAD-CNT-FACTURES
           ADD FREG-MONTANT TO TRT-MONTANT-FACTURES (TVAD-RX)
           IF FREG-TVA-CODE (1) = SPACES
               ADD 1 TO TVAD-CNT-SANS-VENTIL
               ADD FREG-MONTANT TO TVAD-TOT-SANS-VENTIL
               GO TO 3100-EXIT
           END-IF
           PERFORM 3200-CUMULER-TAUX THRU 3200-EXIT
               VARYING TVAD-SUB FROM 1 BY 1
               UNTIL TVAD-SUB > 3.
       3100-EXIT.
           EXIT.
      *
       3200-CUMULER-TAUX.
           IF FREG-TVA-CODE (TVAD-SUB) = SPACES
               GO TO 3200-EXIT
           END-IF
           ADD FREG-TVA-BASE-HT (TVAD-SUB) TO TVAD-TOT-VENTILE
           ADD FREG-TVA-MONTANT (TVAD-SUB) TO TVAD-TOT-VENTILE
           MOVE FREG-TVA-CODE (TVAD-SUB) TO TVAD-WRK-CLE (1:2)
           MOVE FREG-FOURNISSEUR         TO TVAD-WRK-CLE (3:9)
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT TVAD-FOUND
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO TCT-CNT (TVAD-POS)
           ADD FREG-TVA-BASE-HT (TVAD-SUB) TO TCT-BASE-HT (TVAD-POS)
           ADD FREG-TVA-MONTANT (TVAD-SUB)
                TO TCT-MONTANT-TVA (TVAD-POS).
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-EDITER - ONE LINE PER RATE AND SUPPLIER, A TOTAL PER   *
      *    RATE, THEN THE GRAND TOTAL                                  *
      *----------------------------------------------------------------*
       4000-EDITER.
           IF TVAD-CLE-PLEIN-SW = "Y" OR TVAD-REC-PLEIN-SW = "Y"
               MOVE SPACES TO RPTTVA-LIGNE
               MOVE "** A WORK TABLE FILLED UP - LISTING IS PARTIAL **"
                    TO RPTTVA-LIGNE
               WRITE RPTTVA-LIGNE
               MOVE 8 TO TVAD-RC
           END-IF
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-TITRE
           MOVE LOW-VALUES TO TVAD-CODE-COURANT
           PERFORM 4100-EDITER-UNE-LIGNE THRU 4100-EXIT
               VARYING TVAD-SUB FROM 1 BY 1
               UNTIL TVAD-SUB > TVAD-CLE-COUNT
           IF TVAD-CLE-COUNT > ZERO
               PERFORM 4200-EDITER-TOTAL-CODE THRU 4200-EXIT
           END-IF
           MOVE SPACES TO TVAD-LIGNE-DETAIL
           MOVE "TOTAL"         TO TVAD-D-FOURNISSEUR
           MOVE TTG-BASE-HT     TO TVAD-D-BASE-HT
           MOVE TTG-MONTANT-TVA TO TVAD-D-MONTANT-TVA
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-DETAIL.
       4000-EXIT.
           EXIT.
      *
       4100-EDITER-UNE-LIGNE.
           IF TCT-CODE-TVA (TVAD-SUB) NOT = TVAD-CODE-COURANT
               IF TVAD-SUB > 1
                   PERFORM 4200-EDITER-TOTAL-CODE THRU 4200-EXIT
               END-IF
               MOVE TCT-CODE-TVA (TVAD-SUB) TO TVAD-CODE-COURANT
               INITIALIZE TVAD-TOTAUX-CODE
           END-IF
           MOVE SPACES TO TVAD-LIGNE-DETAIL
           MOVE TCT-CODE-TVA (TVAD-SUB)    TO TVAD-D-CODE
           MOVE TCT-FOURNISSEUR (TVAD-SUB) TO TVAD-D-FOURNISSEUR
           MOVE TCT-CNT (TVAD-SUB)         TO TVAD-D-CNT
           MOVE TCT-BASE-HT (TVAD-SUB)     TO TVAD-D-BASE-HT
           MOVE TCT-MONTANT-TVA (TVAD-SUB) TO TVAD-D-MONTANT-TVA
           ADD TCT-BASE-HT (TVAD-SUB)     TO TTC-BASE-HT
           ADD TCT-MONTANT-TVA (TVAD-SUB) TO TTC-MONTANT-TVA
           ADD TCT-BASE-HT (TVAD-SUB)     TO TTG-BASE-HT
           ADD TCT-MONTANT-TVA (TVAD-SUB) TO TTG-MONTANT-TVA
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
       4200-EDITER-TOTAL-CODE.
           MOVE SPACES TO TVAD-LIGNE-DETAIL
           MOVE TVAD-CODE-COURANT TO TVAD-D-CODE
           MOVE "RATE TOT."       TO TVAD-D-FOURNISSEUR
           MOVE TTC-BASE-HT       TO TVAD-D-BASE-HT
           MOVE TTC-MONTANT-TVA   TO TVAD-D-MONTANT-TVA
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-DETAIL
           MOVE SPACES TO RPTTVA-LIGNE
           WRITE RPTTVA-LIGNE.
       4200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4500-EDITER-RAPPRO - THE TIE TO THE FDINGLEX EXPORT.  A     *
      *    NON-ZERO DIFFERENCE IS LISTED RECEPTION BY RECEPTION        *
      *----------------------------------------------------------------*
       4500-EDITER-RAPPRO.
           MOVE SPACES TO RPTTVA-LIGNE
           WRITE RPTTVA-LIGNE
           MOVE SPACES TO RPTTVA-LIGNE
           MOVE "  TIE TO THE FDINGLEX EXPORT OF THE PERIOD"
                TO RPTTVA-LIGNE
           WRITE RPTTVA-LIGNE
           MOVE "MERCHANDISE DEBITED (D/MAR)" TO TVAD-P-LIBELLE
           MOVE TVAD-TOT-GL TO TVAD-P-MONTANT
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-RAPPRO
           MOVE "BASES + VAT BROKEN DOWN ABOVE" TO TVAD-P-LIBELLE
           MOVE TVAD-TOT-VENTILE TO TVAD-P-MONTANT
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-RAPPRO
           MOVE "INVOICES REGISTERED WITHOUT BREAKDOWN"
                TO TVAD-P-LIBELLE
           MOVE TVAD-TOT-SANS-VENTIL TO TVAD-P-MONTANT
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-RAPPRO
           COMPUTE TVAD-ECART = TVAD-TOT-GL - TVAD-TOT-VENTILE
                              - TVAD-TOT-SANS-VENTIL
           MOVE "DIFFERENCE" TO TVAD-P-LIBELLE
           MOVE TVAD-ECART TO TVAD-P-MONTANT
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-RAPPRO
           PERFORM 4510-CONTROLER-RECEPTION THRU 4510-EXIT
               VARYING TVAD-SUB FROM 1 BY 1
               UNTIL TVAD-SUB > TVAD-REC-COUNT.
       4500-EXIT.
           EXIT.
      *
       4510-CONTROLER-RECEPTION.
           SET TVAD-RX TO TVAD-SUB
           IF TRT-MONTANT-FACTURES (TVAD-RX) = TRT-MONTANT-GL (TVAD-RX)
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO TVAD-CNT-ECARTS
           MOVE SPACES TO TVAD-LIGNE-ANOMALIE
           MOVE TRT-NORECEPT (TVAD-RX)         TO TVAD-A-NORECEPT
           MOVE TRT-FOURNISSEUR (TVAD-RX)      TO TVAD-A-FOURNISSEUR
           MOVE TRT-MONTANT-GL (TVAD-RX)       TO TVAD-A-MONTANT-GL
           MOVE TRT-MONTANT-FACTURES (TVAD-RX) TO TVAD-A-MONTANT-FACT
           WRITE RPTTVA-LIGNE FROM TVAD-LIGNE-ANOMALIE.
       4510-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           CLOSE RPTTVA.
           MOVE TVAD-CNT-ECARTS TO TVAD-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING TVAD-NSUJ-PROGRAMME, TVAD-NSUJ-CLEF,
               TVAD-NSUJ-COMPTEUR.
           DISPLAY "FDINTVAD - RECEPTIONS EXPORTED.: "
                   TVAD-CNT-RECEPTIONS.
           DISPLAY "FDINTVAD - INVOICES LISTED.....: "
                   TVAD-CNT-FACTURES.
           DISPLAY "FDINTVAD - WITHOUT BREAKDOWN...: "
                   TVAD-CNT-SANS-VENTIL.
           DISPLAY "FDINTVAD - RECEPTIONS NOT TIED.: "
                   TVAD-CNT-ECARTS.
           MOVE TVAD-RC TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND THE ROW OF TVAD-WRK-CLE, OR OPEN   *
      *    ONE AT ITS PLACE IN KEY ORDER, LEAVING TVAD-POS ON IT       *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO TVAD-FOUND-SW
           PERFORM 7100-AVANCER THRU 7100-EXIT
               VARYING TVAD-POS FROM 1 BY 1
               UNTIL TVAD-POS > TVAD-CLE-COUNT
                  OR TCT-CLE (TVAD-POS) NOT < TVAD-WRK-CLE
           IF TVAD-POS NOT > TVAD-CLE-COUNT
               IF TCT-CLE (TVAD-POS) = TVAD-WRK-CLE
                   MOVE "Y" TO TVAD-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF TVAD-CLE-COUNT NOT < 999
               MOVE "Y" TO TVAD-CLE-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-DECALER THRU 7200-EXIT
               VARYING TVAD-SUB2 FROM TVAD-CLE-COUNT BY -1
               UNTIL TVAD-SUB2 < TVAD-POS
           ADD 1 TO TVAD-CLE-COUNT
           INITIALIZE TVAD-CLE-ENTRY (TVAD-POS)
           MOVE TVAD-WRK-CLE TO TCT-CLE (TVAD-POS)
           MOVE "Y" TO TVAD-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7100-AVANCER.
           CONTINUE.
       7100-EXIT.
           EXIT.
      *
       7200-DECALER.
           MOVE TVAD-CLE-ENTRY (TVAD-SUB2)
                TO TVAD-CLE-ENTRY (TVAD-SUB2 + 1).
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
