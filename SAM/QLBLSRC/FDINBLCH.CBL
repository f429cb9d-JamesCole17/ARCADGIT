      *         .                      WRITES REJECTS TO FDINAVIR    *
      *         .                      (SAME LAYOUT PLUS A REASON)   *
      *         .                      SO THEY CAN BE CORRECTED AND  *
      *         .                      RECYCLED INTO THE NEXT RUN.   *
      *         .                      THE DOCK APPOINTMENT QUOTED   *
      *         .                      ON THE NOTICE IS CHECKED      *
      *         .                      AGAINST FDINRDVC AND TIED TO  *
      *         .                      THE NEW RECEPTION; A NOTICE   *
      *         .                      WITH NO APPOINTMENT, OR ONE   *
      *         .                      ON AN FDINFERC HOLIDAY, IS    *
      *         .                      REJECTED OR OPENED AND        *
      *         .                      FLAGGED AS THE PARAMETER CARD *
      *         .                      SAYS.  THE FILE MUST PASS THE *
      *         .                      FDINCTLC HEADER/TRAILER,      *
      *         .                      SEQUENCE AND HASH CONTROL     *
      *         .                      FIRST - A REFUSED FILE IS NOT *
      *         .                      LOADED AT ALL (RC 8).  EVERY  *
      *         .                      REJECT, AND EVERY LOAD OF A   *
      *         .                      NOTICE ONCE REJECTED, GOES TO *
      *         .                      THE FDINSUSC SUSPENSE         *
      *         .                      REGISTER                      *
      * FILES USED.................: . FDINAVIS   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINRECP   - UPDATE (EXTEND)  *
      *         .                      FDINAVIR   - OUTPUT (REJECTS) *
      *         .                      FDINRDVC   - UPDATE           *
      *         .                      FDINBLCP   - INPUT (PARAMETER)*
      *         .                      RPTBLC     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINEVTJ, FDINSTAJ, *
      *         .                      ACBDT000, FDINCTLC, FDINSUSC  *
      * NOTICE RECORD..............: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-27 CLEF GENERALE       *
      *         .                      POS 28-29 TYPE RECEPTION      *
      *         .                      POS 35-37 LINE COUNT          *
      *         .                      POS 38-45 DELIVERY DATE       *
      *         .                      CCYYMMDD                      *
      *         .                      POS 46-52 DOCK APPOINTMENT    *
      *         .                      (FDINRDVC BOOKING NUMBER)     *
      *         .                      HEADER/TRAILER AS IN WKCTLINT,*
      *         .                      HASH = SUM OF THE LINE COUNTS *
      * PARAMETER CARD.............: . POS 01    NO APPOINTMENT OR   *
      *         .                      HOLIDAY APPOINTMENT - R =     *
      *         .                      REJECT, F = OPEN AND FLAG     *
      *         .                      (DEFAULT F)                   *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  02/09/26  JFC  2500-PREOUVRIR INITIALIZES THE NEW GL          *
      *                 ACKNOWLEDGMENT FIELDS (FREC-GL-ACK/REFERENCE/  *
      *                 ACK-DATE) ON EVERY PRE-OPENED RECEPTION.       *
      *  15/10/26  JFC  THE NOTICE ORDER NUMBER IS NOW KEPT ON THE     *
      *                 RECEPTION (FREC-NO-ORDRE) FOR THE FDINBRAP     *
      *                 BON MATCHING AGAINST THE FDINCMDL ORDER LINES. *
      *  15/10/26  JFC  DOCK APPOINTMENT ON THE NOTICE (POS 46-52)     *
      *                 CHECKED AGAINST FDINRDVC AND LINKED TO THE     *
      *                 PRE-OPENED RECEPTION.  NO APPOINTMENT OR A     *
      *                 HOLIDAY ONE IS REJECTED OR FLAGGED PER THE     *
      *                 NEW FDINBLCP PARAMETER CARD.                   *
      *  15/10/26  JFC  FDINAVIS NOW CARRIES A HEADER AND A TRAILER,   *
      *                 CHECKED BY FDINCTLC BEFORE FDINRECP IS TOUCHED.*
      *                 A REPLAYED, OUT-OF-SEQUENCE, TRUNCATED OR      *
      *                 OUT-OF-BALANCE FILE IS REFUSED WHOLE.  A       *
      *                 CORRECTED FDINAVIR IS RESENT UNDER ITS OWN     *
      *                 SENDER WITH ITS OWN HEADER AND TRAILER.        *
      *  15/10/26  JFC  2500-PREOUVRIR ZEROES THE NEW GL EXPORT BATCH  *
      *                 AND AMOUNT (FREC-GL-LOT, FREC-GL-MONTANT).     *
      *  15/10/26  JFC  REJECTED NOTICES ARE TRACKED ACROSS RUNS ON THE*
      *                 FDINSUSP SUSPENSE REGISTER THROUGH FDINSUSC -  *
      *                 A NOTICE THAT LOADS AFTER A REJECT IS CLEARED. *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN BLCH-RC AND SET AT THE *
      *                 END, SO THE CALLED PROGRAMS NO LONGER CLEAR    *
      *                 THE RC 8 OF A FAILED OPEN OR WRITE, NOR THE RC *
      *                 4 OF A BOOKING NOT LINKED.                     *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINBLCH.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAVIR.
           SELECT FDINRDVC ASSIGN TO FDINRDVC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRDV-NO-RDV
               ALTERNATE RECORD KEY IS FRDV-CRENEAU
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS FRDV-NORECEPT
                   WITH DUPLICATES
               FILE STATUS IS FS-FDINRDVC.
           SELECT FDINBLCP ASSIGN TO FDINBLCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINBLCP.
           SELECT RPTBLC ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTBLC.
      *
           05  AVIS-NO-ORDRE              PIC X(05).
           05  AVIS-NB-LIGNES             PIC X(03).
           05  AVIS-DATE-LIVRAISON        PIC 9(08).
           05  AVIS-NO-RDV                PIC 9(07).
           05  FILLER                     PIC X(28).
      *
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
           05  AVIR-AVIS                  PIC X(80).
           05  AVIR-MOTIF                 PIC X(30).
           05  FILLER                     PIC X(02).
      *
       COPY FDINRDVC.
      *
       FD  FDINBLCP  LABEL RECORD STANDARD
                     RECORD 80.
       01  BLCP-CARTE.
           05  BLCP-SANS-RDV              PIC X(01).
           05  FILLER                     PIC X(79).
      *
       FD  RPTBLC   LABEL RECORD STANDARD
                    RECORD 132.
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINAVIR                    PIC X(02) VALUE "00".
       77  FS-FDINRDVC                    PIC X(02) VALUE "00".
       77  FS-FDINBLCP                    PIC X(02) VALUE "00".
       77  FS-RPTBLC                      PIC X(02) VALUE "00".
       77  BLCH-EOF-SW                    PIC X(01) VALUE "N".
           88  BLCH-EOF                   VALUE "Y".
       77  BLCH-REFUS-SW                  PIC X(01) VALUE "N".
           88  BLCH-REFUS                 VALUE "Y".
       77  BLCH-TODAY                     PIC 9(08).
       77  BLCH-MOTIF                     PIC X(30).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  BLCH-RC                        PIC S9(04) COMP VALUE ZERO.
      *****  NOTICE OPENED BUT FLAGGED ON THE REPORT (BLANK = CLEAN)
       77  BLCH-AVERT                     PIC X(30).
      *****  R = A NOTICE WITH NO APPOINTMENT, OR ONE ON A HOLIDAY,
      *****  IS REJECTED   F = IT IS OPENED AND FLAGGED
       77  BLCH-SANS-RDV-SW               PIC X(01) VALUE "F".
           88  BLCH-SANS-RDV-REJET        VALUE "R".
       77  BLCH-RDVC-OUVERT-SW            PIC X(01) VALUE "N".
           88  BLCH-RDVC-OUVERT           VALUE "Y".
      *****  Y = THE NOTICE'S APPOINTMENT IS TO BE TIED TO THE RECEPTION
       77  BLCH-RDV-LIER-SW               PIC X(01).
           88  BLCH-RDV-LIER              VALUE "Y".
       77  BLCH-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  BLCH-CNT-OUVERTES              PIC 9(07) COMP-3 VALUE ZERO.
       77  BLCH-CNT-REJETEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  BLCH-CNT-SIGNALEES             PIC 9(07) COMP-3 VALUE ZERO.
      *****  NEXT RECEPTION NUMBER - SEEDED FROM THE HIGHEST NUMBER
      *****  ALREADY ON FDINRECP
       77  BLCH-NORECEPT-SUIVANT          PIC 9(07) VALUE ZERO.
       77  BLCH-EVT-TERMINAL              PIC X(10) VALUE "*BATCH".
       77  BLCH-EVT-COMPLEMENT            PIC X(20).
       77  BLCH-STAT-EVENT                PIC X(01) VALUE "O".
      *****  CCYYMMDD TO THE CYYMMDD VIEW THE DATE SUBPROGRAM TAKES
       77  BLCH-DATE-TRAVAIL              PIC 9(08).
       01  BLCH-CYYMMDD.
           05  BLCH-CY-C                  PIC 9(01).
           05  BLCH-CY-AA                 PIC 9(02).
           05  BLCH-CY-MMDD               PIC 9(04).
       01  BLCH-CYYMMDD9 REDEFINES BLCH-CYYMMDD PIC 9(07).
       COPY WKDAT000.
      *****  COMMUNICATION WITH FDINCTLC
       COPY WKCTLINT.
      *****  COMMUNICATION WITH FDINSUSC
       COPY WKSUSINT.
      *
       01  BLCH-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF BLCH-REFUS
               MOVE BLCH-RC TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-AVIS-LOOP THRU 2000-EXIT
               UNTIL BLCH-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT BLCH-TODAY FROM DATE YYYYMMDD
           PERFORM 1050-CONTROLER-FICHIER THRU 1050-EXIT
           IF BLCH-REFUS
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-CHERCHER-DERNIER-NO THRU 1100-EXIT
           OPEN INPUT FDINAVIS.
           IF FS-FDINAVIS NOT = "00"
               DISPLAY "FDINBLCH - OPEN FDINAVIS FAILED - STATUS "
                       FS-FDINAVIS
               MOVE "Y" TO BLCH-EOF-SW
               MOVE 8 TO BLCH-RC
           END-IF
           OPEN INPUT FDINTYPREC.
           OPEN EXTEND FDINRECP.
               OPEN OUTPUT FDINRECP
           END-IF
           OPEN OUTPUT FDINAVIR.
           OPEN INPUT FDINBLCP.
           IF FS-FDINBLCP = "00"
               READ FDINBLCP
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BLCP-SANS-RDV = "R"
                           MOVE "R" TO BLCH-SANS-RDV-SW
                       END-IF
               END-READ
               CLOSE FDINBLCP
           END-IF
           OPEN I-O FDINRDVC.
           IF FS-FDINRDVC = "00"
               MOVE "Y" TO BLCH-RDVC-OUVERT-SW
           END-IF
           OPEN OUTPUT RPTBLC.
           MOVE SPACES TO RPTBLC-LIGNE
           MOVE "FDINBLCH - DELIVERY-NOTICE LOAD" TO RPTBLC-LIGNE
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1050-CONTROLER-FICHIER - THE WHOLE NOTICE FILE GOES ONCE    *
      *    THROUGH FDINCTLC.  A FILE THAT CANNOT BE OPENED IS LEFT TO  *
      *    THE NORMAL OPEN BELOW                                       *
      *----------------------------------------------------------------*
       1050-CONTROLER-FICHIER.
           OPEN INPUT FDINAVIS.
           IF FS-FDINAVIS NOT = "00"
               GO TO 1050-EXIT
           END-IF
           MOVE "FDINAVIS" TO WK-CTL-FLUX-ATTENDU
           MOVE "D" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           MOVE "E" TO WK-CTL-FONCTION
           PERFORM 1060-EXAMINER THRU 1060-EXIT
               UNTIL BLCH-EOF
           CLOSE FDINAVIS
           MOVE "N" TO BLCH-EOF-SW
           MOVE "V" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           IF NOT WK-CTL-FICHIER-ACCEPTE
               DISPLAY "FDINBLCH - FDINAVIS REFUSED - " WK-CTL-MOTIF
               MOVE "Y" TO BLCH-REFUS-SW
               MOVE 8 TO BLCH-RC
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1060-EXAMINER.
           READ FDINAVIS NEXT RECORD
               AT END
                   MOVE "Y" TO BLCH-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           MOVE AVIS-ENR TO WK-CTL-ENR
           MOVE ZERO TO WK-CTL-MONTANT
           IF AVIS-NB-LIGNES IS NUMERIC
               MOVE AVIS-NB-LIGNES TO BLCH-NB-LIGNES9
               MOVE BLCH-NB-LIGNES9 TO WK-CTL-MONTANT
           END-IF
           CALL "FDINCTLC" USING WK-CTL-INTERFACE.
       1060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1100-CHERCHER-DERNIER-NO - HIGHEST RECEPTION NUMBER ALREADY *
      *    TAKEN, SO PRE-OPENED RECEPTIONS NUMBER ON FROM IT           *
      *----------------------------------------------------------------*
                   MOVE "Y" TO BLCH-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE AVIS-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO BLCH-CNT-LUES
           PERFORM 2100-VALIDER-AVIS THRU 2100-EXIT
           IF BLCH-MOTIF = SPACES
               BLCH-FSK-MESSAGE
           IF BLCH-FSK-ACCEPTE NOT = "O"
               MOVE BLCH-FSK-MESSAGE (1:30) TO BLCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CONTROLER-RDV THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-CONTROLER-RDV - THE DOCK APPOINTMENT QUOTED ON THE     *
      *    NOTICE MUST BE THIS SUPPLIER'S, STILL FREE, AT THE TYPE'S   *
      *    ENTREPOT AND FOR THE DELIVERY DATE.  NONE AT ALL, OR ONE ON *
      *    A HOLIDAY, FOLLOWS THE FDINBLCP CARD                        *
      *----------------------------------------------------------------*
       2200-CONTROLER-RDV.
           MOVE SPACES TO BLCH-AVERT
           MOVE "N" TO BLCH-RDV-LIER-SW
           IF AVIS-NO-RDV IS NOT NUMERIC OR AVIS-NO-RDV = ZERO
               IF BLCH-SANS-RDV-REJET
                   MOVE "AVIS SANS RENDEZ-VOUS QUAI" TO BLCH-MOTIF
               ELSE
                   MOVE "PRE-OUVERTE - AVIS SANS RDV" TO BLCH-AVERT
               END-IF
               GO TO 2200-EXIT
           END-IF
           IF NOT BLCH-RDVC-OUVERT
               MOVE "FICHIER RDV INDISPONIBLE" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           MOVE AVIS-NO-RDV TO FRDV-NO-RDV
           READ FDINRDVC RECORD
               INVALID KEY
                   MOVE "RENDEZ-VOUS INCONNU" TO BLCH-MOTIF
                   GO TO 2200-EXIT
           END-READ
           IF FRDV-FOURNISSEUR NOT = AVIS-FOURNISSEUR
               MOVE "RDV D'UN AUTRE FOURNISSEUR" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           IF FRDV-ANNULE
               MOVE "RENDEZ-VOUS ANNULE" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           IF NOT FRDV-RESERVE
               MOVE "RENDEZ-VOUS DEJA UTILISE" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           IF FDIN-TYPREC-NOCID NOT = SPACES
               AND FRDV-ENTREPOT NOT = FDIN-TYPREC-NOCID
               MOVE "RDV HORS ENTREPOT DU TYPE" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
           IF AVIS-DATE-LIVRAISON IS NUMERIC
               AND AVIS-DATE-LIVRAISON NOT = ZERO
               AND AVIS-DATE-LIVRAISON NOT = FRDV-DATE
               MOVE "DATE RDV DIFFERENTE LIVRAISON" TO BLCH-MOTIF
               GO TO 2200-EXIT
           END-IF
      *****  A HOLIDAY CAN BE ADDED TO FDINFERC AFTER THE BOOKING WAS
      *****  TAKEN - ZERO BUSINESS DAYS ADDED JUST LOOKS THE DATE UP
           MOVE FRDV-DATE TO BLCH-DATE-TRAVAIL
           PERFORM 7100-PREPARER-CYYMMDD THRU 7100-EXIT
           MOVE FRDV-ENTREPOT TO WNO-ENTREPOT
           MOVE "A" TO WFONCTION
           MOVE ZERO TO WNBJOUR-OUVRABLES9
           CALL "ACBDT000" USING BLCH-CYYMMDD9, WKDAT000
           IF WNOM-FETE NOT = SPACES
               IF BLCH-SANS-RDV-REJET
                   MOVE "RENDEZ-VOUS UN JOUR FERIE" TO BLCH-MOTIF
                   GO TO 2200-EXIT
               END-IF
               MOVE "PRE-OUVERTE - RDV JOUR FERIE" TO BLCH-AVERT
           END-IF
           MOVE "Y" TO BLCH-RDV-LIER-SW.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-PREOUVRIR - THE CLEAN NOTICE BECOMES AN OPEN RECEPTION *
      *----------------------------------------------------------------*
       2500-PREOUVRIR.
           MOVE "N"              TO FREC-BON-RAPPROCHE
           MOVE "N"              TO FREC-FACT-RAPPROCHEE
           MOVE AVIS-FOURNISSEUR TO FREC-FOURNISSEUR
           MOVE AVIS-NO-ORDRE    TO FREC-NO-ORDRE
           MOVE "N"              TO FREC-LITIGE
           MOVE SPACES           TO FREC-LITIGE-MOTIF
           MOVE ZERO             TO FREC-LITIGE-DATE-DEB
           MOVE SPACES           TO FREC-GL-ACK
           MOVE SPACES           TO FREC-GL-REFERENCE
           MOVE ZERO             TO FREC-GL-ACK-DATE
           MOVE ZERO             TO FREC-GL-LOT
           MOVE ZERO             TO FREC-GL-MONTANT
           WRITE FREC-ENR
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINBLCH - WRITE FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE 8 TO BLCH-RC
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO BLCH-CNT-OUVERTES
           MOVE "C" TO WK-SUS-FONCTION
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           MOVE AVIS-CLEF-GEN TO BLCH-EVT-CLEF-GEN
           MOVE AVIS-CLEF-TYP TO BLCH-EVT-CLEF-TYP
           MOVE SPACES TO BLCH-EVT-COMPLEMENT
           MOVE AVIS-FOURNISSEUR   TO BLCH-D-FOURNISSEUR
           MOVE FREC-CLEF-TYPREC   TO BLCH-D-CLEF
           MOVE FREC-NORECEPT      TO BLCH-D-NORECEPT
           IF BLCH-AVERT = SPACES
               MOVE "RECEPTION PRE-OUVERTE" TO BLCH-D-MESSAGE
           ELSE
               MOVE BLCH-AVERT TO BLCH-D-MESSAGE
               ADD 1 TO BLCH-CNT-SIGNALEES
           END-IF
           WRITE RPTBLC-LIGNE FROM BLCH-LIGNE-DETAIL
           IF BLCH-RDV-LIER
               PERFORM 2600-LIER-RDV THRU 2600-EXIT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-LIER-RDV - THE APPOINTMENT NOW BELONGS TO THE NEW      *
      *    RECEPTION AND CANNOT BE QUOTED BY ANOTHER NOTICE            *
      *----------------------------------------------------------------*
       2600-LIER-RDV.
           MOVE AVIS-NO-RDV TO FRDV-NO-RDV
           READ FDINRDVC RECORD
               INVALID KEY
                   GO TO 2600-EXIT
           END-READ
           MOVE "L"           TO FRDV-STATUT
           MOVE FREC-NORECEPT TO FRDV-NORECEPT
           REWRITE FRDV-ENR
           IF FS-FDINRDVC NOT = "00"
               DISPLAY "FDINBLCH - REWRITE FDINRDVC FAILED - STATUS "
                       FS-FDINRDVC
               IF BLCH-RC < 4
                   MOVE 4 TO BLCH-RC
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-REJETER - TO THE RECYCLABLE ERROR FILE AND THE REPORT  *
      *----------------------------------------------------------------*
       2800-REJETER.
           MOVE BLCH-MOTIF TO AVIR-MOTIF
           WRITE AVIR-ENR
           ADD 1 TO BLCH-CNT-REJETEES
           MOVE "R"        TO WK-SUS-FONCTION
           MOVE BLCH-MOTIF TO WK-SUS-MOTIF
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           MOVE SPACES TO BLCH-LIGNE-DETAIL
           MOVE AVIS-FOURNISSEUR TO BLCH-D-FOURNISSEUR
           MOVE AVIS-CLEF-GEN    TO BLCH-D-CLEF (1:18)
           CLOSE FDINTYPREC.
           CLOSE FDINRECP.
           CLOSE FDINAVIR.
           IF BLCH-RDVC-OUVERT
               CLOSE FDINRDVC
           END-IF
           MOVE "F" TO WK-SUS-FONCTION
           CALL "FDINSUSC" USING WK-SUS-INTERFACE
           MOVE SPACES TO RPTBLC-LIGNE
           WRITE RPTBLC-LIGNE
           MOVE BLCH-CNT-LUES     TO BLCH-T-LUES
                   BLCH-CNT-OUVERTES.
           DISPLAY "FDINBLCH - NOTICES REJECTED....: "
                   BLCH-CNT-REJETEES.
           DISPLAY "FDINBLCH - OPENED WITH A FLAG..: "
                   BLCH-CNT-SIGNALEES.
           MOVE BLCH-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-CYYMMDD - CCYYMMDD TO THE CYYMMDD VIEW THE     *
      *    DATE SUBPROGRAM TAKES (C: 0=19XX, 1=20XX)                    *
      *----------------------------------------------------------------*
       7100-PREPARER-CYYMMDD.
           IF BLCH-DATE-TRAVAIL (1:2) = "19"
               MOVE 0 TO BLCH-CY-C
           ELSE
               MOVE 1 TO BLCH-CY-C
           END-IF
           MOVE BLCH-DATE-TRAVAIL (3:2) TO BLCH-CY-AA
           MOVE BLCH-DATE-TRAVAIL (5:4) TO BLCH-CY-MMDD.
       7100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-SUSPENS - THE NOTICE TO THE SUSPENSE REGISTER.  ITS    *
      *    IDENTITY IS SUPPLIER + TYPE + ORDER NUMBER + DELIVERY DATE, *
      *    SO A NOTICE CORRECTED IN ANY OTHER FIELD FINDS ITS SUSPENSE *
      *----------------------------------------------------------------*
       7200-SUSPENS.
           MOVE "FDINAVIS"       TO WK-SUS-SOURCE
           MOVE SPACES           TO WK-SUS-IDENT
           MOVE AVIS-FOURNISSEUR TO WK-SUS-IDENT (1:9)
           MOVE AVIS-CLEF-TYP    TO WK-SUS-IDENT (10:2)
           MOVE AVIS-NO-ORDRE    TO WK-SUS-IDENT (12:5)
           MOVE AVIS-ENR (38:8)  TO WK-SUS-IDENT (17:8)
           MOVE AVIS-FOURNISSEUR TO WK-SUS-FOURNISSEUR
           CALL "FDINSUSC" USING WK-SUS-INTERFACE.
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
