      *         .                      THE RUN JOURNALS THE SAI      *
      *         .                      EVENT.  REJECTS GO TO A       *
      *         .                      CORRECTABLE REJECT FILE THE   *
      *         .                      WAY FDINBLCH HANDLES NOTICES. *
      *         .                      THE STORE A LINE IS DELIVERED *
      *         .                      TO IS CHECKED AGAINST         *
      *         .                      FDINMAGC AS FDIN-TYPREC-      *
      *         .                      MAGLIG ASKS (O = ALWAYS, 9/6  *
      *         .                      = FOR A 9996X SUPPLIER, 6     *
      *         .                      ALSO CHECKS THE STORE'S       *
      *         .                      REGION AGAINST THE TYPE'S     *
      *         .                      ENTREPOT, F = OPTIONAL).  THE *
      *         .                      PA OF A CLEAN LINE IS COMPARED*
      *         .                      WITH THE SUPPLIER'S AGREED    *
      *         .                      PRICE IN FORCE ON THE         *
      *         .                      RECEPTION DATE (FDINTRFC) -   *
      *         .                      BEYOND THE TYPE'S TOL-TARIF   *
      *         .                      THE LINE IS STILL WRITTEN BUT *
      *         .                      FLAGGED FRLG-HORS-TARIF.      *
      *         .                      THE FILE MUST PASS THE        *
      *         .                      FDINCTLC HEADER/TRAILER,      *
      *         .                      SEQUENCE AND HASH CONTROL     *
      *         .                      FIRST - A REFUSED FILE IS NOT *
      *         .                      LOADED AT ALL (RC 8).  EVERY  *
      *         .                      REJECT, AND EVERY LOAD OF A   *
      *         .                      LINE ONCE REJECTED, GOES TO   *
      *         .                      THE FDINSUSC SUSPENSE         *
      *         .                      REGISTER                      *
      * FILES USED.................: . FDINRSAF   - INPUT (LINES)    *
      *         .                      FDINRECP   - INPUT            *
      *         .                      FDINTYPREC - INPUT            *
      *         .                      FDINMAGC   - INPUT            *
      *         .                      FDINTRFC   - INPUT            *
      *         .                      FDINRLIG   - UPDATE           *
      *         .                      FDINRSAR   - OUTPUT (REJECTS) *
      *         .                      RPTRSA     - OUTPUT (PRINTER) *
      * PROGRAMS CALLED............: . FDINEVTJ, FDINCTLC, FDINSUSC  *
      * LINE RECORD................: . POS 01-07 RECEPTION NUMBER    *
      *         .                      POS 08-10 LINE NUMBER         *
      *         .                      POS 11-23 PRODUCT CODE        *
      *         .                      POS 39-46 PR 999999V99        *
      *         .                      POS 47-48 RAYON               *
      *         .                      POS 49-58 OPERATOR            *
      *         .                      POS 59-63 STORE DELIVERED     *
      *         .                      HEADER/TRAILER AS IN WKCTLINT,*
      *         .                      HASH = SUM OF THE QUANTITIES  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *                 ONLY THE PER-RECEPTION LINE COUNTERS AND THE   *
      *                 SAI-JOURNALED FLAGS, AND THE EXISTING LINES    *
      *                 ARE COUNTED PER RECEPTION ON FIRST ENCOUNTER.  *
      *  15/10/26  JFC  STORE DELIVERED KEYED AT 59-63, CHECKED AGAINST*
      *                 FDINMAGC PER FDIN-TYPREC-MAGLIG AND CARRIED TO *
      *                 FRLG-MAGASIN FOR THE CROSS-DOCK DISPATCH.      *
      *  15/10/26  JFC  PA CHECKED AGAINST THE FDINTRFC AGREED PRICE   *
      *                 WITHIN FDIN-TYPREC-TOL-TARIF - AN OFF-PRICE    *
      *                 LINE IS WRITTEN FLAGGED FRLG-HORS-TARIF.       *
      *  15/10/26  JFC  FDINRSAF NOW CARRIES A HEADER AND A TRAILER,   *
      *                 CHECKED BY FDINCTLC BEFORE FDINRECP IS TOUCHED.*
      *                 A REPLAYED, OUT-OF-SEQUENCE, TRUNCATED OR      *
      *                 OUT-OF-BALANCE FILE IS REFUSED WHOLE.  A       *
      *                 CORRECTED FDINRSAR IS RESENT UNDER ITS OWN     *
      *                 SENDER WITH ITS OWN HEADER AND TRAILER.        *
      *  15/10/26  JFC  REJECTED LINES ARE TRACKED ACROSS RUNS ON THE  *
      *                 FDINSUSP SUSPENSE REGISTER THROUGH FDINSUSC -  *
      *                 A LINE THAT LOADS AFTER A REJECT IS CLEARED.   *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN RSAI-RC AND SET AT THE *
      *                 END, SO THE CLOSING FDINSUSC CALL NO LONGER    *
      *                 CLEARS THE RC 8 OF A FAILED OPEN.              *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRSAI.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDIN-TYPREC-CLEF
               FILE STATUS IS FS-FDINTYPREC.
           SELECT FDINMAGC ASSIGN TO FDINMAGC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FMAG-MAGASIN
               FILE STATUS IS FS-FDINMAGC.
           SELECT FDINTRFC ASSIGN TO FDINTRFC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FTRF-CLEF
               FILE STATUS IS FS-FDINTRFC.
           SELECT FDINRLIG ASSIGN TO FDINRLIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05  LIG-PR                     PIC 9(6)V9(2).
           05  LIG-RAYON                  PIC X(02).
           05  LIG-OPERATEUR              PIC X(10).
           05  LIG-MAGASIN                PIC X(05).
           05  FILLER                     PIC X(17).
      *
       COPY FDINRECP.
       FD  FDINTYPREC   LABEL RECORD STANDARD.
       COPY FDINTYPREC.
       COPY FDINMAGC.
       COPY FDINTRFC.
       COPY FDINRLIG.
      *
      *****  REJECTED LINES - THE FIRST 80 BYTES ARE THE LINE AS
       77  FS-FDINRSAF                    PIC X(02) VALUE "00".
       77  FS-FDINRECP                    PIC X(02) VALUE "00".
       77  FS-FDINTYPREC                  PIC X(02) VALUE "00".
       77  FS-FDINMAGC                    PIC X(02) VALUE "00".
       77  FS-FDINTRFC                    PIC X(02) VALUE "00".
       77  FS-FDINRLIG                    PIC X(02) VALUE "00".
       77  FS-FDINRSAR                    PIC X(02) VALUE "00".
       77  FS-RPTRSA                      PIC X(02) VALUE "00".
       77  RSAI-EOF-SW                    PIC X(01) VALUE "N".
           88  RSAI-EOF                   VALUE "Y".
       77  RSAI-REFUS-SW                  PIC X(01) VALUE "N".
           88  RSAI-REFUS                 VALUE "Y".
       77  RSAI-LIG-EOF-SW                PIC X(01).
           88  RSAI-LIG-EOF               VALUE "Y".
       77  RSAI-TODAY                     PIC 9(08).
       77  RSAI-MOTIF                     PIC X(30).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  RSAI-RC                        PIC S9(04) COMP VALUE ZERO.
       77  RSAI-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  RSAI-CNT-ECRITES               PIC 9(07) COMP-3 VALUE ZERO.
       77  RSAI-CNT-REJETEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  RSAI-CNT-HORS-TARIF            PIC 9(07) COMP-3 VALUE ZERO.
       77  RSAI-FOUND-SW                  PIC X(01).
           88  RSAI-FOUND                 VALUE "Y".
       77  RSAI-WRK-NORECEPT              PIC 9(07).
       77  RSAI-MAG-EXIGE-SW              PIC X(01).
           88  RSAI-MAG-EXIGE             VALUE "Y".
       77  RSAI-MLIG9                     PIC 9(03).
      *****  PA/PR RATIO WORK FIELDS - THE DIVISION KEEPS TWO
      *****  DECIMALS, SAME PRECISION AS THE FDIN-TYPREC LIMITS
       77  RSAI-RATIO                     PIC 9(5)V9(2).
       77  RSAI-LIMITE                    PIC 9(3)V9(2).
      *****  AGREED-PRICE CHECK - THE PRICE IN FORCE ON THE RECEPTION
      *****  DATE, THE GAP KEYED AND THE GAP THE TYPE ALLOWS
       77  RSAI-TRFC-OUVERT-SW            PIC X(01) VALUE "N".
           88  RSAI-TRFC-OUVERT           VALUE "Y".
       77  RSAI-TRF-EOF-SW                PIC X(01).
           88  RSAI-TRF-EOF               VALUE "Y".
       77  RSAI-TRF-FOUND-SW              PIC X(01).
           88  RSAI-TRF-FOUND             VALUE "Y".
       77  RSAI-HORS-TARIF-SW             PIC X(01).
           88  RSAI-HORS-TARIF            VALUE "O".
       77  RSAI-DATE-REF                  PIC 9(08).
       77  RSAI-PRIX-CONVENU              PIC 9(6)V9(2).
       77  RSAI-ECART                     PIC 9(6)V9(2).
       77  RSAI-ECART-MAXI                PIC 9(6)V9(2).
      *
      *****  PER-RECEPTION WORK ENTRIES, CREATED AS THE RECEPTIONS ARE
      *****  ENCOUNTERED - LINE COUNT AGAINST MLIG (EXISTING FDINRLIG
           05  RSAI-T-ECRITES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  RSAI-T-REJETEES            PIC ZZZZZZ9.
       01  RSAI-LIGNE-TARIF.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(33)
               VALUE "LINES WRITTEN WITH PA OFF TARIF :".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  RSAI-T-HORS-TARIF          PIC ZZZZZZ9.
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
           IF RSAI-REFUS
               MOVE RSAI-RC TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF
           PERFORM 2000-LIGNE-LOOP THRU 2000-EXIT
               UNTIL RSAI-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT RSAI-TODAY FROM DATE YYYYMMDD
           PERFORM 1050-CONTROLER-FICHIER THRU 1050-EXIT
           IF RSAI-REFUS
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINRECP.
           IF FS-FDINRECP NOT = "00"
               DISPLAY "FDINRSAI - OPEN FDINRECP FAILED - STATUS "
                       FS-FDINRECP
               MOVE "Y" TO RSAI-EOF-SW
               MOVE 8 TO RSAI-RC
           END-IF
           OPEN INPUT FDINRSAF.
           IF FS-FDINRSAF NOT = "00"
               DISPLAY "FDINRSAI - OPEN FDINRSAF FAILED - STATUS "
                       FS-FDINRSAF
               MOVE "Y" TO RSAI-EOF-SW
               MOVE 8 TO RSAI-RC
           END-IF
           OPEN INPUT FDINTYPREC.
           OPEN INPUT FDINMAGC.
      *****  NO PRICE LIST YET - THE LINES ARE LOADED UNCHECKED
           OPEN INPUT FDINTRFC.
           IF FS-FDINTRFC = "00"
               MOVE "Y" TO RSAI-TRFC-OUVERT-SW
           END-IF
           OPEN I-O FDINRLIG.
           IF FS-FDINRLIG NOT = "00"
               OPEN OUTPUT FDINRLIG
               DISPLAY "FDINRSAI - OPEN FDINRLIG FAILED - STATUS "
                       FS-FDINRLIG
               MOVE "Y" TO RSAI-EOF-SW
               MOVE 8 TO RSAI-RC
           END-IF
           OPEN OUTPUT FDINRSAR.
           OPEN OUTPUT RPTRSA.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1050-CONTROLER-FICHIER - THE WHOLE LINE FILE GOES ONCE      *
      *    THROUGH FDINCTLC.  A FILE THAT CANNOT BE OPENED IS LEFT TO  *
      *    THE OPEN THAT FOLLOWS IN 1000-INITIALIZE                    *
      *----------------------------------------------------------------*
       1050-CONTROLER-FICHIER.
           OPEN INPUT FDINRSAF.
           IF FS-FDINRSAF NOT = "00"
               GO TO 1050-EXIT
           END-IF
           MOVE "FDINRSAF" TO WK-CTL-FLUX-ATTENDU
           MOVE "D" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           MOVE "E" TO WK-CTL-FONCTION
           PERFORM 1060-EXAMINER THRU 1060-EXIT
               UNTIL RSAI-EOF
           CLOSE FDINRSAF
           MOVE "N" TO RSAI-EOF-SW
           MOVE "V" TO WK-CTL-FONCTION
           CALL "FDINCTLC" USING WK-CTL-INTERFACE
           IF NOT WK-CTL-FICHIER-ACCEPTE
               DISPLAY "FDINRSAI - FDINRSAF REFUSED - " WK-CTL-MOTIF
               MOVE "Y" TO RSAI-REFUS-SW
               MOVE 8 TO RSAI-RC
           END-IF.
       1050-EXIT.
           EXIT.
      *
       1060-EXAMINER.
           READ FDINRSAF NEXT RECORD
               AT END
                   MOVE "Y" TO RSAI-EOF-SW
                   GO TO 1060-EXIT
           END-READ
           MOVE LIG-ENR TO WK-CTL-ENR
           MOVE ZERO TO WK-CTL-MONTANT
           IF LIG-QUANTITE IS NUMERIC
               MOVE LIG-QUANTITE TO WK-CTL-MONTANT
           END-IF
           CALL "FDINCTLC" USING WK-CTL-INTERFACE.
       1060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-LIGNE-LOOP                                              *
      *----------------------------------------------------------------*
       2000-LIGNE-LOOP.
                   MOVE "Y" TO RSAI-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           MOVE LIG-ENR TO WK-CTL-ENR
           IF WK-CTL-EST-ENTETE OR WK-CTL-EST-FIN
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO RSAI-CNT-LUES
           PERFORM 2100-VALIDER-LIGNE THRU 2100-EXIT
           IF RSAI-MOTIF = SPACES
                   GO TO 2100-EXIT
               END-IF
           END-IF
           PERFORM 2300-CONTROLER-MAGASIN THRU 2300-EXIT
           IF RSAI-MOTIF NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CONTROLER-RATIOS THRU 2200-EXIT
           IF RSAI-MOTIF NOT = SPACES
               GO TO 2100-EXIT
           END-IF
           PERFORM 2400-CONTROLER-TARIF THRU 2400-EXIT.
       2100-EXIT.
           EXIT.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2300-CONTROLER-MAGASIN - THE STORE DELIVERED, AS THE TYPE'S  *
      *    MAGLIG ASKS : O = REQUIRED, 9 = REQUIRED FOR A 9996X         *
      *    SUPPLIER, 6 = AS 9 AND THE STORE MUST BELONG TO THE REGION   *
      *    OF THE TYPE'S ENTREPOT, F = OPTIONAL, BLANK = NOT KEYED      *
      *----------------------------------------------------------------*
       2300-CONTROLER-MAGASIN.
           MOVE "N" TO RSAI-MAG-EXIGE-SW
           EVALUATE FDIN-TYPREC-MAGLIG
               WHEN "O"
                   MOVE "Y" TO RSAI-MAG-EXIGE-SW
               WHEN "9"
               WHEN "6"
                   IF FREC-FOURNISSEUR (1:4) = "9996"
                       MOVE "Y" TO RSAI-MAG-EXIGE-SW
                   END-IF
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   IF LIG-MAGASIN NOT = SPACES
                       MOVE "MAGASIN NON GERE PAR LE TYPE" TO RSAI-MOTIF
                   END-IF
                   GO TO 2300-EXIT
           END-EVALUATE
           IF LIG-MAGASIN = SPACES
               IF RSAI-MAG-EXIGE
                   MOVE "MAGASIN LIVRE OBLIGATOIRE" TO RSAI-MOTIF
               END-IF
               GO TO 2300-EXIT
           END-IF
           IF FS-FDINMAGC NOT = "00" AND FS-FDINMAGC NOT = "23"
               MOVE "FICHIER MAGASINS INDISPONIBLE" TO RSAI-MOTIF
               GO TO 2300-EXIT
           END-IF
           MOVE LIG-MAGASIN TO FMAG-MAGASIN
           READ FDINMAGC RECORD
               INVALID KEY
                   MOVE "MAGASIN INCONNU" TO RSAI-MOTIF
                   GO TO 2300-EXIT
           END-READ
           IF NOT FMAG-OUVERT
               MOVE "MAGASIN FERME" TO RSAI-MOTIF
               GO TO 2300-EXIT
           END-IF
           IF FDIN-TYPREC-MAGLIG = "6"
               AND FMAG-ENTREPOT NOT = FDIN-TYPREC-NOCID
               MOVE "MAGASIN HORS REGION DU TYPE" TO RSAI-MOTIF
           END-IF.
       2300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2400-CONTROLER-TARIF - PA AGAINST THE AGREED PRICE IN FORCE  *
      *    ON THE RECEPTION DATE.  A ZERO TOL-TARIF OR NO PRICE ON FILE *
      *    MEANS NO CHECK.  AN OFF-PRICE LINE IS FLAGGED, NOT REJECTED -*
      *    THE GOODS ARE ON THE DOCK, THE PRICE IS FOR PURCHASING       *
      *----------------------------------------------------------------*
       2400-CONTROLER-TARIF.
           MOVE "N" TO RSAI-HORS-TARIF-SW
           IF NOT RSAI-TRFC-OUVERT
               GO TO 2400-EXIT
           END-IF
           IF FDIN-TYPREC-TOL-TARIF9 IS NOT NUMERIC
               OR FDIN-TYPREC-TOL-TARIF9 = ZERO
               GO TO 2400-EXIT
           END-IF
           MOVE FREC-DATE-RECEPT TO RSAI-DATE-REF
           IF FREC-DATE-RECEPT IS NOT NUMERIC
               OR FREC-DATE-RECEPT = ZERO
               MOVE RSAI-TODAY TO RSAI-DATE-REF
           END-IF
           MOVE "N" TO RSAI-TRF-FOUND-SW
           MOVE "N" TO RSAI-TRF-EOF-SW
           MOVE FREC-FOURNISSEUR TO FTRF-FOURNISSEUR
           MOVE LIG-PRODUIT      TO FTRF-PRODUIT
           MOVE ZERO             TO FTRF-DATE-EFFET
           START FDINTRFC KEY IS NOT LESS THAN FTRF-CLEF
               INVALID KEY
                   MOVE "Y" TO RSAI-TRF-EOF-SW
           END-START
           PERFORM 2410-LIRE-TARIF THRU 2410-EXIT
               UNTIL RSAI-TRF-EOF
           IF NOT RSAI-TRF-FOUND
               GO TO 2400-EXIT
           END-IF
           IF LIG-PA > RSAI-PRIX-CONVENU
               COMPUTE RSAI-ECART = LIG-PA - RSAI-PRIX-CONVENU
           ELSE
               COMPUTE RSAI-ECART = RSAI-PRIX-CONVENU - LIG-PA
           END-IF
           COMPUTE RSAI-ECART-MAXI ROUNDED =
               RSAI-PRIX-CONVENU * FDIN-TYPREC-TOL-TARIF9 / 100
           IF RSAI-ECART > RSAI-ECART-MAXI
               MOVE "O" TO RSAI-HORS-TARIF-SW
           END-IF.
       2400-EXIT.
           EXIT.
      *
      *****  THE ROWS OF THE PRODUCT COME IN EFFECTIVE-DATE ORDER - THE
      *****  LAST ONE NOT AFTER THE RECEPTION DATE IS THE PRICE IN FORCE
       2410-LIRE-TARIF.
           READ FDINTRFC NEXT RECORD
               AT END
                   MOVE "Y" TO RSAI-TRF-EOF-SW
                   GO TO 2410-EXIT
           END-READ
           IF FTRF-FOURNISSEUR NOT = FREC-FOURNISSEUR
               OR FTRF-PRODUIT NOT = LIG-PRODUIT
               OR FTRF-DATE-EFFET > RSAI-DATE-REF
               MOVE "Y" TO RSAI-TRF-EOF-SW
               GO TO 2410-EXIT
           END-IF
           MOVE FTRF-PRIX TO RSAI-PRIX-CONVENU
           MOVE "Y" TO RSAI-TRF-FOUND-SW.
       2410-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-ECRIRE-LIGNE - THE CLEAN LINE TAKES ITS PLACE IN THE    *
      *    DETAIL FILE; THE RECEPTION'S FIRST LINE OF THE RUN JOURNALS  *
      *    THE SAI EVENT                                               *
           MOVE LIG-RAYON      TO FRLG-RAYON
           MOVE RSAI-TODAY     TO FRLG-DATE-SAISIE
           MOVE LIG-OPERATEUR  TO FRLG-OPERATEUR
           MOVE LIG-MAGASIN    TO FRLG-MAGASIN
           MOVE RSAI-HORS-TARIF-SW TO FRLG-HORS-TARIF
           WRITE FRLG-ENR
               INVALID KEY
                   MOVE "LIGNE DEJA SAISIE" TO RSAI-MOTIF
                   GO TO 2500-EXIT
           END-WRITE
           ADD 1 TO RSAI-CNT-ECRITES
           MOVE "C" TO WK-SUS-FONCTION
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           IF RSAI-HORS-TARIF
               ADD 1 TO RSAI-CNT-HORS-TARIF
           END-IF
      *****  THE FREC RECORD AREA STILL HOLDS THE RECEPTION READ IN
      *****  2100 - ITS TYPE KEY STAMPS THE SAI EVENT.  A RECEPTION
      *****  THE FULL TABLE COULD NOT TRACK JOURNALS ON EVERY LINE
           MOVE FRLG-NOLIGNE  TO RSAI-D-NOLIGNE
           MOVE FRLG-PRODUIT  TO RSAI-D-PRODUIT
           MOVE "LIGNE ENREGISTREE" TO RSAI-D-MESSAGE
           IF RSAI-HORS-TARIF
               MOVE "LIGNE ENREGISTREE - PA HORS TARIF"
                    TO RSAI-D-MESSAGE
           END-IF
           WRITE RPTRSA-LIGNE FROM RSAI-LIGNE-DETAIL.
       2500-EXIT.
           EXIT.
           MOVE RSAI-MOTIF TO RSAR-MOTIF
           WRITE RSAR-ENR
           ADD 1 TO RSAI-CNT-REJETEES
           MOVE "R"        TO WK-SUS-FONCTION
           MOVE RSAI-MOTIF TO WK-SUS-MOTIF
           PERFORM 7200-SUSPENS THRU 7200-EXIT
           MOVE SPACES TO RSAI-LIGNE-DETAIL
           MOVE "/" TO RSAI-LIGNE-DETAIL (10:1)
           IF LIG-NORECEPT IS NUMERIC
               CLOSE FDINRECP
           END-IF
           CLOSE FDINTYPREC.
           IF FS-FDINMAGC = "00" OR FS-FDINMAGC = "23"
               CLOSE FDINMAGC
           END-IF
           IF RSAI-TRFC-OUVERT
               CLOSE FDINTRFC
           END-IF
           CLOSE FDINRLIG.
           CLOSE FDINRSAR.
           MOVE "F" TO WK-SUS-FONCTION
           CALL "FDINSUSC" USING WK-SUS-INTERFACE
           MOVE SPACES TO RPTRSA-LIGNE
           WRITE RPTRSA-LIGNE
           IF RSAI-RCP-PLEIN-SW = "Y"
           MOVE RSAI-CNT-ECRITES   TO RSAI-T-ECRITES
           MOVE RSAI-CNT-REJETEES  TO RSAI-T-REJETEES
           WRITE RPTRSA-LIGNE FROM RSAI-LIGNE-TOTAL
           MOVE RSAI-CNT-HORS-TARIF TO RSAI-T-HORS-TARIF
           WRITE RPTRSA-LIGNE FROM RSAI-LIGNE-TARIF
           CLOSE RPTRSA.
           DISPLAY "FDINRSAI - LINES READ..........: " RSAI-CNT-LUES.
           DISPLAY "FDINRSAI - LINES WRITTEN.......: "
                   RSAI-CNT-ECRITES.
           DISPLAY "FDINRSAI - LINES REJECTED......: "
                   RSAI-CNT-REJETEES.
           DISPLAY "FDINRSAI - PA OFF TARIF........: "
                   RSAI-CNT-HORS-TARIF.
           MOVE RSAI-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
           ADD 1 TO SLT-CNT-LIGNES (RSAI-RX).
       7110-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-SUSPENS - THE LINE TO THE SUSPENSE REGISTER.  ITS      *
      *    IDENTITY IS RECEPTION + LINE NUMBER AS KEYED; THE SUPPLIER  *
      *    IS THE RECEPTION'S, WHEN THE RECEPTION COULD BE READ        *
      *----------------------------------------------------------------*
       7200-SUSPENS.
           MOVE "FDINRSAF"     TO WK-SUS-SOURCE
           MOVE SPACES         TO WK-SUS-IDENT
           MOVE LIG-ENR (1:10) TO WK-SUS-IDENT (1:10)
           MOVE SPACES         TO WK-SUS-FOURNISSEUR
           IF LIG-NORECEPT IS NUMERIC
               AND FS-FDINRECP = "00"
               AND FREC-NORECEPT = LIG-NORECEPT
               MOVE FREC-FOURNISSEUR TO WK-SUS-FOURNISSEUR
           END-IF
           CALL "FDINSUSC" USING WK-SUS-INTERFACE.
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
