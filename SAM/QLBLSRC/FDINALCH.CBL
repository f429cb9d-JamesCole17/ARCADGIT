      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINALCH                      *
      * TYPE OF PROGRAM............: . BATCH INTERFACE LOAD          *
      * FUNCTION...................: . READS THE SUPPLIER CREDIT     *
      *         .                      NOTE (AVOIR) FILE FDINAVOE,   *
      *         .                      CHECKS EACH SUPPLIER THROUGH  *
      *         .                      BPFSKCHK AND SETTLES THE      *
      *         .                      CLAIM IT PAYS BACK - AN OPEN  *
      *         .                      FDINDBN DEBIT NOTE OR A       *
      *         .                      CLOSED FDINRTRN RETURN OF THE *
      *         .                      SAME SUPPLIER, FOUND BY THE   *
      *         .                      REFERENCE QUOTED ON THE       *
      *         .                      CREDIT NOTE, OR WHEN NONE IS  *
      *         .                      QUOTED BY THE AMOUNT STILL    *
      *         .                      OWED.  THE CLAIM IS MARKED    *
      *         .                      RECOVERED (O) OR PARTLY       *
      *         .                      RECOVERED (P) AND PARTIAL     *
      *         .                      RECOVERIES ARE REPORTED WITH  *
      *         .                      WHAT IS STILL OWED.  REJECTS  *
      *         .                      GO TO FDINAVOR (SAME LAYOUT   *
      *         .                      PLUS A REASON) FOR CORRECTION *
      *         .                      AND RECYCLING, AS FDINFLCH    *
      *         .                      DOES WITH FDINFACR            *
      * FILES USED.................: . FDINAVOE - INPUT              *
      *         .                      FDINAVOR - OUTPUT (REJECTS)   *
      *         .                      FDINDBN  - UPDATE             *
      *         .                      FDINRTRN - UPDATE             *
      *         .                      RPTALC   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINNSUJ            *
      * CREDIT NOTE RECORD.........: . POS 01-09 SUPPLIER            *
      *         .                      POS 10-19 CREDIT NOTE NUMBER  *
      *         .                      POS 20-27 CREDIT NOTE DATE    *
      *         .                      CCYYMMDD                      *
      *         .                      POS 28-37 AMOUNT 99999999V99  *
      *         .                      (HOME CURRENCY)               *
      *         .                      POS 38    D = DEBIT NOTE      *
      *         .                      R = RETURN, BLANK = NO        *
      *         .                      REFERENCE QUOTED              *
      *         .                      POS 39-45 FDBN-NODEBIT OR     *
      *         .                      FRTN-NORETOUR QUOTED          *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - CREDIT NOTE LOAD SETTLING    *
      *                 DEBIT NOTES AND RETURNS, WITH RECYCLABLE       *
      *                 REJECTS.                                       *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN ALCH-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINALCH.
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
           SELECT FDINAVOE ASSIGN TO FDINAVOE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAVOE.
           SELECT FDINAVOR ASSIGN TO FDINAVOR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAVOR.
           SELECT FDINDBN ASSIGN TO FDINDBN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDBN-NODEBIT
               FILE STATUS IS FS-FDINDBN.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT RPTALC ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTALC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FDINAVOE  LABEL RECORD STANDARD
                     RECORD 80.
       01  AVOE-ENR.
           05  AVOE-FOURNISSEUR           PIC X(09).
           05  AVOE-NOAVOIR               PIC X(10).
           05  AVOE-DATE-AVOIR            PIC 9(08).
           05  AVOE-MONTANT               PIC 9(8)V9(2).
           05  AVOE-TYPE-REF              PIC X(01).
               88  AVOE-REF-NOTE          VALUE "D".
               88  AVOE-REF-RETOUR        VALUE "R".
               88  AVOE-SANS-REF          VALUE " ".
           05  AVOE-REFERENCE             PIC 9(07).
           05  FILLER                     PIC X(35).
      *
      *****  REJECTED CREDIT NOTES - THE FIRST 80 BYTES ARE THE CREDIT
      *****  NOTE AS RECEIVED, SO A CORRECTED FDINAVOR FEEDS THE NEXT
      *****  RUN
       FD  FDINAVOR  LABEL RECORD STANDARD
                     RECORD 112.
       01  AVOR-ENR.
           05  AVOR-AVOIR                 PIC X(80).
           05  AVOR-MOTIF                 PIC X(30).
           05  FILLER                     PIC X(02).
      *
       COPY FDINDBN.
       COPY FDINRTRN.
      *
       FD  RPTALC   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTALC-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINAVOE                    PIC X(02) VALUE "00".
       77  FS-FDINAVOR                    PIC X(02) VALUE "00".
       77  FS-FDINDBN                     PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-RPTALC                      PIC X(02) VALUE "00".
       77  ALCH-EOF-SW                    PIC X(01) VALUE "N".
           88  ALCH-EOF                   VALUE "Y".
       77  ALCH-SCAN-FIN-SW               PIC X(01).
           88  ALCH-SCAN-FIN              VALUE "Y".
      *****  RAISED ONCE THE CLAIM FILE IS OPEN - A FILE THAT COULD
      *****  NOT BE OPENED FINDS NO CLAIM AND ITS CREDIT NOTES RECYCLE
       77  ALCH-DBN-OUVERT-SW             PIC X(01) VALUE "N".
           88  ALCH-DBN-OUVERT            VALUE "Y".
       77  ALCH-RTN-OUVERT-SW             PIC X(01) VALUE "N".
           88  ALCH-RTN-OUVERT            VALUE "Y".
      *****  D = DEBIT NOTE , R = RETURN - THE CLAIM FOUND
       77  ALCH-CREANCE                   PIC X(01).
       77  ALCH-MOTIF                     PIC X(30).
       77  ALCH-MONTANT-CREANCE           PIC 9(8)V9(2).
       77  ALCH-DEJA-RECUP                PIC 9(8)V9(2).
       77  ALCH-RESTE-DU                  PIC 9(8)V9(2).
       77  ALCH-CNT-LUES                  PIC 9(07) COMP-3 VALUE ZERO.
       77  ALCH-CNT-SOLDEES               PIC 9(07) COMP-3 VALUE ZERO.
       77  ALCH-CNT-PARTIELLES            PIC 9(07) COMP-3 VALUE ZERO.
       77  ALCH-CNT-REJETEES              PIC 9(07) COMP-3 VALUE ZERO.
       77  ALCH-TOT-RECUPERE              PIC 9(10)V9(2) VALUE ZERO.
      *****  COMMUNICATION WITH BPFSKCHK - A BLOCKED SUPPLIER MAY STILL
      *****  PAY US BACK, ONLY AN UNKNOWN ONE IS REFUSED
       77  ALCH-FSK-CLEF                  PIC X(09).
       77  ALCH-FSK-ACCEPTE               PIC X(01).
       77  ALCH-FSK-MESSAGE               PIC X(40).
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  ALCH-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINALCH".
       77  ALCH-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  ALCH-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  ALCH-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  ALCH-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-NOAVOIR             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-MONTANT             PIC ZZZZZZZ9.99.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-CREANCE             PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  ALCH-D-REFERENCE           PIC 9(07).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-MESSAGE             PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  ALCH-D-RESTE               PIC ZZZZZZZ9.99.
       01  ALCH-LIGNE-TOTAL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(39)
               VALUE "CREDIT NOTES READ / SETTLED / PARTIAL /".
           05  FILLER                     PIC X(11)
               VALUE " REJECTED :".
           05  ALCH-T-LUES                PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  ALCH-T-SOLDEES             PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  ALCH-T-PARTIELLES          PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE " / ".
           05  ALCH-T-REJETEES            PIC ZZZZZZ9.
       01  ALCH-LIGNE-MONTANT.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(30)
               VALUE "AMOUNT RECOVERED THIS RUN    :".
           05  ALCH-T-RECUPERE            PIC ZZZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AVOIR-LOOP THRU 2000-EXIT
               UNTIL ALCH-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT FDINAVOE.
           IF FS-FDINAVOE NOT = "00"
               DISPLAY "FDINALCH - OPEN FDINAVOE FAILED - STATUS "
                       FS-FDINAVOE
               MOVE "Y" TO ALCH-EOF-SW
               MOVE 8 TO ALCH-RC
           END-IF
           OPEN I-O FDINDBN.
           IF FS-FDINDBN = "00"
               MOVE "Y" TO ALCH-DBN-OUVERT-SW
           ELSE
               DISPLAY "FDINALCH - OPEN FDINDBN FAILED - STATUS "
                       FS-FDINDBN
           END-IF
           OPEN I-O FDINRTRN.
           IF FS-FDINRTRN = "00"
               MOVE "Y" TO ALCH-RTN-OUVERT-SW
           ELSE
               DISPLAY "FDINALCH - OPEN FDINRTRN FAILED - STATUS "
                       FS-FDINRTRN
           END-IF
           OPEN OUTPUT FDINAVOR.
           OPEN OUTPUT RPTALC.
           MOVE SPACES TO RPTALC-LIGNE
           MOVE "FDINALCH - SUPPLIER CREDIT NOTE LOAD" TO RPTALC-LIGNE
           WRITE RPTALC-LIGNE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-AVOIR-LOOP                                             *
      *----------------------------------------------------------------*
       2000-AVOIR-LOOP.
           READ FDINAVOE NEXT RECORD
               AT END
                   MOVE "Y" TO ALCH-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO ALCH-CNT-LUES
           PERFORM 2100-VALIDER-AVOIR THRU 2100-EXIT
           IF ALCH-MOTIF = SPACES
               PERFORM 2200-RAPPROCHER THRU 2200-EXIT
           END-IF
           IF ALCH-MOTIF = SPACES
               PERFORM 2500-IMPUTER THRU 2500-EXIT
           ELSE
               PERFORM 2800-REJETER THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-VALIDER-AVOIR - BLANK MOTIF = CLEAN CREDIT NOTE         *
      *----------------------------------------------------------------*
       2100-VALIDER-AVOIR.
           MOVE SPACES TO ALCH-MOTIF
           IF AVOE-NOAVOIR = SPACES
               MOVE "REFERENCE AVOIR ABSENTE" TO ALCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           IF AVOE-DATE-AVOIR NOT NUMERIC
               OR AVOE-DATE-AVOIR = ZERO
               MOVE "DATE AVOIR INVALIDE" TO ALCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           IF AVOE-MONTANT NOT NUMERIC OR AVOE-MONTANT = ZERO
               MOVE "MONTANT INVALIDE" TO ALCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           IF NOT AVOE-REF-NOTE AND NOT AVOE-REF-RETOUR
               AND NOT AVOE-SANS-REF
               MOVE "TYPE DE REFERENCE INVALIDE" TO ALCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           IF NOT AVOE-SANS-REF
               AND (AVOE-REFERENCE NOT NUMERIC
                    OR AVOE-REFERENCE = ZERO)
               MOVE "REFERENCE CREANCE INVALIDE" TO ALCH-MOTIF
               GO TO 2100-EXIT
           END-IF
           MOVE AVOE-FOURNISSEUR TO ALCH-FSK-CLEF
           CALL "BPFSKCHK" USING ALCH-FSK-CLEF, ALCH-FSK-ACCEPTE,
               ALCH-FSK-MESSAGE
           IF ALCH-FSK-ACCEPTE NOT = "O"
               AND ALCH-FSK-MESSAGE = "FOURNISSEUR INCONNU"
               MOVE ALCH-FSK-MESSAGE (1:30) TO ALCH-MOTIF
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-RAPPROCHER - FIND THE CLAIM THE CREDIT NOTE PAYS BACK. *
      *    A QUOTED REFERENCE MUST BE A CLAIM OF THE SAME SUPPLIER     *
      *    STILL OWED AT LEAST THE AMOUNT; WITHOUT ONE, THE FIRST      *
      *    CLAIM OF THE SUPPLIER STILL OWED EXACTLY THE AMOUNT         *
      *----------------------------------------------------------------*
       2200-RAPPROCHER.
           MOVE SPACES TO ALCH-CREANCE
           EVALUATE TRUE
               WHEN AVOE-REF-NOTE
                   PERFORM 2300-LIRE-NOTE THRU 2300-EXIT
               WHEN AVOE-REF-RETOUR
                   PERFORM 2400-LIRE-RETOUR THRU 2400-EXIT
               WHEN OTHER
                   PERFORM 2600-CHERCHER-NOTE THRU 2600-EXIT
                   IF ALCH-CREANCE = SPACES
                       PERFORM 2700-CHERCHER-RETOUR THRU 2700-EXIT
                   END-IF
                   IF ALCH-CREANCE = SPACES
                       MOVE "AUCUNE CREANCE AU MEME MONTANT"
                            TO ALCH-MOTIF
                   END-IF
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *
       2300-LIRE-NOTE.
           IF NOT ALCH-DBN-OUVERT
               MOVE "NOTE DE DEBIT INCONNUE" TO ALCH-MOTIF
               GO TO 2300-EXIT
           END-IF
           MOVE AVOE-REFERENCE TO FDBN-NODEBIT
           READ FDINDBN RECORD
               INVALID KEY
                   MOVE "NOTE DE DEBIT INCONNUE" TO ALCH-MOTIF
                   GO TO 2300-EXIT
           END-READ
           IF FDBN-FOURNISSEUR NOT = AVOE-FOURNISSEUR
               MOVE "NOTE D'UN AUTRE FOURNISSEUR" TO ALCH-MOTIF
               GO TO 2300-EXIT
           END-IF
           IF FDBN-REF-RECUP = AVOE-NOAVOIR
               MOVE "AVOIR DEJA IMPUTE" TO ALCH-MOTIF
               GO TO 2300-EXIT
           END-IF
           IF FDBN-RECUPEREE
               MOVE "NOTE DEJA RECUPEREE" TO ALCH-MOTIF
               GO TO 2300-EXIT
           END-IF
           PERFORM 7000-RESTE-NOTE THRU 7000-EXIT
           IF AVOE-MONTANT > ALCH-RESTE-DU
               MOVE "MONTANT SUPERIEUR AU RESTE DU" TO ALCH-MOTIF
               GO TO 2300-EXIT
           END-IF
           MOVE "D" TO ALCH-CREANCE.
       2300-EXIT.
           EXIT.
      *
       2400-LIRE-RETOUR.
           IF NOT ALCH-RTN-OUVERT
               MOVE "RETOUR INCONNU" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           MOVE AVOE-REFERENCE TO FRTN-NORETOUR
           READ FDINRTRN RECORD
               INVALID KEY
                   MOVE "RETOUR INCONNU" TO ALCH-MOTIF
                   GO TO 2400-EXIT
           END-READ
           IF FRTN-FOURNISSEUR NOT = AVOE-FOURNISSEUR
               MOVE "RETOUR D'UN AUTRE FOURNISSEUR" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           IF NOT FRTN-CLOS
               MOVE "RETOUR NON CLOS" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           IF FRTN-REF-RECUP = AVOE-NOAVOIR
               MOVE "AVOIR DEJA IMPUTE" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           IF FRTN-RECUPERE
               MOVE "RETOUR DEJA RECUPERE" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           PERFORM 7100-RESTE-RETOUR THRU 7100-EXIT
           IF AVOE-MONTANT > ALCH-RESTE-DU
               MOVE "MONTANT SUPERIEUR AU RESTE DU" TO ALCH-MOTIF
               GO TO 2400-EXIT
           END-IF
           MOVE "R" TO ALCH-CREANCE.
       2400-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-IMPUTER - THE CREDIT NOTE IS SET AGAINST THE CLAIM     *
      *    FOUND; SHORT OF THE FULL AMOUNT THE CLAIM STAYS PARTIAL     *
      *----------------------------------------------------------------*
       2500-IMPUTER.
           COMPUTE ALCH-RESTE-DU = ALCH-RESTE-DU - AVOE-MONTANT
           IF ALCH-CREANCE = "D"
               COMPUTE FDBN-MONTANT-RECUP =
                       ALCH-DEJA-RECUP + AVOE-MONTANT
               IF ALCH-RESTE-DU = ZERO
                   MOVE "O" TO FDBN-RECUP
               ELSE
                   MOVE "P" TO FDBN-RECUP
               END-IF
               MOVE AVOE-DATE-AVOIR TO FDBN-DATE-RECUP
               MOVE AVOE-NOAVOIR    TO FDBN-REF-RECUP
               MOVE FDBN-NODEBIT    TO ALCH-D-REFERENCE
               REWRITE FDBN-ENR
               IF FS-FDINDBN NOT = "00"
                   DISPLAY
                       "FDINALCH - REWRITE FDINDBN FAILED - STATUS "
                           FS-FDINDBN
                   MOVE 8 TO ALCH-RC
                   MOVE "MISE A JOUR NOTE IMPOSSIBLE" TO ALCH-MOTIF
                   PERFORM 2800-REJETER THRU 2800-EXIT
                   GO TO 2500-EXIT
               END-IF
           ELSE
               COMPUTE FRTN-MONTANT-RECUP =
                       ALCH-DEJA-RECUP + AVOE-MONTANT
               IF ALCH-RESTE-DU = ZERO
                   MOVE "O" TO FRTN-RECUP
               ELSE
                   MOVE "P" TO FRTN-RECUP
               END-IF
               MOVE AVOE-DATE-AVOIR TO FRTN-DATE-RECUP
               MOVE AVOE-NOAVOIR    TO FRTN-REF-RECUP
               MOVE FRTN-NORETOUR   TO ALCH-D-REFERENCE
               REWRITE FRTN-ENR
               IF FS-FDINRTRN NOT = "00"
                   DISPLAY
                       "FDINALCH - REWRITE FDINRTRN FAILED - STATUS "
                           FS-FDINRTRN
                   MOVE 8 TO ALCH-RC
                   MOVE "MISE A JOUR RETOUR IMPOSSIBLE" TO ALCH-MOTIF
                   PERFORM 2800-REJETER THRU 2800-EXIT
                   GO TO 2500-EXIT
               END-IF
           END-IF
           ADD AVOE-MONTANT TO ALCH-TOT-RECUPERE
           MOVE AVOE-FOURNISSEUR TO ALCH-D-FOURNISSEUR
           MOVE AVOE-NOAVOIR     TO ALCH-D-NOAVOIR
           MOVE AVOE-MONTANT     TO ALCH-D-MONTANT
           MOVE ALCH-CREANCE     TO ALCH-D-CREANCE
           MOVE ALCH-RESTE-DU    TO ALCH-D-RESTE
           IF ALCH-RESTE-DU = ZERO
               ADD 1 TO ALCH-CNT-SOLDEES
               MOVE "CREANCE SOLDEE" TO ALCH-D-MESSAGE
           ELSE
               ADD 1 TO ALCH-CNT-PARTIELLES
               MOVE "** RECUPERATION PARTIELLE - RESTE DU **"
                    TO ALCH-D-MESSAGE
           END-IF
           WRITE RPTALC-LIGNE FROM ALCH-LIGNE-DETAIL.
       2500-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2600-CHERCHER-NOTE - NO REFERENCE QUOTED: THE FIRST DEBIT   *
      *    NOTE OF THE SUPPLIER STILL OWED EXACTLY THE AMOUNT          *
      *----------------------------------------------------------------*
       2600-CHERCHER-NOTE.
           IF NOT ALCH-DBN-OUVERT
               GO TO 2600-EXIT
           END-IF
           MOVE "N"  TO ALCH-SCAN-FIN-SW
           MOVE ZERO TO FDBN-NODEBIT
           START FDINDBN KEY IS NOT LESS THAN FDBN-NODEBIT
               INVALID KEY
                   MOVE "Y" TO ALCH-SCAN-FIN-SW
           END-START
           PERFORM 2610-LIRE-UNE-NOTE THRU 2610-EXIT
               UNTIL ALCH-SCAN-FIN.
       2600-EXIT.
           EXIT.
      *
       2610-LIRE-UNE-NOTE.
           READ FDINDBN NEXT RECORD
               AT END
                   MOVE "Y" TO ALCH-SCAN-FIN-SW
                   GO TO 2610-EXIT
           END-READ
           IF FDBN-FOURNISSEUR NOT = AVOE-FOURNISSEUR
               OR FDBN-RECUPEREE
               OR FDBN-REF-RECUP = AVOE-NOAVOIR
               GO TO 2610-EXIT
           END-IF
           PERFORM 7000-RESTE-NOTE THRU 7000-EXIT
           IF ALCH-RESTE-DU = AVOE-MONTANT
               MOVE "D" TO ALCH-CREANCE
               MOVE "Y" TO ALCH-SCAN-FIN-SW
           END-IF.
       2610-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2700-CHERCHER-RETOUR - THE SAME, OVER THE CLOSED RETURNS    *
      *----------------------------------------------------------------*
       2700-CHERCHER-RETOUR.
           IF NOT ALCH-RTN-OUVERT
               GO TO 2700-EXIT
           END-IF
           MOVE "N"  TO ALCH-SCAN-FIN-SW
           MOVE ZERO TO FRTN-NORETOUR
           START FDINRTRN KEY IS NOT LESS THAN FRTN-NORETOUR
               INVALID KEY
                   MOVE "Y" TO ALCH-SCAN-FIN-SW
           END-START
           PERFORM 2710-LIRE-UN-RETOUR THRU 2710-EXIT
               UNTIL ALCH-SCAN-FIN.
       2700-EXIT.
           EXIT.
      *
       2710-LIRE-UN-RETOUR.
           READ FDINRTRN NEXT RECORD
               AT END
                   MOVE "Y" TO ALCH-SCAN-FIN-SW
                   GO TO 2710-EXIT
           END-READ
           IF FRTN-FOURNISSEUR NOT = AVOE-FOURNISSEUR
               OR NOT FRTN-CLOS
               OR FRTN-RECUPERE
               OR FRTN-REF-RECUP = AVOE-NOAVOIR
               GO TO 2710-EXIT
           END-IF
           PERFORM 7100-RESTE-RETOUR THRU 7100-EXIT
           IF ALCH-RESTE-DU = AVOE-MONTANT
               MOVE "R" TO ALCH-CREANCE
               MOVE "Y" TO ALCH-SCAN-FIN-SW
           END-IF.
       2710-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2800-REJETER - TO THE RECYCLABLE ERROR FILE AND THE REPORT  *
      *----------------------------------------------------------------*
       2800-REJETER.
           MOVE AVOE-ENR   TO AVOR-AVOIR
           MOVE ALCH-MOTIF TO AVOR-MOTIF
           WRITE AVOR-ENR
           ADD 1 TO ALCH-CNT-REJETEES
           MOVE SPACES TO ALCH-LIGNE-DETAIL
           MOVE AVOE-FOURNISSEUR TO ALCH-D-FOURNISSEUR
           MOVE AVOE-NOAVOIR     TO ALCH-D-NOAVOIR
           MOVE ZERO             TO ALCH-D-MONTANT
           MOVE ALCH-MOTIF       TO ALCH-D-MESSAGE
           WRITE RPTALC-LIGNE FROM ALCH-LIGNE-DETAIL.
       2800-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINAVOE = "00" OR FS-FDINAVOE = "10"
               CLOSE FDINAVOE
           END-IF
           IF ALCH-DBN-OUVERT
               CLOSE FDINDBN
           END-IF
           IF ALCH-RTN-OUVERT
               CLOSE FDINRTRN
           END-IF
           CLOSE FDINAVOR.
           MOVE SPACES TO RPTALC-LIGNE
           WRITE RPTALC-LIGNE
           MOVE ALCH-CNT-LUES       TO ALCH-T-LUES
           MOVE ALCH-CNT-SOLDEES    TO ALCH-T-SOLDEES
           MOVE ALCH-CNT-PARTIELLES TO ALCH-T-PARTIELLES
           MOVE ALCH-CNT-REJETEES   TO ALCH-T-REJETEES
           WRITE RPTALC-LIGNE FROM ALCH-LIGNE-TOTAL
           MOVE ALCH-TOT-RECUPERE   TO ALCH-T-RECUPERE
           WRITE RPTALC-LIGNE FROM ALCH-LIGNE-MONTANT
           CLOSE RPTALC.
           MOVE ALCH-CNT-PARTIELLES TO ALCH-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING ALCH-NSUJ-PROGRAMME, ALCH-NSUJ-CLEF,
               ALCH-NSUJ-COMPTEUR.
           DISPLAY "FDINALCH - CREDIT NOTES READ...: " ALCH-CNT-LUES.
           DISPLAY "FDINALCH - CLAIMS SETTLED......: "
                   ALCH-CNT-SOLDEES.
           DISPLAY "FDINALCH - PARTIAL RECOVERIES..: "
                   ALCH-CNT-PARTIELLES.
           DISPLAY "FDINALCH - CREDIT NOTES REJECTED: "
                   ALCH-CNT-REJETEES.
           MOVE ALCH-RC TO RETURN-CODE.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000/7100 - WHAT THE CLAIM IN THE RECORD AREA IS STILL OWED *
      *----------------------------------------------------------------*
       7000-RESTE-NOTE.
           MOVE FDBN-MONTANT TO ALCH-MONTANT-CREANCE
           MOVE ZERO         TO ALCH-DEJA-RECUP
           IF FDBN-MONTANT-RECUP IS NUMERIC
               MOVE FDBN-MONTANT-RECUP TO ALCH-DEJA-RECUP
           END-IF
           PERFORM 7900-CALCULER-RESTE THRU 7900-EXIT.
       7000-EXIT.
           EXIT.
      *
       7100-RESTE-RETOUR.
           MOVE FRTN-MONTANT TO ALCH-MONTANT-CREANCE
           MOVE ZERO         TO ALCH-DEJA-RECUP
           IF FRTN-MONTANT-RECUP IS NUMERIC
               MOVE FRTN-MONTANT-RECUP TO ALCH-DEJA-RECUP
           END-IF
           PERFORM 7900-CALCULER-RESTE THRU 7900-EXIT.
       7100-EXIT.
           EXIT.
      *
       7900-CALCULER-RESTE.
           IF ALCH-DEJA-RECUP NOT < ALCH-MONTANT-CREANCE
               MOVE ZERO TO ALCH-RESTE-DU
           ELSE
               COMPUTE ALCH-RESTE-DU =
                       ALCH-MONTANT-CREANCE - ALCH-DEJA-RECUP
           END-IF.
       7900-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
