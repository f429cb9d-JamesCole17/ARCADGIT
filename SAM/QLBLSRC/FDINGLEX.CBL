      *         .                      ACCOUNTING TIES TO THE GL     *
      *         .                      POSTING.  INVOICE AMOUNTS     *
      *         .                      COME FROM THE FDINFREG        *
      *         .                      REGISTRY.  EACH RUN IS ONE    *
      *         .                      NUMBERED BATCH (FDINGLLT) -   *
      *         .                      THE NUMBER HEADS THE FDINGLIF *
      *         .                      FILE AND IS STAMPED ON EVERY  *
      *         .                      ROW EXPORTED, SO FDINGLAN CAN *
      *         .                      CANCEL AND RESEND A WHOLE     *
      *         .                      BATCH.  A RECEPTION REOPENED  *
      *         .                      BY FDINGLAN OR REJECTED BY    *
      *         .                      THE GL (FDINGLAK) GOES OUT IN *
      *         .                      THE RUN PERIOD, WHATEVER THE  *
      *         .                      PERIOD OF ITS RFA EVENT       *
      * FILES USED.................: . FDINRECP   - UPDATE           *
      *         .                      FDINREVT   - INPUT            *
      *         .                      FDINFREG   - INPUT            *
      *         .                      FDINPERC   - INPUT            *
      *         .                      FDINDBN    - UPDATE           *
      *         .                      FDINRTRN   - UPDATE           *
      *         .                      FDINGLLT   - UPDATE           *
      *         .                      RPTGLE     - OUTPUT (PRINTER) *
      * PARAMETER CARD.............: . POS 01-06 PERIOD CCYYMM       *
      *         .                      (BLANK/ZERO = CURRENT MONTH)  *
      *  02/09/26  JFC  9999-EXIT NOW ENDS WITH GOBACK SO THE PROGRAM  *
      *                 CAN BE DRIVEN BY THE FDINPLND JOB-PLAN DRIVER  *
      *                 AS WELL AS SUBMITTED STANDALONE.               *
      *  15/10/26  JFC  EVERY RUN TAKES THE NEXT BATCH NUMBER ON THE   *
      *                 NEW FDINGLLT REGISTER, WRITES IT ON A HEADER   *
      *                 RECORD (FGLI-SENS H) AHEAD OF THE ENTRIES AND  *
      *                 STAMPS IT ON EVERY RECEPTION, DEBIT NOTE AND   *
      *                 RETURN IT SENDS (THE RECEPTION ALSO KEEPS THE  *
      *                 AMOUNT SENT).  THE REGISTER ROW CARRIES THE    *
      *                 COUNTS AND AMOUNTS OF THE BATCH.               *
      *  15/10/26  JFC  A RECEPTION WHOSE BATCH FDINGLAN CANCELLED     *
      *                 (FREC-GL-EXPORT A) OR WHOSE ENTRY THE GL       *
      *                 REJECTED IS RESENT IN THE RUN PERIOD, WHATEVER *
      *                 THE PERIOD OF ITS RFA EVENT - IT WAS NEVER     *
      *                 PICKED UP AGAIN BEFORE.                        *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINGLEX.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINGLLT ASSIGN TO FDINGLLT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGLL-LOT
               FILE STATUS IS FS-FDINGLLT.
           SELECT RPTGLE ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTGLE.
      *
           05  FGLI-MONTANT               PIC 9(8)V9(2).
           05  FGLI-PERIODE               PIC 9(06).
           05  FILLER                     PIC X(04).
      *****  HEADER - FIRST RECORD OF THE FILE, THE BATCH OF THE RUN
       01  FGLI-ENTETE.
      *****  H = HEADER
           05  FGLI-H-SENS                PIC X(01).
           05  FGLI-H-COMPTE              PIC X(03).
           05  FGLI-H-LOT                 PIC 9(05).
           05  FGLI-H-DATE                PIC 9(08).
           05  FGLI-H-HEURE               PIC 9(06).
           05  FGLI-H-PERIODE             PIC 9(06).
           05  FILLER                     PIC X(35).
      *
       FD  FDINGLEP  LABEL RECORD STANDARD
                     RECORD 80.
       COPY FDINPERC.
       COPY FDINDBN.
       COPY FDINRTRN.
       COPY FDINGLLT.
      *
       FD  RPTGLE   LABEL RECORD STANDARD
                    RECORD 132.
       77  GLEX-CNT-NOTES                 PIC 9(07) COMP-3 VALUE ZERO.
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  GLEX-CNT-RETOURS               PIC 9(07) COMP-3 VALUE ZERO.
       77  FS-FDINGLLT                    PIC X(02) VALUE "00".
       77  FS-RPTGLE                      PIC X(02) VALUE "00".
       77  GLEX-EOF-SW                    PIC X(01) VALUE "N".
           88  GLEX-EOF                   VALUE "Y".
       77  GLEX-ECRITURES-OK-SW           PIC X(01).
           88  GLEX-ECRITURES-OK          VALUE "Y".
       77  GLEX-CNT-SANS-MONTANT          PIC 9(07) COMP-3 VALUE ZERO.
       77  GLEX-CNT-RENVOYEES             PIC 9(07) COMP-3 VALUE ZERO.
       77  GLEX-RENVOI-SW                 PIC X(01).
           88  GLEX-RENVOI                VALUE "Y".
      *****  SET WHEN FDINREVT OR FDINFREG COULD NOT BE READ - THE
      *****  EXPORT PHASE IS THEN MEANINGLESS AND DOES NOT RUN
       77  GLEX-CHARGEMENT-KO-SW          PIC X(01) VALUE "N".
      *****  THE RUN IS REFUSED OUTRIGHT, NOTHING IS EXPORTED
       77  GLEX-PERIODE-CLOSE-SW          PIC X(01) VALUE "N".
           88  GLEX-PERIODE-CLOSE         VALUE "Y".
      *****  BATCH OF THE RUN - SET WHEN NO NUMBER COULD BE TAKEN ON
      *****  FDINGLLT, THE RUN THEN EXPORTS NOTHING
       77  GLEX-LOT                       PIC 9(05) VALUE ZERO.
       77  GLEX-HEURE                     PIC 9(08).
       77  GLEX-LOT-KO-SW                 PIC X(01) VALUE "N".
           88  GLEX-LOT-KO                VALUE "Y".
       77  GLEX-MT-RECEPT                 PIC 9(10)V9(2) VALUE ZERO.
       77  GLEX-MT-NOTES                  PIC 9(10)V9(2) VALUE ZERO.
       77  GLEX-MT-RETOURS                PIC 9(10)V9(2) VALUE ZERO.
      *
      *****  RFA (FACTURE RAPPROCHEE) EVENT DATES PER RECEPTION
       01  GLEX-RFA-TABLE.
               PERFORM 3000-CHARGER-REGISTRE THRU 3000-EXIT
           END-IF
           IF NOT GLEX-CHARGEMENT-KO AND NOT GLEX-PERIODE-CLOSE
               AND NOT GLEX-LOT-KO
               PERFORM 4000-EXPORTER THRU 4000-EXIT
               PERFORM 4800-EXPORTER-NOTES THRU 4800-EXIT
               PERFORM 4900-EXPORTER-RETOURS THRU 4900-EXIT
                TO RPTGLE-LIGNE
           MOVE GLEX-PERIODE TO RPTGLE-LIGNE (43:6)
           WRITE RPTGLE-LIGNE
           PERFORM 1100-CONTROLER-PERIODE THRU 1100-EXIT
           IF NOT GLEX-PERIODE-CLOSE
               PERFORM 1200-PRENDRE-LOT THRU 1200-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
      *
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1200-PRENDRE-LOT - THE RUN'S BATCH IS THE HIGHEST NUMBER ON *
      *    FDINGLLT PLUS ONE; IT HEADS THE INTERFACE FILE.  THE        *
      *    REGISTER STAYS OPEN FOR THE ROW WRITTEN AT THE END          *
      *----------------------------------------------------------------*
       1200-PRENDRE-LOT.
           OPEN I-O FDINGLLT.
           IF FS-FDINGLLT NOT = "00"
               OPEN OUTPUT FDINGLLT
               CLOSE FDINGLLT
               OPEN I-O FDINGLLT
           END-IF
           IF FS-FDINGLLT NOT = "00"
               DISPLAY "FDINGLEX - OPEN FDINGLLT FAILED - STATUS "
                       FS-FDINGLLT
               PERFORM 1290-LOT-EN-ERREUR THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO GLEX-EOF-SW
           PERFORM 1210-LIRE-UN-LOT THRU 1210-EXIT
               UNTIL GLEX-EOF
           MOVE "N" TO GLEX-EOF-SW
           IF GLEX-LOT >= 99999
               DISPLAY "FDINGLEX - NO BATCH NUMBER AVAILABLE"
               CLOSE FDINGLLT
               PERFORM 1290-LOT-EN-ERREUR THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           ADD 1 TO GLEX-LOT
           ACCEPT GLEX-HEURE FROM TIME
           MOVE SPACES       TO FGLI-ENTETE
           MOVE "H"          TO FGLI-H-SENS
           MOVE "LOT"        TO FGLI-H-COMPTE
           MOVE GLEX-LOT     TO FGLI-H-LOT
           MOVE GLEX-TODAY   TO FGLI-H-DATE
           MOVE GLEX-HEURE (1:6) TO FGLI-H-HEURE
           MOVE GLEX-PERIODE TO FGLI-H-PERIODE
           WRITE FGLI-ENTETE
           IF FS-FDINGLIF NOT = "00"
               DISPLAY "FDINGLEX - WRITE FDINGLIF FAILED - STATUS "
                       FS-FDINGLIF
               CLOSE FDINGLLT
               PERFORM 1290-LOT-EN-ERREUR THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE SPACES TO RPTGLE-LIGNE
           MOVE "  BATCH NUMBER" TO RPTGLE-LIGNE
           MOVE GLEX-LOT TO RPTGLE-LIGNE (17:5)
           WRITE RPTGLE-LIGNE.
       1200-EXIT.
           EXIT.
      *
       1210-LIRE-UN-LOT.
           READ FDINGLLT NEXT RECORD
               AT END
                   MOVE "Y" TO GLEX-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF FGLL-LOT > GLEX-LOT
               MOVE FGLL-LOT TO GLEX-LOT
           END-IF.
       1210-EXIT.
           EXIT.
      *
       1290-LOT-EN-ERREUR.
           MOVE "Y" TO GLEX-LOT-KO-SW
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO RPTGLE-LIGNE
           MOVE "** NO BATCH NUMBER - NOTHING EXPORTED **"
                TO RPTGLE-LIGNE
           WRITE RPTGLE-LIGNE.
       1290-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-RFA - WHEN WAS EACH RECEPTION'S FACTURE        *
      *    RAPPROCHEE ?  (LATEST RFA EVENT WINS)                       *
      *----------------------------------------------------------------*
           END-IF
      *****  THE RECEPTION BELONGS TO THE PERIOD ITS RFA EVENT FALLS
      *****  IN; A MATCHED RECEPTION WITH NO RFA EVENT ON RECORD IS
      *****  SWEPT UP BY THE CURRENT RUN RATHER THAN LEFT BEHIND.  ONE
      *****  SENT BEFORE AND REOPENED SINCE - BATCH CANCELLED BY
      *****  FDINGLAN, OR REJECTED BY THE GL - GOES OUT NOW: ITS RFA
      *****  PERIOD HAS USUALLY BEEN RUN ALREADY, OR CLOSED
           IF FREC-GL-LOT-ANNULE OR FREC-GL-REJETEE
               MOVE "Y" TO GLEX-RENVOI-SW
           ELSE
               MOVE "N" TO GLEX-RENVOI-SW
           END-IF
           MOVE FREC-NORECEPT TO GLEX-WRK-NORECEPT
           PERFORM 7100-CHERCHER-RFA THRU 7100-EXIT
           IF GLEX-FOUND AND NOT GLEX-RENVOI
               AND GRT-DATE-RFA (GLEX-RX) (1:6) NOT = GLEX-PERIODE
               GO TO 4100-EXIT
           END-IF
           IF NOT GLEX-ECRITURES-OK
               GO TO 4100-EXIT
           END-IF
           MOVE "O"          TO FREC-GL-EXPORT
           MOVE GLEX-TODAY   TO FREC-GL-DATE
           MOVE GLEX-LOT     TO FREC-GL-LOT
           MOVE GLEX-MONTANT TO FREC-GL-MONTANT
      *****  A FRESH EXPORT AWAITS A FRESH ANSWER - THE ACK FIELDS OF
      *****  A PREVIOUSLY REJECTED ENTRY ARE CLEARED (SEE FDINGLAK)
           MOVE SPACES     TO FREC-GL-ACK
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO GLEX-CNT-EXPORTEES
               ADD GLEX-MONTANT TO GLEX-MT-RECEPT
               IF GLEX-RENVOI
                   ADD 1 TO GLEX-CNT-RENVOYEES
               END-IF
           END-IF.
       4100-EXIT.
           EXIT.
           IF NOT GLEX-ECRITURES-OK
               GO TO 4810-EXIT
           END-IF
           MOVE "O"      TO FDBN-GL-EXPORT
           MOVE GLEX-LOT TO FDBN-GL-LOT
           REWRITE FDBN-ENR
           IF FS-FDINDBN NOT = "00"
               DISPLAY "FDINGLEX - REWRITE FDINDBN FAILED - STATUS "
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO GLEX-CNT-NOTES
               ADD FDBN-MONTANT TO GLEX-MT-NOTES
           END-IF.
       4810-EXIT.
           EXIT.
           END-IF
           MOVE "O"        TO FRTN-GL-EXPORT
           MOVE GLEX-TODAY TO FRTN-GL-DATE
           MOVE GLEX-LOT   TO FRTN-GL-LOT
           REWRITE FRTN-ENR
           IF FS-FDINRTRN NOT = "00"
               DISPLAY "FDINGLEX - REWRITE FDINRTRN FAILED - STATUS "
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO GLEX-CNT-RETOURS
               ADD FRTN-MONTANT TO GLEX-MT-RETOURS
           END-IF.
       4910-EXIT.
           EXIT.
      *    6000-TERMINATE                                              *
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF GLEX-LOT NOT = ZERO AND NOT GLEX-LOT-KO
               PERFORM 6100-ENREGISTRER-LOT THRU 6100-EXIT
           END-IF
           CLOSE FDINTYPREC.
           CLOSE FDINGLIF.
           CLOSE RPTGLE.
           DISPLAY "FDINGLEX - RECEPTIONS EXPORTED.: "
                   GLEX-CNT-EXPORTEES.
           DISPLAY "FDINGLEX - OF WHICH RESENT.....: "
                   GLEX-CNT-RENVOYEES.
           DISPLAY "FDINGLEX - SKIPPED, NO AMOUNT..: "
                   GLEX-CNT-SANS-MONTANT.
           DISPLAY "FDINGLEX - DEBIT NOTES SENT....: "
                   GLEX-CNT-NOTES.
           DISPLAY "FDINGLEX - RETURNS SENT........: "
                   GLEX-CNT-RETOURS.
           DISPLAY "FDINGLEX - BATCH NUMBER........: " GLEX-LOT.
       6000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6100-ENREGISTRER-LOT - THE BATCH ROW, EVEN FOR AN EMPTY RUN *
      *    (ITS HEADER WENT OUT), SO THE NUMBERING HAS NO HOLES        *
      *----------------------------------------------------------------*
       6100-ENREGISTRER-LOT.
           MOVE SPACES             TO FGLL-ENR
           MOVE GLEX-LOT           TO FGLL-LOT
           MOVE GLEX-TODAY         TO FGLL-DATE-EXPORT
           MOVE GLEX-HEURE (1:6)   TO FGLL-HEURE-EXPORT
           MOVE GLEX-PERIODE       TO FGLL-PERIODE
           MOVE GLEX-CNT-EXPORTEES TO FGLL-NB-RECEPT
           MOVE GLEX-MT-RECEPT     TO FGLL-MT-RECEPT
           MOVE GLEX-CNT-NOTES     TO FGLL-NB-NOTES
           MOVE GLEX-MT-NOTES      TO FGLL-MT-NOTES
           MOVE GLEX-CNT-RETOURS   TO FGLL-NB-RETOURS
           MOVE GLEX-MT-RETOURS    TO FGLL-MT-RETOURS
           MOVE "E"                TO FGLL-STATUT
           MOVE ZERO               TO FGLL-DATE-ANNUL
           MOVE ZERO               TO FGLL-NB-ANNULES
           MOVE ZERO               TO FGLL-MT-ANNULE
           WRITE FGLL-ENR
           IF FS-FDINGLLT NOT = "00"
               DISPLAY "FDINGLEX - WRITE FDINGLLT FAILED - STATUS "
                       FS-FDINGLLT
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE FDINGLLT.
       6100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND/CREATE THE RECAP ENTRY FOR THE     *
      *    TYPE KEY IN GLEX-WRK-CLEF, LEAVING GLEX-KX ON IT            *
      *----------------------------------------------------------------*
