      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . APPLICATIONS WITH THE PF BPFSK*
      * PROGRAM NAME...............: . BPFSKBQM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . DUAL-CONTROLLED MAINTENANCE   *
      *         .                      OF THE BPFSKBQ SUPPLIER BANK  *
      *         .                      DETAILS FROM A CARD FILE.  A  *
      *         .                      KEYED CHANGE (S) NEEDS THE    *
      *         .                      BQM FDINAUTH FUNCTION AND     *
      *         .                      ONLY PARKS THE NEW DETAILS AS *
      *         .                      PENDING; IT COMES INTO FORCE  *
      *         .                      WHEN AN OPERATOR HOLDING THE  *
      *         .                      BQA FUNCTION, OTHER THAN THE  *
      *         .                      ONE WHO KEYED IT, APPROVES IT *
      *         .                      (A) - OR IS DROPPED ON        *
      *         .                      REJECTION (R).  EVERY CARD IS *
      *         .                      CHECKED THROUGH FDINAUTC;     *
      *         .                      REFUSALS, AND SELF-APPROVAL   *
      *         .                      ATTEMPTS, ARE LOGGED TO       *
      *         .                      FDINAUTR.  EACH STEP WRITES A *
      *         .                      BPFSKBQH HISTORY ROW WITH THE *
      *         .                      DETAILS BEFORE AND AFTER      *
      * FILES USED.................: . BPFSKBQ  - UPDATE             *
      *         .                      BPFSKBQH - OUTPUT (EXTEND)    *
      *         .                      FDINAUTR - OUTPUT (EXTEND)    *
      *         .                      BPFSKBQP - INPUT (CARDS)      *
      * PROGRAMS CALLED............: . BPFSKCHK, FDINAUTC            *
      * CARD LAYOUT................: . POS 001     ACTION S=KEY A    *
      *         .                      CHANGE, A=APPROVE, R=REJECT   *
      *         .                      POS 002-010 SUPPLIER          *
      *         .                      POS 011-020 OPERATOR          *
      *         .                      POS 021-030 TERMINAL          *
      *         .                      POS 031-064 IBAN    (S ONLY)  *
      *         .                      POS 065-075 BIC     (S ONLY)  *
      *         .                      POS 076-110 ACCOUNT HOLDER    *
      *         .                      (S ONLY)                      *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - DUAL-CONTROLLED SUPPLIER     *
      *                 BANK DETAIL MAINTENANCE WITH HISTORY.          *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPFSKBQM.
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
           SELECT BPFSKBQ ASSIGN TO BPFSKBQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BPBQ-CLEF
               FILE STATUS IS FS-BPFSKBQ.
           SELECT BPFSKBQH ASSIGN TO BPFSKBQH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BPFSKBQH.
           SELECT FDINAUTR ASSIGN TO FDINAUTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAUTR.
           SELECT BPFSKBQP ASSIGN TO BPFSKBQP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-BPFSKBQP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY BPFSKBQ.
       COPY BPFSKBQH.
       COPY FDINAUTR.
      *
       FD  BPFSKBQP  LABEL RECORD STANDARD
                     RECORD 128.
       01  BQP-CARTE.
           05  BQP-ACTION                 PIC X(01).
           05  BQP-CLEF                   PIC X(09).
           05  BQP-OPERATEUR              PIC X(10).
           05  BQP-TERMINAL               PIC X(10).
           05  BQP-IBAN.
               10  BQP-IBAN-PAYS          PIC X(02).
               10  BQP-IBAN-CLE           PIC X(02).
               10  FILLER                 PIC X(30).
           05  BQP-BIC                    PIC X(11).
           05  BQP-TITULAIRE              PIC X(35).
           05  FILLER                     PIC X(18).
      *
       WORKING-STORAGE SECTION.
       77  FS-BPFSKBQ                     PIC X(02) VALUE "00".
       77  FS-BPFSKBQH                    PIC X(02) VALUE "00".
       77  FS-FDINAUTR                    PIC X(02) VALUE "00".
       77  FS-BPFSKBQP                    PIC X(02) VALUE "00".
       77  BQM-EOF-SW                     PIC X(01) VALUE "N".
           88  BQM-EOF                    VALUE "Y".
       77  BQM-TROUVE-SW                  PIC X(01).
           88  BQM-TROUVE                 VALUE "Y".
       77  BQM-TODAY                      PIC 9(08).
       77  BQM-HEURE9                     PIC 9(08).
       77  BQM-CNT-LUES                   PIC 9(05) COMP-3 VALUE ZERO.
       77  BQM-CNT-SAISIES                PIC 9(05) COMP-3 VALUE ZERO.
       77  BQM-CNT-APPROUVEES             PIC 9(05) COMP-3 VALUE ZERO.
       77  BQM-CNT-REJETEES               PIC 9(05) COMP-3 VALUE ZERO.
       77  BQM-CNT-ERREURS                PIC 9(05) COMP-3 VALUE ZERO.
      *****  COMMUNICATION WITH BPFSKCHK - ONLY A SUPPLIER UNKNOWN TO
      *****  BPFSK IS REFUSED HERE; A BLOCKED SUPPLIER MAY STILL HAVE
      *****  ITS BANK DETAILS CORRECTED
       77  BQM-FSK-ACCEPTE                PIC X(01).
       77  BQM-FSK-MESSAGE                PIC X(40).
      *****  COMMUNICATION WITH FDINAUTC - BQM = KEY A BANK DETAIL
      *****  CHANGE, BQA = APPROVE OR REJECT ONE
       77  BQM-AUT-FONCTION               PIC X(03).
       77  BQM-AUT-ENTREPOT               PIC X(02) VALUE SPACES.
       77  BQM-AUT-AUTORISE               PIC X(01).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL BQM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT BQM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BPFSKBQP.
           IF FS-BPFSKBQP NOT = "00"
               DISPLAY "BPFSKBQM - OPEN BPFSKBQP FAILED - STATUS "
                       FS-BPFSKBQP
               MOVE "Y" TO BQM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O BPFSKBQ.
           IF FS-BPFSKBQ NOT = "00"
               OPEN OUTPUT BPFSKBQ
               CLOSE BPFSKBQ
               OPEN I-O BPFSKBQ
           END-IF
           IF FS-BPFSKBQ NOT = "00"
               DISPLAY "BPFSKBQM - OPEN BPFSKBQ FAILED - STATUS "
                       FS-BPFSKBQ
               MOVE "Y" TO BQM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND BPFSKBQH.
           IF FS-BPFSKBQH NOT = "00"
               CLOSE BPFSKBQH
               OPEN OUTPUT BPFSKBQH
           END-IF
           IF FS-BPFSKBQH NOT = "00"
               DISPLAY "BPFSKBQM - OPEN BPFSKBQH FAILED - STATUS "
                       FS-BPFSKBQH
               MOVE "Y" TO BQM-EOF-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - ONE CARD, ONE STEP                       *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ BPFSKBQP NEXT RECORD
               AT END
                   MOVE "Y" TO BQM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO BQM-CNT-LUES
           IF BQP-CLEF = SPACES OR BQP-OPERATEUR = SPACES
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - CARD REJECTED: " BQP-CARTE (1:20)
               GO TO 2000-EXIT
           END-IF
           EVALUATE BQP-ACTION
               WHEN "S"
                   PERFORM 2100-SAISIR THRU 2100-EXIT
               WHEN "A"
               WHEN "R"
                   PERFORM 2200-DECIDER THRU 2200-EXIT
               WHEN OTHER
                   ADD 1 TO BQM-CNT-ERREURS
                   DISPLAY "BPFSKBQM - CARD REJECTED: "
                           BQP-CARTE (1:20)
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-SAISIR - PARK A KEYED CHANGE AS PENDING.  THE DETAILS   *
      *    IN FORCE ARE NOT TOUCHED; A SECOND KEYED CHANGE REPLACES AN  *
      *    EARLIER ONE STILL WAITING                                   *
      *----------------------------------------------------------------*
       2100-SAISIR.
           MOVE "BQM" TO BQM-AUT-FONCTION
           CALL "FDINAUTC" USING BQP-OPERATEUR, BQM-AUT-FONCTION,
               BQM-AUT-ENTREPOT, BQP-TERMINAL, BQM-AUT-AUTORISE
           IF BQM-AUT-AUTORISE NOT = "O"
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - OPERATOR " BQP-OPERATEUR
                       " NOT AUTHORIZED FOR BQM - REFUSED"
               GO TO 2100-EXIT
           END-IF
           IF BQP-IBAN = SPACES OR BQP-BIC = SPACES
               OR BQP-TITULAIRE = SPACES
               OR BQP-IBAN-PAYS IS NOT ALPHABETIC
               OR BQP-IBAN-CLE IS NOT NUMERIC
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - INCOMPLETE BANK DETAILS FOR "
                       BQP-CLEF " - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           CALL "BPFSKCHK" USING BQP-CLEF, BQM-FSK-ACCEPTE,
               BQM-FSK-MESSAGE
           IF BQM-FSK-ACCEPTE NOT = "O"
               AND BQM-FSK-MESSAGE (1:19) = "FOURNISSEUR INCONNU"
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - SUPPLIER " BQP-CLEF
                       " NOT ON BPFSK - CARD REJECTED"
               GO TO 2100-EXIT
           END-IF
           PERFORM 7000-LIRE-BANQUE THRU 7000-EXIT
           PERFORM 7100-PREPARER-HISTO THRU 7100-EXIT
           MOVE BQP-IBAN      TO BPBH-NOU-IBAN
           MOVE BQP-BIC       TO BPBH-NOU-BIC
           MOVE BQP-TITULAIRE TO BPBH-NOU-TITULAIRE
           MOVE "O"           TO BPBQ-ATTENTE
           MOVE BQP-IBAN      TO BPBQ-ATT-IBAN
           MOVE BQP-BIC       TO BPBQ-ATT-BIC
           MOVE BQP-TITULAIRE TO BPBQ-ATT-TITULAIRE
           MOVE BQP-OPERATEUR TO BPBQ-ATT-OPERATEUR
           MOVE BQM-TODAY     TO BPBQ-ATT-DATE
           MOVE BPBH-HEURE    TO BPBQ-ATT-HEURE
           PERFORM 7200-ECRIRE-BANQUE THRU 7200-EXIT
           IF FS-BPFSKBQ = "00"
               WRITE BPBH-ENR
               ADD 1 TO BQM-CNT-SAISIES
               DISPLAY "BPFSKBQM - SUPPLIER " BQP-CLEF
                       " BANK DETAIL CHANGE PENDING APPROVAL"
           END-IF.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-DECIDER - APPROVE (A) OR REJECT (R) THE PENDING CHANGE. *
      *    THE DECIDING OPERATOR NEEDS BQA AND MAY NOT BE THE ONE WHO   *
      *    KEYED THE CHANGE                                            *
      *----------------------------------------------------------------*
       2200-DECIDER.
           MOVE "BQA" TO BQM-AUT-FONCTION
           CALL "FDINAUTC" USING BQP-OPERATEUR, BQM-AUT-FONCTION,
               BQM-AUT-ENTREPOT, BQP-TERMINAL, BQM-AUT-AUTORISE
           IF BQM-AUT-AUTORISE NOT = "O"
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - OPERATOR " BQP-OPERATEUR
                       " NOT AUTHORIZED FOR BQA - REFUSED"
               GO TO 2200-EXIT
           END-IF
           PERFORM 7000-LIRE-BANQUE THRU 7000-EXIT
           IF NOT BQM-TROUVE OR NOT BPBQ-EN-ATTENTE
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - NO PENDING CHANGE FOR SUPPLIER "
                       BQP-CLEF
               GO TO 2200-EXIT
           END-IF
      *****  FOUR-EYES RULE - THE KEYER CANNOT DECIDE ON THEIR OWN
      *****  CHANGE.  THE ATTEMPT GOES TO THE FDINAUTR REFUSAL LOG
           IF BQP-OPERATEUR = BPBQ-ATT-OPERATEUR
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - OPERATOR " BQP-OPERATEUR
                       " KEYED THE CHANGE - REFUSED"
               PERFORM 2900-LOGGER-REFUS THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 7100-PREPARER-HISTO THRU 7100-EXIT
           MOVE BPBQ-ATT-IBAN      TO BPBH-NOU-IBAN
           MOVE BPBQ-ATT-BIC       TO BPBH-NOU-BIC
           MOVE BPBQ-ATT-TITULAIRE TO BPBH-NOU-TITULAIRE
           IF BQP-ACTION = "A"
               MOVE BPBQ-ATT-IBAN      TO BPBQ-IBAN
               MOVE BPBQ-ATT-BIC       TO BPBQ-BIC
               MOVE BPBQ-ATT-TITULAIRE TO BPBQ-TITULAIRE
               MOVE BQM-TODAY          TO BPBQ-DATE-APPROB
               MOVE BQP-OPERATEUR      TO BPBQ-APPROBATEUR
           END-IF
           MOVE "N"    TO BPBQ-ATTENTE
           MOVE SPACES TO BPBQ-ATT-IBAN
           MOVE SPACES TO BPBQ-ATT-BIC
           MOVE SPACES TO BPBQ-ATT-TITULAIRE
           MOVE SPACES TO BPBQ-ATT-OPERATEUR
           MOVE ZERO   TO BPBQ-ATT-DATE
           MOVE ZERO   TO BPBQ-ATT-HEURE
           PERFORM 7200-ECRIRE-BANQUE THRU 7200-EXIT
           IF FS-BPFSKBQ NOT = "00"
               GO TO 2200-EXIT
           END-IF
           WRITE BPBH-ENR
           IF BQP-ACTION = "A"
               ADD 1 TO BQM-CNT-APPROUVEES
               DISPLAY "BPFSKBQM - SUPPLIER " BQP-CLEF
                       " BANK DETAILS APPROVED BY " BQP-OPERATEUR
           ELSE
               ADD 1 TO BQM-CNT-REJETEES
               DISPLAY "BPFSKBQM - SUPPLIER " BQP-CLEF
                       " BANK DETAIL CHANGE REJECTED BY "
                       BQP-OPERATEUR
           END-IF.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2900-LOGGER-REFUS - SAME ROW SHAPE FDINAUTC WRITES WHEN IT   *
      *    TURNS AN OPERATOR AWAY                                      *
      *----------------------------------------------------------------*
       2900-LOGGER-REFUS.
           OPEN EXTEND FDINAUTR.
           IF FS-FDINAUTR NOT = "00"
               CLOSE FDINAUTR
               OPEN OUTPUT FDINAUTR
           END-IF
           MOVE BQP-OPERATEUR    TO FAUR-OPERATEUR
           MOVE BQM-AUT-FONCTION TO FAUR-FONCTION
           MOVE BQM-AUT-ENTREPOT TO FAUR-ENTREPOT
           MOVE BQP-TERMINAL     TO FAUR-TERMINAL
           MOVE BQM-TODAY        TO FAUR-DATE
           ACCEPT BQM-HEURE9 FROM TIME
           MOVE BQM-HEURE9 (1:6) TO FAUR-HEURE
           WRITE FAUR-ENR
           CLOSE FDINAUTR.
       2900-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-BPFSKBQP = "00" OR FS-BPFSKBQP = "10"
               CLOSE BPFSKBQP
           END-IF
           IF FS-BPFSKBQ = "00" OR FS-BPFSKBQ = "10"
               CLOSE BPFSKBQ
           END-IF
           IF FS-BPFSKBQH = "00"
               CLOSE BPFSKBQH
           END-IF
           DISPLAY "BPFSKBQM - CARDS READ..........: " BQM-CNT-LUES.
           DISPLAY "BPFSKBQM - CHANGES KEYED.......: " BQM-CNT-SAISIES.
           DISPLAY "BPFSKBQM - CHANGES APPROVED....: "
                   BQM-CNT-APPROUVEES.
           DISPLAY "BPFSKBQM - CHANGES REJECTED....: "
                   BQM-CNT-REJETEES.
           DISPLAY "BPFSKBQM - CARDS REFUSED.......: "
                   BQM-CNT-ERREURS.
           IF BQM-CNT-ERREURS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-LIRE-BANQUE - THE SUPPLIER'S ROW, OR A BLANK ONE READY  *
      *    TO BE CREATED                                               *
      *----------------------------------------------------------------*
       7000-LIRE-BANQUE.
           MOVE "Y" TO BQM-TROUVE-SW
           MOVE BQP-CLEF TO BPBQ-CLEF
           READ BPFSKBQ RECORD
               INVALID KEY
                   MOVE "N" TO BQM-TROUVE-SW
                   MOVE SPACES   TO BPBQ-ENR
                   MOVE BQP-CLEF TO BPBQ-CLEF
                   MOVE ZERO     TO BPBQ-DATE-APPROB
                   MOVE "N"      TO BPBQ-ATTENTE
                   MOVE ZERO     TO BPBQ-ATT-DATE
                   MOVE ZERO     TO BPBQ-ATT-HEURE
           END-READ.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-PREPARER-HISTO - HISTORY ROW WITH THE DETAILS IN FORCE  *
      *----------------------------------------------------------------*
       7100-PREPARER-HISTO.
           MOVE SPACES TO BPBH-ENR
           MOVE BQP-ACTION     TO BPBH-ACTION
           MOVE BQP-CLEF       TO BPBH-CLEF
           MOVE BQM-TODAY      TO BPBH-DATE
           ACCEPT BQM-HEURE9 FROM TIME
           MOVE BQM-HEURE9 (1:6) TO BPBH-HEURE
           MOVE BQP-OPERATEUR  TO BPBH-OPERATEUR
           MOVE BPBQ-IBAN      TO BPBH-ANC-IBAN
           MOVE BPBQ-BIC       TO BPBH-ANC-BIC
           MOVE BPBQ-TITULAIRE TO BPBH-ANC-TITULAIRE.
       7100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7200-ECRIRE-BANQUE - CREATE OR REPLACE THE SATELLITE ROW     *
      *----------------------------------------------------------------*
       7200-ECRIRE-BANQUE.
           IF BQM-TROUVE
               REWRITE BPBQ-ENR
           ELSE
               WRITE BPBQ-ENR
           END-IF
           IF FS-BPFSKBQ NOT = "00"
               ADD 1 TO BQM-CNT-ERREURS
               DISPLAY "BPFSKBQM - WRITE BPFSKBQ FAILED - STATUS "
                       FS-BPFSKBQ
           END-IF.
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
