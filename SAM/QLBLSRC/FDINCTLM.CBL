      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINCTLM                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . LOADS/MAINTAINS THE FDINCTLF  *
      *         .                      INBOUND FEED CONTROL ROWS     *
      *         .                      FROM A CARD FILE - ONE CARD   *
      *         .                      PER FEED AND SENDER: DECLARE  *
      *         .                      OR CHANGE (A) THE SENDER, ITS *
      *         .                      EXPECTED DAYS AND, WHEN THE   *
      *         .                      SENDER RESTARTS ITS NUMBERING,*
      *         .                      THE LAST SEQUENCE ACCEPTED -  *
      *         .                      OR DELETE (S) THE ROW         *
      * FILES USED.................: . FDINCTLF - UPDATE             *
      *         .                      FDINCTLP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01-08 FEED - FDINAVIS,    *
      *         .                      FDINFACE, FDINRSAF, FDINGLAF  *
      *         .                      OR FDINRELF                   *
      *         .                      POS 09-18 SENDER              *
      *         .                      POS 19-25 EXPECTED DAYS, ONE  *
      *         .                      O/N PER DAY MONDAY FIRST      *
      *         .                      (BLANK = KEEP, OOOOONN ON A   *
      *         .                      NEW ROW)                      *
      *         .                      POS 26-32 LAST SEQUENCE       *
      *         .                      ACCEPTED (BLANK = KEEP, ZERO  *
      *         .                      ON A NEW ROW)                 *
      *         .                      POS 33    A=ADD/CHANGE        *
      *         .                                S=DELETE THE ROW    *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - INBOUND FEED CONTROL ROWS    *
      *                 MAINTENANCE FROM CARDS.                        *
      *  15/10/26  JFC  FDINCTLF IS CLOSED ONLY IF IT OPENED.          *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINCTLM.
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
           SELECT FDINCTLF ASSIGN TO FDINCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCTF-CLEF
               FILE STATUS IS FS-FDINCTLF.
           SELECT FDINCTLP ASSIGN TO FDINCTLP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINCTLP.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINCTLF.
      *
       FD  FDINCTLP  LABEL RECORD STANDARD
                     RECORD 80.
       01  CTLP-CARTE.
           05  CTLP-FLUX                  PIC X(08).
           05  CTLP-EMETTEUR              PIC X(10).
           05  CTLP-JOURS                 PIC X(07).
           05  CTLP-JOURS-R REDEFINES CTLP-JOURS.
               10  CTLP-JOUR              PIC X(01) OCCURS 7 TIMES.
           05  CTLP-SEQUENCE              PIC X(07).
           05  CTLP-SEQUENCE9 REDEFINES CTLP-SEQUENCE
                                          PIC 9(07).
           05  CTLP-ACTION                PIC X(01).
           05  FILLER                     PIC X(47).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINCTLF                    PIC X(02) VALUE "00".
       77  FS-FDINCTLP                    PIC X(02) VALUE "00".
       77  CTLM-EOF-SW                    PIC X(01) VALUE "N".
           88  CTLM-EOF                   VALUE "Y".
       77  CTLM-TODAY                     PIC 9(08).
       77  CTLM-SUB                       PIC 9(04) COMP.
       77  CTLM-CARTE-OK-SW               PIC X(01).
           88  CTLM-CARTE-OK              VALUE "Y".
      *****  THE RANDOM READS LEAVE THE FILE STATUS AT 23, SO IT
      *****  CANNOT TELL WHETHER FDINCTLF IS TO BE CLOSED
       77  CTLM-CTLF-OUVERT-SW            PIC X(01) VALUE "N".
           88  CTLM-CTLF-OUVERT           VALUE "Y".
       77  CTLM-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  CTLM-CNT-CREEES                PIC 9(05) COMP-3 VALUE ZERO.
       77  CTLM-CNT-MODIFIEES             PIC 9(05) COMP-3 VALUE ZERO.
       77  CTLM-CNT-SUPPRIMEES            PIC 9(05) COMP-3 VALUE ZERO.
       77  CTLM-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL CTLM-EOF
           PERFORM 3000-TERMINATE THRU 3000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CTLM-TODAY FROM DATE YYYYMMDD
           OPEN INPUT FDINCTLP.
           IF FS-FDINCTLP NOT = "00"
               DISPLAY "FDINCTLM - OPEN FDINCTLP FAILED - STATUS "
                       FS-FDINCTLP
               MOVE "Y" TO CTLM-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O FDINCTLF.
           IF FS-FDINCTLF NOT = "00"
               OPEN OUTPUT FDINCTLF
               CLOSE FDINCTLF
               OPEN I-O FDINCTLF
           END-IF
           IF FS-FDINCTLF NOT = "00"
               DISPLAY "FDINCTLM - OPEN FDINCTLF FAILED - STATUS "
                       FS-FDINCTLF
               MOVE "Y" TO CTLM-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO CTLM-CTLF-OUVERT-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP                                            *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINCTLP NEXT RECORD
               AT END
                   MOVE "Y" TO CTLM-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO CTLM-CNT-LUES
           PERFORM 2050-VALIDER-CARTE THRU 2050-EXIT
           IF NOT CTLM-CARTE-OK
               ADD 1 TO CTLM-CNT-ERREURS
               DISPLAY "FDINCTLM - CARD REJECTED: " CTLP-CARTE (1:33)
               GO TO 2000-EXIT
           END-IF
           IF CTLP-ACTION = "A"
               PERFORM 2100-POSER-FLUX THRU 2100-EXIT
           ELSE
               PERFORM 2200-SUPPRIMER-FLUX THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2050-VALIDER-CARTE - KNOWN FEED, A SENDER, AN ACTION, AN    *
      *    O/N DAY MASK AND A NUMERIC SEQUENCE WHEN THEY ARE GIVEN     *
      *----------------------------------------------------------------*
       2050-VALIDER-CARTE.
           MOVE "N" TO CTLM-CARTE-OK-SW
           IF CTLP-FLUX NOT = "FDINAVIS"
               AND CTLP-FLUX NOT = "FDINFACE"
               AND CTLP-FLUX NOT = "FDINRSAF"
               AND CTLP-FLUX NOT = "FDINGLAF"
               AND CTLP-FLUX NOT = "FDINRELF"
               GO TO 2050-EXIT
           END-IF
           IF CTLP-EMETTEUR = SPACES
               OR (CTLP-ACTION NOT = "A" AND CTLP-ACTION NOT = "S")
               GO TO 2050-EXIT
           END-IF
           IF CTLP-SEQUENCE NOT = SPACES
               AND CTLP-SEQUENCE NOT NUMERIC
               GO TO 2050-EXIT
           END-IF
           IF CTLP-JOURS NOT = SPACES
               MOVE 1 TO CTLM-SUB
               PERFORM 2060-VALIDER-JOUR THRU 2060-EXIT
                   UNTIL CTLM-SUB > 7
               IF CTLM-SUB = 99
                   GO TO 2050-EXIT
               END-IF
           END-IF
           MOVE "Y" TO CTLM-CARTE-OK-SW.
       2050-EXIT.
           EXIT.
      *
       2060-VALIDER-JOUR.
           IF CTLP-JOUR (CTLM-SUB) NOT = "O"
               AND CTLP-JOUR (CTLM-SUB) NOT = "N"
               MOVE 99 TO CTLM-SUB
               GO TO 2060-EXIT
           END-IF
           ADD 1 TO CTLM-SUB.
       2060-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2100-POSER-FLUX - CREATE THE ROW, OR CHANGE THE FIELDS THE  *
      *    CARD GIVES ON AN EXISTING ONE                               *
      *----------------------------------------------------------------*
       2100-POSER-FLUX.
           MOVE CTLP-FLUX     TO FCTF-FLUX
           MOVE CTLP-EMETTEUR TO FCTF-EMETTEUR
           READ FDINCTLF RECORD
               INVALID KEY
                   PERFORM 2150-CREER-FLUX THRU 2150-EXIT
                   GO TO 2100-EXIT
           END-READ
           IF CTLP-JOURS NOT = SPACES
               MOVE CTLP-JOURS TO FCTF-JOURS-ATTENDUS
           END-IF
           IF CTLP-SEQUENCE NOT = SPACES
               MOVE CTLP-SEQUENCE9 TO FCTF-DERN-SEQUENCE
           END-IF
           MOVE CTLM-TODAY TO FCTF-DATE-MAJ
           REWRITE FCTF-ENR
           IF FS-FDINCTLF = "00"
               ADD 1 TO CTLM-CNT-MODIFIEES
           ELSE
               ADD 1 TO CTLM-CNT-ERREURS
               DISPLAY "FDINCTLM - REWRITE FDINCTLF FAILED - STATUS "
                       FS-FDINCTLF
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2150-CREER-FLUX.
           MOVE SPACES TO FCTF-ENR
           MOVE CTLP-FLUX     TO FCTF-FLUX
           MOVE CTLP-EMETTEUR TO FCTF-EMETTEUR
           MOVE "OOOOONN"     TO FCTF-JOURS-ATTENDUS
           IF CTLP-JOURS NOT = SPACES
               MOVE CTLP-JOURS TO FCTF-JOURS-ATTENDUS
           END-IF
           MOVE ZERO TO FCTF-DERN-SEQUENCE
           IF CTLP-SEQUENCE NOT = SPACES
               MOVE CTLP-SEQUENCE9 TO FCTF-DERN-SEQUENCE
           END-IF
           MOVE ZERO TO FCTF-DATE-DERN-RECU
           MOVE ZERO TO FCTF-DATE-DERN-REFUS
           MOVE CTLM-TODAY TO FCTF-DATE-MAJ
           WRITE FCTF-ENR
           IF FS-FDINCTLF = "00"
               ADD 1 TO CTLM-CNT-CREEES
           ELSE
               ADD 1 TO CTLM-CNT-ERREURS
               DISPLAY "FDINCTLM - WRITE FDINCTLF FAILED - STATUS "
                       FS-FDINCTLF
           END-IF.
       2150-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2200-SUPPRIMER-FLUX                                         *
      *----------------------------------------------------------------*
       2200-SUPPRIMER-FLUX.
           MOVE CTLP-FLUX     TO FCTF-FLUX
           MOVE CTLP-EMETTEUR TO FCTF-EMETTEUR
           DELETE FDINCTLF RECORD
               INVALID KEY
                   ADD 1 TO CTLM-CNT-ERREURS
                   DISPLAY "FDINCTLM - NO FEED ROW TO DELETE: "
                           CTLP-CARTE (1:18)
               NOT INVALID KEY
                   ADD 1 TO CTLM-CNT-SUPPRIMEES
           END-DELETE.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-TERMINATE                                              *
      *----------------------------------------------------------------*
       3000-TERMINATE.
           IF FS-FDINCTLP = "00" OR FS-FDINCTLP = "10"
               CLOSE FDINCTLP
           END-IF
           IF CTLM-CTLF-OUVERT
               CLOSE FDINCTLF
           END-IF.
           DISPLAY "FDINCTLM - CARDS READ..........: " CTLM-CNT-LUES.
           DISPLAY "FDINCTLM - FEED ROWS CREATED...: " CTLM-CNT-CREEES.
           DISPLAY "FDINCTLM - FEED ROWS CHANGED...: "
                   CTLM-CNT-MODIFIEES.
           DISPLAY "FDINCTLM - FEED ROWS DELETED...: "
                   CTLM-CNT-SUPPRIMEES.
           DISPLAY "FDINCTLM - CARDS IN ERROR......: "
                   CTLM-CNT-ERREURS.
       3000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
