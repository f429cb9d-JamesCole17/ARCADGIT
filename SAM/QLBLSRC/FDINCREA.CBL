      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINCREA                      *
      * TYPE OF PROGRAM............: . BATCH AGING REPORT            *
      * FUNCTION...................: . AGES THE CLAIMS RAISED ON     *
      *         .                      SUPPLIERS AND NOT YET         *
      *         .                      RECOVERED - FDINDBN DEBIT     *
      *         .                      NOTES AND CLOSED FDINRTRN     *
      *         .                      RETURNS STILL OWED ALL OR     *
      *         .                      PART OF THEIR AMOUNT - BY     *
      *         .                      SUPPLIER AND FDINLITM REASON, *
      *         .                      IN 30-DAY BANDS WITH THE      *
      *         .                      OLDEST CLAIM DATE, SO MONEY   *
      *         .                      OWED TO US IS CHASED BEFORE   *
      *         .                      IT LAPSES.  RECOVERIES COME   *
      *         .                      FROM FDINPAIE NETTING AND     *
      *         .                      FDINALCH CREDIT NOTES         *
      * FILES USED.................: . FDINDBN  - INPUT              *
      *         .                      FDINRTRN - INPUT              *
      *         .                      FDINLITM - INPUT              *
      *         .                      RPTCRE   - OUTPUT (PRINTER)   *
      * PROGRAMS CALLED............: . FDINNSUJ                      *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - AGING OF UNRECOVERED DEBIT   *
      *                 NOTES AND RETURNS BY SUPPLIER AND REASON.      *
      *  15/10/26  JFC  THE SEVERITY IS KEPT IN CREA-RC AND SET AT THE *
      *                 END, SO A LATER CALLED PROGRAM NO LONGER       *
      *                 CLEARS AN RC 8.                                *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINCREA.
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
           SELECT FDINDBN ASSIGN TO FDINDBN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FDBN-NODEBIT
               FILE STATUS IS FS-FDINDBN.
           SELECT FDINRTRN ASSIGN TO FDINRTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRTN-NORETOUR
               FILE STATUS IS FS-FDINRTRN.
           SELECT FDINLITM ASSIGN TO FDINLITM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FLIT-CODE
               FILE STATUS IS FS-FDINLITM.
           SELECT RPTCRE ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTCRE.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINDBN.
       COPY FDINRTRN.
       COPY FDINLITM.
      *
       FD  RPTCRE   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTCRE-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINDBN                     PIC X(02) VALUE "00".
       77  FS-FDINRTRN                    PIC X(02) VALUE "00".
       77  FS-FDINLITM                    PIC X(02) VALUE "00".
       77  FS-RPTCRE                      PIC X(02) VALUE "00".
       77  CREA-EOF-SW                    PIC X(01) VALUE "N".
           88  CREA-EOF                   VALUE "Y".
       77  CREA-FOUND-SW                  PIC X(01).
           88  CREA-FOUND                 VALUE "Y".
       77  CREA-TODAY                     PIC 9(08).
       77  CREA-SUB                       PIC 9(04) COMP.
       77  CREA-SUB2                      PIC 9(04) COMP.
       77  CREA-POS                       PIC 9(04) COMP.
       77  CREA-CNT-NOTES                 PIC 9(07) COMP-3 VALUE ZERO.
       77  CREA-CNT-RETOURS               PIC 9(07) COMP-3 VALUE ZERO.
      *****  THE CLAIM BEING AGED
       77  CREA-WRK-CLE                   PIC X(12).
       77  CREA-WRK-DATE                  PIC 9(08).
       77  CREA-MONTANT-CREANCE           PIC 9(8)V9(2).
       77  CREA-DEJA-RECUP                PIC 9(8)V9(2).
       77  CREA-RESTE-DU                  PIC 9(8)V9(2).
       77  CREA-TRANCHE                   PIC 9(01).
      *****  360-DAY CALENDAR (30 DAYS/MONTH), SAME APPROXIMATION AS
      *****  FDINAGE AND FDINLITA
       01  CREA-DATE-CCAAMM.
           05  CREA-DT-CCAA               PIC 9(04).
           05  CREA-DT-MM                 PIC 9(02).
           05  CREA-DT-JJ                 PIC 9(02).
       77  CREA-JOURS                     PIC S9(07).
      *
      *****  ONE ROW PER SUPPLIER AND REASON, KEPT IN KEY ORDER AS IT
      *****  IS BUILT SO THE LISTING COMES OUT BY SUPPLIER.  BANDS 1-4
      *****  = 0-30 / 31-60 / 61-90 / OVER 90 DAYS
       01  CREA-CLE-TABLE.
           05  CREA-CLE-ENTRY  OCCURS 1000 TIMES.
               10  CRT-CLE.
                   15  CRT-FOURNISSEUR    PIC X(09).
                   15  CRT-MOTIF          PIC X(03).
               10  CRT-CNT                PIC 9(05).
               10  CRT-PLUS-ANCIEN        PIC 9(08).
               10  CRT-TOTAL              PIC 9(10)V9(2).
               10  CRT-TRANCHE            PIC 9(10)V9(2)
                                          OCCURS 4 TIMES.
       77  CREA-CLE-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  CREA-CLE-PLEIN-SW              PIC X(01) VALUE "N".
      *
       77  CREA-FRN-COURANT               PIC X(09).
       01  CREA-TOTAUX-FRN.
           05  CTF-TOTAL                  PIC 9(10)V9(2).
           05  CTF-TRANCHE                PIC 9(10)V9(2)
                                          OCCURS 4 TIMES.
       01  CREA-TOTAUX-GEN.
           05  CTG-TOTAL                  PIC 9(10)V9(2).
           05  CTG-TRANCHE                PIC 9(10)V9(2)
                                          OCCURS 4 TIMES.
      *****  COMMUNICATION WITH FDINNSUJ - ONE WHOLE-FILE FIGURE
       77  CREA-NSUJ-PROGRAMME            PIC X(10) VALUE "FDINCREA".
       77  CREA-NSUJ-CLEF                 PIC X(20) VALUE SPACES.
       77  CREA-NSUJ-COMPTEUR             PIC 9(07).
      *****  SEVERITY OF THE RUN - EVERY CALLED PROGRAM RESETS
      *****  RETURN-CODE, SO IT IS SET FROM HERE AT THE VERY END
       77  CREA-RC                        PIC S9(04) COMP VALUE ZERO.
      *
       01  CREA-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(40) VALUE
               "SUPPLIER  RSN REASON               CNT  ".
           05  FILLER                     PIC X(40) VALUE
               "OLDEST       TOTAL OWED     0-30 DAYS   ".
           05  FILLER                     PIC X(40) VALUE
               "  31-60 DAYS    61-90 DAYS   OVER 90    ".
       01  CREA-LIGNE-DETAIL.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  CREA-D-FOURNISSEUR         PIC X(09).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CREA-D-MOTIF               PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CREA-D-LIBELLE             PIC X(20).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CREA-D-CNT                 PIC ZZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  CREA-D-PLUS-ANCIEN         PIC 9(08).
           05  CREA-D-TOTAL               PIC ZZZZZZZZZ9.99.
           05  CREA-D-TRANCHE             PIC ZZZZZZZZZ9.99
                                          OCCURS 4 TIMES.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CHARGER-NOTES THRU 2000-EXIT
           PERFORM 2500-CHARGER-RETOURS THRU 2500-EXIT
           PERFORM 4000-EDITER THRU 4000-EXIT
           PERFORM 5000-TERMINATE THRU 5000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CREA-TODAY FROM DATE YYYYMMDD
           INITIALIZE CREA-TOTAUX-GEN
           OPEN INPUT FDINLITM.
           OPEN OUTPUT RPTCRE.
           MOVE SPACES TO RPTCRE-LIGNE
           MOVE "FDINCREA - SUPPLIER CLAIMS NOT YET RECOVERED - AGING"
                TO RPTCRE-LIGNE
           WRITE RPTCRE-LIGNE
           MOVE SPACES TO RPTCRE-LIGNE
           WRITE RPTCRE-LIGNE
           WRITE RPTCRE-LIGNE FROM CREA-LIGNE-TITRE.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-NOTES - DEBIT NOTES STILL OWED SOMETHING,      *
      *    AGED FROM THE DAY THE NOTE WAS RAISED                       *
      *----------------------------------------------------------------*
       2000-CHARGER-NOTES.
           MOVE "N" TO CREA-EOF-SW
           OPEN INPUT FDINDBN.
           IF FS-FDINDBN NOT = "00"
      *****  NO DEBIT NOTE FILE YET IS A NORMAL STATE - NOTHING TO AGE
               MOVE "Y" TO CREA-EOF-SW
           END-IF
           PERFORM 2100-LIRE-UNE-NOTE THRU 2100-EXIT
               UNTIL CREA-EOF
           IF FS-FDINDBN = "00" OR FS-FDINDBN = "10"
               CLOSE FDINDBN
           END-IF.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-UNE-NOTE.
           READ FDINDBN NEXT RECORD
               AT END
                   MOVE "Y" TO CREA-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF FDBN-RECUPEREE
               GO TO 2100-EXIT
           END-IF
           MOVE FDBN-MONTANT TO CREA-MONTANT-CREANCE
           MOVE ZERO         TO CREA-DEJA-RECUP
           IF FDBN-MONTANT-RECUP IS NUMERIC
               MOVE FDBN-MONTANT-RECUP TO CREA-DEJA-RECUP
           END-IF
           IF CREA-DEJA-RECUP NOT < CREA-MONTANT-CREANCE
               GO TO 2100-EXIT
           END-IF
           COMPUTE CREA-RESTE-DU =
                   CREA-MONTANT-CREANCE - CREA-DEJA-RECUP
           MOVE FDBN-FOURNISSEUR   TO CREA-WRK-CLE (1:9)
           MOVE FDBN-MOTIF         TO CREA-WRK-CLE (10:3)
           MOVE FDBN-DATE-CREATION TO CREA-WRK-DATE
           PERFORM 3000-CUMULER THRU 3000-EXIT
           ADD 1 TO CREA-CNT-NOTES.
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-CHARGER-RETOURS - CLOSED RETURNS STILL OWED SOMETHING, *
      *    AGED FROM THE DAY THE RETURN WAS OPENED                     *
      *----------------------------------------------------------------*
       2500-CHARGER-RETOURS.
           MOVE "N" TO CREA-EOF-SW
           OPEN INPUT FDINRTRN.
           IF FS-FDINRTRN NOT = "00"
               MOVE "Y" TO CREA-EOF-SW
           END-IF
           PERFORM 2600-LIRE-UN-RETOUR THRU 2600-EXIT
               UNTIL CREA-EOF
           IF FS-FDINRTRN = "00" OR FS-FDINRTRN = "10"
               CLOSE FDINRTRN
           END-IF.
       2500-EXIT.
           EXIT.
      *
       2600-LIRE-UN-RETOUR.
           READ FDINRTRN NEXT RECORD
               AT END
                   MOVE "Y" TO CREA-EOF-SW
                   GO TO 2600-EXIT
           END-READ
           IF NOT FRTN-CLOS OR FRTN-RECUPERE
               GO TO 2600-EXIT
           END-IF
           MOVE FRTN-MONTANT TO CREA-MONTANT-CREANCE
           MOVE ZERO         TO CREA-DEJA-RECUP
           IF FRTN-MONTANT-RECUP IS NUMERIC
               MOVE FRTN-MONTANT-RECUP TO CREA-DEJA-RECUP
           END-IF
           IF CREA-DEJA-RECUP NOT < CREA-MONTANT-CREANCE
               GO TO 2600-EXIT
           END-IF
           COMPUTE CREA-RESTE-DU =
                   CREA-MONTANT-CREANCE - CREA-DEJA-RECUP
           MOVE FRTN-FOURNISSEUR   TO CREA-WRK-CLE (1:9)
           MOVE FRTN-MOTIF         TO CREA-WRK-CLE (10:3)
           MOVE FRTN-DATE-RETOUR   TO CREA-WRK-DATE
           PERFORM 3000-CUMULER THRU 3000-EXIT
           ADD 1 TO CREA-CNT-RETOURS.
       2600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CUMULER - AGE THE CLAIM AND ADD IT TO ITS ROW          *
      *----------------------------------------------------------------*
       3000-CUMULER.
           MOVE CREA-TODAY TO CREA-DATE-CCAAMM
           COMPUTE CREA-JOURS =
                   (CREA-DT-CCAA * 360 + CREA-DT-MM * 30 + CREA-DT-JJ)
           MOVE CREA-WRK-DATE TO CREA-DATE-CCAAMM
           COMPUTE CREA-JOURS = CREA-JOURS
                 - (CREA-DT-CCAA * 360 + CREA-DT-MM * 30 + CREA-DT-JJ)
           EVALUATE TRUE
               WHEN CREA-JOURS NOT > 30
                   MOVE 1 TO CREA-TRANCHE
               WHEN CREA-JOURS NOT > 60
                   MOVE 2 TO CREA-TRANCHE
               WHEN CREA-JOURS NOT > 90
                   MOVE 3 TO CREA-TRANCHE
               WHEN OTHER
                   MOVE 4 TO CREA-TRANCHE
           END-EVALUATE
           PERFORM 7000-CHERCHER-CLE THRU 7000-EXIT
           IF NOT CREA-FOUND
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO CRT-CNT (CREA-POS)
           ADD CREA-RESTE-DU TO CRT-TOTAL (CREA-POS)
           ADD CREA-RESTE-DU TO CRT-TRANCHE (CREA-POS, CREA-TRANCHE)
           IF CREA-WRK-DATE < CRT-PLUS-ANCIEN (CREA-POS)
               MOVE CREA-WRK-DATE TO CRT-PLUS-ANCIEN (CREA-POS)
           END-IF.
       3000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-EDITER - ONE LINE PER SUPPLIER AND REASON, A TOTAL PER *
      *    SUPPLIER, THEN THE GRAND TOTAL                              *
      *----------------------------------------------------------------*
       4000-EDITER.
           IF CREA-CLE-PLEIN-SW = "Y"
               MOVE SPACES TO RPTCRE-LIGNE
               MOVE "** CLAIM TABLE FULL - LISTING IS PARTIAL **"
                    TO RPTCRE-LIGNE
               WRITE RPTCRE-LIGNE
               MOVE 8 TO CREA-RC
           END-IF
           MOVE LOW-VALUES TO CREA-FRN-COURANT
           PERFORM 4100-EDITER-UNE-LIGNE THRU 4100-EXIT
               VARYING CREA-SUB FROM 1 BY 1
               UNTIL CREA-SUB > CREA-CLE-COUNT
           IF CREA-CLE-COUNT > ZERO
               PERFORM 4200-EDITER-TOTAL-FRN THRU 4200-EXIT
           END-IF
           MOVE SPACES TO CREA-LIGNE-DETAIL
           MOVE "TOTAL" TO CREA-D-FOURNISSEUR
           MOVE "ALL SUPPLIERS" TO CREA-D-LIBELLE
           MOVE CTG-TOTAL TO CREA-D-TOTAL
           PERFORM 4300-EDITER-TRANCHE-GEN THRU 4300-EXIT
               VARYING CREA-SUB2 FROM 1 BY 1
               UNTIL CREA-SUB2 > 4
           WRITE RPTCRE-LIGNE FROM CREA-LIGNE-DETAIL.
       4000-EXIT.
           EXIT.
      *
       4100-EDITER-UNE-LIGNE.
           IF CRT-FOURNISSEUR (CREA-SUB) NOT = CREA-FRN-COURANT
               IF CREA-SUB > 1
                   PERFORM 4200-EDITER-TOTAL-FRN THRU 4200-EXIT
               END-IF
               MOVE CRT-FOURNISSEUR (CREA-SUB) TO CREA-FRN-COURANT
               INITIALIZE CREA-TOTAUX-FRN
           END-IF
           MOVE SPACES TO CREA-LIGNE-DETAIL
           MOVE CRT-FOURNISSEUR (CREA-SUB) TO CREA-D-FOURNISSEUR
           MOVE CRT-MOTIF (CREA-SUB)       TO CREA-D-MOTIF
           MOVE "MOTIF INCONNU"            TO CREA-D-LIBELLE
           IF FS-FDINLITM = "00"
               MOVE CRT-MOTIF (CREA-SUB) TO FLIT-CODE
               READ FDINLITM RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FLIT-LIBELLE TO CREA-D-LIBELLE
               END-READ
           END-IF
           MOVE CRT-CNT (CREA-SUB)         TO CREA-D-CNT
           MOVE CRT-PLUS-ANCIEN (CREA-SUB) TO CREA-D-PLUS-ANCIEN
           MOVE CRT-TOTAL (CREA-SUB)       TO CREA-D-TOTAL
           ADD CRT-TOTAL (CREA-SUB) TO CTF-TOTAL
           ADD CRT-TOTAL (CREA-SUB) TO CTG-TOTAL
           PERFORM 4110-EDITER-TRANCHE THRU 4110-EXIT
               VARYING CREA-SUB2 FROM 1 BY 1
               UNTIL CREA-SUB2 > 4
           WRITE RPTCRE-LIGNE FROM CREA-LIGNE-DETAIL.
       4100-EXIT.
           EXIT.
      *
       4110-EDITER-TRANCHE.
           MOVE CRT-TRANCHE (CREA-SUB, CREA-SUB2)
                TO CREA-D-TRANCHE (CREA-SUB2)
           ADD CRT-TRANCHE (CREA-SUB, CREA-SUB2)
                TO CTF-TRANCHE (CREA-SUB2)
           ADD CRT-TRANCHE (CREA-SUB, CREA-SUB2)
                TO CTG-TRANCHE (CREA-SUB2).
       4110-EXIT.
           EXIT.
      *
       4200-EDITER-TOTAL-FRN.
           MOVE SPACES TO CREA-LIGNE-DETAIL
           MOVE "SUPPLIER TOTAL" TO CREA-D-LIBELLE
           MOVE CTF-TOTAL TO CREA-D-TOTAL
           PERFORM 4210-EDITER-TRANCHE-FRN THRU 4210-EXIT
               VARYING CREA-SUB2 FROM 1 BY 1
               UNTIL CREA-SUB2 > 4
           WRITE RPTCRE-LIGNE FROM CREA-LIGNE-DETAIL
           MOVE SPACES TO RPTCRE-LIGNE
           WRITE RPTCRE-LIGNE.
       4200-EXIT.
           EXIT.
      *
       4210-EDITER-TRANCHE-FRN.
           MOVE CTF-TRANCHE (CREA-SUB2) TO CREA-D-TRANCHE (CREA-SUB2).
       4210-EXIT.
           EXIT.
      *
       4300-EDITER-TRANCHE-GEN.
           MOVE CTG-TRANCHE (CREA-SUB2) TO CREA-D-TRANCHE (CREA-SUB2).
       4300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-TERMINATE                                              *
      *----------------------------------------------------------------*
       5000-TERMINATE.
           IF FS-FDINLITM = "00"
               CLOSE FDINLITM
           END-IF
           CLOSE RPTCRE.
           MOVE CREA-CLE-COUNT TO CREA-NSUJ-COMPTEUR
           CALL "FDINNSUJ" USING CREA-NSUJ-PROGRAMME, CREA-NSUJ-CLEF,
               CREA-NSUJ-COMPTEUR.
           DISPLAY "FDINCREA - DEBIT NOTES OWED....: " CREA-CNT-NOTES.
           DISPLAY "FDINCREA - RETURNS OWED........: "
                   CREA-CNT-RETOURS.
           DISPLAY "FDINCREA - SUPPLIER/REASON ROWS: "
                   CREA-CLE-COUNT.
           MOVE CREA-RC TO RETURN-CODE.
       5000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-CHERCHER-CLE - FIND THE ROW OF CREA-WRK-CLE, OR OPEN   *
      *    ONE AT ITS PLACE IN KEY ORDER, LEAVING CREA-POS ON IT       *
      *----------------------------------------------------------------*
       7000-CHERCHER-CLE.
           MOVE "N" TO CREA-FOUND-SW
           PERFORM 7100-AVANCER THRU 7100-EXIT
               VARYING CREA-POS FROM 1 BY 1
               UNTIL CREA-POS > CREA-CLE-COUNT
                  OR CRT-CLE (CREA-POS) NOT < CREA-WRK-CLE
           IF CREA-POS NOT > CREA-CLE-COUNT
               IF CRT-CLE (CREA-POS) = CREA-WRK-CLE
                   MOVE "Y" TO CREA-FOUND-SW
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *****  THE LAST ROW IS NEVER FILLED - IT STOPS THE SEARCH ABOVE
           IF CREA-CLE-COUNT NOT < 999
               MOVE "Y" TO CREA-CLE-PLEIN-SW
               GO TO 7000-EXIT
           END-IF
           PERFORM 7200-DECALER THRU 7200-EXIT
               VARYING CREA-SUB2 FROM CREA-CLE-COUNT BY -1
               UNTIL CREA-SUB2 < CREA-POS
           ADD 1 TO CREA-CLE-COUNT
           INITIALIZE CREA-CLE-ENTRY (CREA-POS)
           MOVE CREA-WRK-CLE  TO CRT-CLE (CREA-POS)
           MOVE CREA-WRK-DATE TO CRT-PLUS-ANCIEN (CREA-POS)
           MOVE "Y" TO CREA-FOUND-SW.
       7000-EXIT.
           EXIT.
      *
       7100-AVANCER.
           CONTINUE.
       7100-EXIT.
           EXIT.
      *
       7200-DECALER.
           MOVE CREA-CLE-ENTRY (CREA-SUB2)
                TO CREA-CLE-ENTRY (CREA-SUB2 + 1).
       7200-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
