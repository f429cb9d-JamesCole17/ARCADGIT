      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINAUTS                      *
      * TYPE OF PROGRAM............: . BATCH MAINTENANCE             *
      * FUNCTION...................: . SIGN-OFF OF AN ACCESS REVIEW  *
      *         .                      MADE ON THE FDINAUTV REPORT - *
      *         .                      CHECKS THE STRIKE CARDS KEYED *
      *         .                      BY THE REVIEWER AGAINST       *
      *         .                      FDINAUTH, TURNS THEM INTO     *
      *         .                      FDINAUTM DELETE CARDS AND     *
      *         .                      RECORDS WHO SIGNED THE REVIEW *
      *         .                      AND WHEN ON FDINAUTG.         *
      *         .                      NOTHING IS WRITTEN UNLESS THE *
      *         .                      DECK CARRIES EXACTLY ONE      *
      *         .                      SIGN-OFF CARD                 *
      * FILES USED.................: . FDINAUSF - INPUT (CARDS)      *
      *         .                      FDINAUTH - INPUT              *
      *         .                      FDINAUSD - OUTPUT (FDINAUTP   *
      *         .                      CARDS FOR FDINAUTM)           *
      *         .                      FDINAUTG - UPDATE             *
      * CARD LAYOUT................: . POS 01    S = STRIKE OFF      *
      *         .                      POS 02-11 OPERATOR            *
      *         .                      POS 12-14 FUNCTION            *
      *         .                      POS 15-16 ENTREPOT (AS ON THE *
      *         .                      FDINAUTV STRIKE CARD)         *
      *         .                      POS 01    V = SIGN-OFF        *
      *         .                      POS 02-11 SIGNER              *
      *         .                      POS 12-21 REVIEW REFERENCE    *
      *         .                      POS 22-29 RUN DATE OF THE     *
      *         .                      FDINAUTV REPORT REVIEWED      *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - YEARLY ACCESS REVIEW OF THE  *
      *                 AUTHORIZATION PROFILES FOR THE AUDITORS.       *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINAUTS.
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
           SELECT FDINAUSF ASSIGN TO FDINAUSF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAUSF.
           SELECT FDINAUTH ASSIGN TO FDINAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAUT-CLEF
               FILE STATUS IS FS-FDINAUTH.
           SELECT FDINAUSD ASSIGN TO FDINAUSD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAUSD.
           SELECT FDINAUTG ASSIGN TO FDINAUTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FAUG-CLEF
               FILE STATUS IS FS-FDINAUTG.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINAUTH.
       COPY FDINAUTG.
      *
       FD  FDINAUSF  LABEL RECORD STANDARD
                     RECORD 80.
       01  AUSF-CARTE.
           05  AUSF-CODE                  PIC X(01).
               88  AUSF-RETRAIT           VALUE "S".
               88  AUSF-SIGNATURE         VALUE "V".
           05  AUSF-RETRAIT-DATA.
               10  AUSF-OPERATEUR         PIC X(10).
               10  AUSF-FONCTION          PIC X(03).
               10  AUSF-ENTREPOT          PIC X(02).
               10  FILLER                 PIC X(64).
           05  AUSF-SIGNATURE-DATA REDEFINES AUSF-RETRAIT-DATA.
               10  AUSF-SIGNATAIRE        PIC X(10).
               10  AUSF-REFERENCE         PIC X(10).
               10  AUSF-DATE-RAPPORT      PIC X(08).
               10  AUSF-DATE-RAPPORT9 REDEFINES AUSF-DATE-RAPPORT
                                          PIC 9(08).
               10  FILLER                 PIC X(51).
      *
      *****  SAME LAYOUT AS THE FDINAUTM INPUT CARD (FDINAUTP)
       FD  FDINAUSD  LABEL RECORD STANDARD
                     RECORD 80.
       01  AUSD-CARTE.
           05  AUSD-OPERATEUR             PIC X(10).
           05  AUSD-FONCTION              PIC X(03).
           05  AUSD-ENTREPOT              PIC X(02).
           05  AUSD-ACTION                PIC X(01).
           05  AUSD-OPERATEUR-MAJ         PIC X(10).
           05  FILLER                     PIC X(54).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINAUSF                    PIC X(02) VALUE "00".
       77  FS-FDINAUTH                    PIC X(02) VALUE "00".
       77  FS-FDINAUSD                    PIC X(02) VALUE "00".
       77  FS-FDINAUTG                    PIC X(02) VALUE "00".
       77  AUTS-EOF-SW                    PIC X(01) VALUE "N".
           88  AUTS-EOF                   VALUE "Y".
       77  AUTS-DOUBLON-SW                PIC X(01).
           88  AUTS-DOUBLON               VALUE "Y".
       77  AUTS-AUTH-OUVERT-SW            PIC X(01) VALUE "N".
       77  AUTS-TODAY                     PIC 9(08).
       77  AUTS-HEURE                     PIC 9(08).
       77  AUTS-SUB                       PIC 9(04) COMP.
       77  AUTS-SIGNATAIRE                PIC X(10) VALUE SPACES.
       77  AUTS-REFERENCE                 PIC X(10) VALUE SPACES.
       77  AUTS-DATE-RAPPORT              PIC 9(08) VALUE ZERO.
       77  AUTS-AUTO-REVUE                PIC X(01) VALUE "N".
       77  AUTS-CNT-LUES                  PIC 9(05) COMP-3 VALUE ZERO.
       77  AUTS-CNT-SIGNATURES            PIC 9(05) COMP-3 VALUE ZERO.
       77  AUTS-CNT-PROFILS               PIC 9(05) COMP-3 VALUE ZERO.
       77  AUTS-CNT-ECRITES               PIC 9(05) COMP-3 VALUE ZERO.
       77  AUTS-CNT-ERREURS               PIC 9(05) COMP-3 VALUE ZERO.
      *
      *****  STRIKE CARDS ACCEPTED, HELD UNTIL THE DECK IS SIGNED
       01  AUTS-RET-TABLE.
           05  AUTS-RET-ENTRY  OCCURS 500 TIMES.
               10  RET-OPERATEUR          PIC X(10).
               10  RET-FONCTION           PIC X(03).
               10  RET-ENTREPOT           PIC X(02).
       77  AUTS-RET-COUNT                 PIC 9(04) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-CARTES-LOOP THRU 2000-EXIT
               UNTIL AUTS-EOF
           PERFORM 3000-SIGNER THRU 3000-EXIT
           PERFORM 4000-TERMINATE THRU 4000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE                                             *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT AUTS-TODAY FROM DATE YYYYMMDD
           ACCEPT AUTS-HEURE FROM TIME
           OPEN INPUT FDINAUSF.
           IF FS-FDINAUSF NOT = "00"
               DISPLAY "FDINAUTS - OPEN FDINAUSF FAILED - STATUS "
                       FS-FDINAUSF
               MOVE "Y" TO AUTS-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FDINAUTH.
           IF FS-FDINAUTH NOT = "00"
               DISPLAY "FDINAUTS - OPEN FDINAUTH FAILED - STATUS "
                       FS-FDINAUTH
               MOVE "Y" TO AUTS-EOF-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO AUTS-AUTH-OUVERT-SW
           END-IF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CARTES-LOOP - A STRIKE CARD MUST NAME AN EXISTING ROW  *
      *----------------------------------------------------------------*
       2000-CARTES-LOOP.
           READ FDINAUSF NEXT RECORD
               AT END
                   MOVE "Y" TO AUTS-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO AUTS-CNT-LUES
           IF AUSF-SIGNATURE
               PERFORM 2200-SIGNATURE THRU 2200-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT AUSF-RETRAIT
               ADD 1 TO AUTS-CNT-ERREURS
               DISPLAY "FDINAUTS - CARD REJECTED: " AUSF-CARTE (1:29)
               GO TO 2000-EXIT
           END-IF
           MOVE AUSF-OPERATEUR TO FAUT-OPERATEUR
           MOVE AUSF-FONCTION  TO FAUT-FONCTION
           MOVE AUSF-ENTREPOT  TO FAUT-ENTREPOT
           READ FDINAUTH
               INVALID KEY
                   ADD 1 TO AUTS-CNT-ERREURS
                   DISPLAY "FDINAUTS - NO SUCH PROFILE ROW: "
                           AUSF-CARTE (1:16)
                   GO TO 2000-EXIT
           END-READ
           MOVE "N" TO AUTS-DOUBLON-SW
           PERFORM 2100-DEJA-RETIRE THRU 2100-EXIT
               VARYING AUTS-SUB FROM 1 BY 1
               UNTIL AUTS-SUB > AUTS-RET-COUNT
           IF AUTS-DOUBLON
               GO TO 2000-EXIT
           END-IF
           IF AUTS-RET-COUNT NOT < 500
               ADD 1 TO AUTS-CNT-ERREURS
               DISPLAY "FDINAUTS - TOO MANY STRIKE CARDS: "
                       AUSF-CARTE (1:16)
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO AUTS-RET-COUNT
           MOVE AUSF-OPERATEUR TO RET-OPERATEUR (AUTS-RET-COUNT)
           MOVE AUSF-FONCTION  TO RET-FONCTION (AUTS-RET-COUNT)
           MOVE AUSF-ENTREPOT  TO RET-ENTREPOT (AUTS-RET-COUNT).
       2000-EXIT.
           EXIT.
      *
      *****  THE SAME ROW STRUCK TWICE GIVES ONE DELETE CARD
       2100-DEJA-RETIRE.
           IF RET-OPERATEUR (AUTS-SUB) = AUSF-OPERATEUR
               AND RET-FONCTION (AUTS-SUB) = AUSF-FONCTION
               AND RET-ENTREPOT (AUTS-SUB) = AUSF-ENTREPOT
               MOVE "Y" TO AUTS-DOUBLON-SW
           END-IF.
       2100-EXIT.
           EXIT.
      *
       2200-SIGNATURE.
           IF AUSF-SIGNATAIRE = SPACES
               OR AUSF-DATE-RAPPORT IS NOT NUMERIC
               OR AUSF-DATE-RAPPORT9 = ZERO
               ADD 1 TO AUTS-CNT-ERREURS
               DISPLAY "FDINAUTS - CARD REJECTED: " AUSF-CARTE (1:29)
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO AUTS-CNT-SIGNATURES
           MOVE AUSF-SIGNATAIRE    TO AUTS-SIGNATAIRE
           MOVE AUSF-REFERENCE     TO AUTS-REFERENCE
           MOVE AUSF-DATE-RAPPORT9 TO AUTS-DATE-RAPPORT.
       2200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-SIGNER - ONE SIGN-OFF CARD, NO MORE, NO LESS: WRITE    *
      *    THE DELETE CARDS AND THE REGISTER ROW                       *
      *----------------------------------------------------------------*
       3000-SIGNER.
           IF RETURN-CODE = 8
               GO TO 3000-EXIT
           END-IF
           IF AUTS-CNT-SIGNATURES NOT = 1
               DISPLAY "FDINAUTS - REVIEW NOT SIGNED OFF - "
                       "ONE SIGN-OFF CARD REQUIRED, NOTHING WRITTEN"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT FDINAUSD.
           IF FS-FDINAUSD NOT = "00"
               DISPLAY "FDINAUTS - OPEN FDINAUSD FAILED - STATUS "
                       FS-FDINAUSD
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-ECRIRE-CARTE THRU 3100-EXIT
               VARYING AUTS-SUB FROM 1 BY 1
               UNTIL AUTS-SUB > AUTS-RET-COUNT
           CLOSE FDINAUSD.
      *****  ROWS ON FILE AT SIGN-OFF, AND DOES THE SIGNER HOLD ANY
           MOVE LOW-VALUES TO FAUT-CLEF
           START FDINAUTH KEY NOT < FAUT-CLEF
               INVALID KEY
                   MOVE "Y" TO AUTS-EOF-SW
               NOT INVALID KEY
                   MOVE "N" TO AUTS-EOF-SW
           END-START
           PERFORM 3200-COMPTER-PROFIL THRU 3200-EXIT
               UNTIL AUTS-EOF
           IF AUTS-AUTO-REVUE = "O"
               DISPLAY "FDINAUTS - WARNING: SIGNER " AUTS-SIGNATAIRE
                       " HOLDS PROFILE ROWS - SELF-REVIEW"
           END-IF
           PERFORM 3300-ENREGISTRER THRU 3300-EXIT.
       3000-EXIT.
           EXIT.
      *
       3100-ECRIRE-CARTE.
           MOVE SPACES                   TO AUSD-CARTE
           MOVE RET-OPERATEUR (AUTS-SUB) TO AUSD-OPERATEUR
           MOVE RET-FONCTION (AUTS-SUB)  TO AUSD-FONCTION
           MOVE RET-ENTREPOT (AUTS-SUB)  TO AUSD-ENTREPOT
           MOVE "D"                      TO AUSD-ACTION
           MOVE AUTS-SIGNATAIRE          TO AUSD-OPERATEUR-MAJ
           WRITE AUSD-CARTE
           ADD 1 TO AUTS-CNT-ECRITES.
       3100-EXIT.
           EXIT.
      *
       3200-COMPTER-PROFIL.
           READ FDINAUTH NEXT RECORD
               AT END
                   MOVE "Y" TO AUTS-EOF-SW
                   GO TO 3200-EXIT
           END-READ
           ADD 1 TO AUTS-CNT-PROFILS
           IF FAUT-OPERATEUR = AUTS-SIGNATAIRE
               MOVE "O" TO AUTS-AUTO-REVUE
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3300-ENREGISTRER - THE REGISTER ROW OF THE SIGN-OFF         *
      *----------------------------------------------------------------*
       3300-ENREGISTRER.
           OPEN I-O FDINAUTG.
           IF FS-FDINAUTG NOT = "00"
               OPEN OUTPUT FDINAUTG
               CLOSE FDINAUTG
               OPEN I-O FDINAUTG
           END-IF
           IF FS-FDINAUTG NOT = "00"
               DISPLAY "FDINAUTS - OPEN FDINAUTG FAILED - STATUS "
                       FS-FDINAUTG
               MOVE 8 TO RETURN-CODE
               GO TO 3300-EXIT
           END-IF
           MOVE SPACES              TO FAUG-ENR
           MOVE AUTS-TODAY          TO FAUG-DATE-SIGNATURE
           MOVE AUTS-HEURE (1:6)    TO FAUG-HEURE-SIGNATURE
           MOVE AUTS-SIGNATAIRE     TO FAUG-SIGNATAIRE
           MOVE AUTS-REFERENCE      TO FAUG-REFERENCE
           MOVE AUTS-DATE-RAPPORT   TO FAUG-DATE-RAPPORT
           MOVE AUTS-CNT-PROFILS    TO FAUG-NB-PROFILS
           MOVE AUTS-CNT-ECRITES    TO FAUG-NB-RETIRES
           MOVE AUTS-AUTO-REVUE     TO FAUG-AUTO-REVUE
           WRITE FAUG-ENR
               INVALID KEY
                   DISPLAY "FDINAUTS - WRITE FDINAUTG FAILED - STATUS "
                           FS-FDINAUTG
                   MOVE 8 TO RETURN-CODE
           END-WRITE
           CLOSE FDINAUTG.
       3300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-TERMINATE                                              *
      *----------------------------------------------------------------*
       4000-TERMINATE.
           IF FS-FDINAUSF = "00" OR FS-FDINAUSF = "10"
               CLOSE FDINAUSF
           END-IF
           IF AUTS-AUTH-OUVERT-SW = "Y"
               CLOSE FDINAUTH
           END-IF
           IF RETURN-CODE NOT = 8
               AND (AUTS-CNT-ERREURS > ZERO OR AUTS-AUTO-REVUE = "O")
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FDINAUTS - CARDS READ..........: " AUTS-CNT-LUES.
           DISPLAY "FDINAUTS - SIGNED BY...........: " AUTS-SIGNATAIRE.
           DISPLAY "FDINAUTS - PROFILE ROWS........: " AUTS-CNT-PROFILS.
           DISPLAY "FDINAUTS - DELETE CARDS WRITTEN: " AUTS-CNT-ECRITES.
           DISPLAY "FDINAUTS - CARDS IN ERROR......: "
                   AUTS-CNT-ERREURS.
       4000-EXIT.
           EXIT.
      *
       9999-EXIT.
           STOP RUN.
