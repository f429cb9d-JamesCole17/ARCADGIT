      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINAUTV                      *
      * TYPE OF PROGRAM............: . BATCH REPORT                  *
      * FUNCTION...................: . ACCESS RECERTIFICATION AND    *
      *         .                      SEGREGATION-OF-DUTIES REVIEW  *
      *         .                      OF THE FDINAUTH PROFILES -    *
      *         .                      (1) CONFLICTING FUNCTIONS     *
      *         .                      GRANTED TO THE SAME OPERATOR  *
      *         .                      ON OVERLAPPING ENTREPOTS,     *
      *         .                      (2) DORMANT PROFILE ROWS -    *
      *         .                      NO FDINREVT, FDINRCNF OR      *
      *         .                      FDINAPPQ ACTIVITY OF THE      *
      *         .                      OPERATOR, NOR A GRANT, FOR N  *
      *         .                      DAYS, (3) OPERATORS WITH      *
      *         .                      REPEATED FDINAUTR REFUSALS,   *
      *         .                      (4) EVERY PROFILE ROW WITH    *
      *         .                      ITS FLAGS AND THE STRIKE CARD *
      *         .                      THE REVIEWER KEYS FOR FDINAUTS*
      *         .                      TO TURN INTO AN FDINAUTM      *
      *         .                      DELETE CARD.  THE LAST SIGNED *
      *         .                      REVIEW (FDINAUTG) IS QUOTED   *
      *         .                      IN THE HEADING                *
      * FILES USED.................: . FDINAUTH - INPUT              *
      *         .                      FDINREVT - INPUT              *
      *         .                      FDINRCNF - INPUT              *
      *         .                      FDINAPPQ - INPUT              *
      *         .                      FDINAUTR - INPUT              *
      *         .                      FDINAUTG - INPUT              *
      *         .                      FDINAUVP - INPUT (PARAMETER)  *
      *         .                      RPTAUV   - OUTPUT (PRINTER)   *
      * PARAMETER CARD.............: . POS 01-03 DORMANT AFTER N     *
      *         .                      DAYS (DEFAULT 090)            *
      *         .                      POS 04-06 REFUSALS THAT MAKE  *
      *         .                      A REPEAT OFFENDER (DEFAULT    *
      *         .                      003)                          *
      *         .                      POS 07-09 REFUSALS COUNTED    *
      *         .                      OVER THE LAST N DAYS (DEFAULT *
      *         .                      090)                          *
      *         .                      POS 10-69 UP TO 10 PAIRS OF   *
      *         .                      CONFLICTING FUNCTIONS, 6      *
      *         .                      BYTES EACH (E.G. CNFAP2) -    *
      *         .                      NONE = CNF/AP2, TYP/OVR AND   *
      *         .                      BQM/BQA                       *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - YEARLY ACCESS REVIEW OF THE  *
      *                 AUTHORIZATION PROFILES FOR THE AUDITORS.       *
      *  15/10/26  JFC  THE LAST SIGNED REVIEW LINE KEEPS ITS LABELS;  *
      *                 NONE ON FILE IS PRINTED ONLY WHEN FDINAUTG HAS *
      *                 NO ROW.                                        *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINAUTV.
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
           SELECT FDINAUTH ASSIGN TO FDINAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAUT-CLEF
               FILE STATUS IS FS-FDINAUTH.
           SELECT FDINREVT ASSIGN TO FDINREVT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINREVT.
           SELECT FDINRCNF ASSIGN TO FDINRCNF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINRCNF.
           SELECT FDINAPPQ ASSIGN TO FDINAPPQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAPQ-NORECEPT
               FILE STATUS IS FS-FDINAPPQ.
           SELECT FDINAUTR ASSIGN TO FDINAUTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAUTR.
           SELECT FDINAUTG ASSIGN TO FDINAUTG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FAUG-CLEF
               FILE STATUS IS FS-FDINAUTG.
           SELECT FDINAUVP ASSIGN TO FDINAUVP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-FDINAUVP.
           SELECT RPTAUV ASSIGN TO PRINTER
               FILE STATUS IS FS-RPTAUV.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINAUTH.
       COPY FDINREVT.
       COPY FDINRCNF.
       COPY FDINAPPQ.
       COPY FDINAUTR.
       COPY FDINAUTG.
      *
       FD  FDINAUVP  LABEL RECORD STANDARD
                     RECORD 80.
       01  AUVP-CARTE.
           05  AUVP-JOURS-DORMANT         PIC X(03).
           05  AUVP-SEUIL-REFUS           PIC X(03).
           05  AUVP-JOURS-REFUS           PIC X(03).
           05  AUVP-PAIRES.
               10  AUVP-PAIRE  OCCURS 10 TIMES.
                   15  AUVP-FONCTION-1    PIC X(03).
                   15  AUVP-FONCTION-2    PIC X(03).
           05  FILLER                     PIC X(11).
      *
       FD  RPTAUV   LABEL RECORD STANDARD
                    RECORD 132.
       01  RPTAUV-LIGNE                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINAUTH                    PIC X(02) VALUE "00".
       77  FS-FDINREVT                    PIC X(02) VALUE "00".
       77  FS-FDINRCNF                    PIC X(02) VALUE "00".
       77  FS-FDINAPPQ                    PIC X(02) VALUE "00".
       77  FS-FDINAUTR                    PIC X(02) VALUE "00".
       77  FS-FDINAUTG                    PIC X(02) VALUE "00".
       77  FS-FDINAUVP                    PIC X(02) VALUE "00".
       77  FS-RPTAUV                      PIC X(02) VALUE "00".
       77  AUV-EOF-SW                     PIC X(01) VALUE "N".
           88  AUV-EOF                    VALUE "Y".
       77  AUV-ARRET-SW                   PIC X(01) VALUE "N".
           88  AUV-ARRET                  VALUE "Y".
       77  AUV-FOUND-SW                   PIC X(01).
           88  AUV-FOUND                  VALUE "Y".
       77  AUV-CONFLIT-SW                 PIC X(01).
           88  AUV-CONFLIT                VALUE "Y".
       77  AUV-TODAY                      PIC 9(08).
       77  AUV-JOURS-DORMANT              PIC 9(03) VALUE 90.
       77  AUV-SEUIL-REFUS                PIC 9(03) VALUE 3.
       77  AUV-JOURS-REFUS                PIC 9(03) VALUE 90.
      *****  360-DAY CALENDAR (30 DAYS/MONTH), SAME APPROXIMATION AS
      *****  FDINAGE
       01  AUV-DATE-CCAAMMJJ.
           05  AUV-DT-CCAA                PIC 9(04).
           05  AUV-DT-MM                  PIC 9(02).
           05  AUV-DT-JJ                  PIC 9(02).
       01  AUV-DATE9 REDEFINES AUV-DATE-CCAAMMJJ
                                          PIC 9(08).
       77  AUV-JOUR                       PIC S9(07).
       77  AUV-JOUR-TODAY                 PIC S9(07).
       77  AUV-JOURS                      PIC S9(07).
       77  AUV-DATE-REF                   PIC 9(08).
       77  AUV-SUB                        PIC 9(04) COMP.
       77  AUV-SUB2                       PIC 9(04) COMP.
       77  AUV-SUBP                       PIC 9(04) COMP.
       77  AUV-OPERATEUR                  PIC X(10).
       77  AUV-CNT-PROFILS                PIC 9(07) COMP-3 VALUE ZERO.
       77  AUV-CNT-CONFLITS               PIC 9(07) COMP-3 VALUE ZERO.
       77  AUV-CNT-DORMANTS               PIC 9(07) COMP-3 VALUE ZERO.
       77  AUV-CNT-REFUS                  PIC 9(07) COMP-3 VALUE ZERO.
       77  AUV-CNT-RECIDIVISTES           PIC 9(07) COMP-3 VALUE ZERO.
      *
      *****  CONFLICTING FUNCTION PAIRS - FROM THE CARD OR THE DEFAULTS
       01  AUV-PAI-TABLE.
           05  AUV-PAI-ENTRY  OCCURS 10 TIMES.
               10  PAI-FONCTION-1         PIC X(03).
               10  PAI-FONCTION-2         PIC X(03).
       77  AUV-PAI-COUNT                  PIC 9(04) COMP VALUE ZERO.
      *
      *****  THE FDINAUTH ROWS, IN KEY ORDER (OPERATOR FIRST) - EACH
      *****  ROW POINTS AT ITS OPERATOR'S ENTRY IN AUV-OPR-TABLE
       01  AUV-PRF-TABLE.
           05  AUV-PRF-ENTRY  OCCURS 2000 TIMES.
               10  PRF-OPERATEUR          PIC X(10).
               10  PRF-FONCTION           PIC X(03).
               10  PRF-ENTREPOT           PIC X(02).
               10  PRF-AUTORISE           PIC X(01).
               10  PRF-DATE-MAJ           PIC 9(08).
               10  PRF-OPERATEUR-MAJ      PIC X(10).
               10  PRF-OPR                PIC 9(04) COMP.
               10  PRF-CONFLIT            PIC X(01).
               10  PRF-DORMANT            PIC X(01).
       77  AUV-PRF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  AUV-PRF-PLEIN-SW               PIC X(01) VALUE "N".
      *
      *****  ONE ENTRY PER OPERATOR - HOLDERS OF PROFILE ROWS FIRST,
      *****  THEN OPERATORS MET ONLY ON THE REFUSAL LOG
       01  AUV-OPR-TABLE.
           05  AUV-OPR-ENTRY  OCCURS 1000 TIMES
                                INDEXED BY AUV-OX.
               10  OPR-OPERATEUR          PIC X(10).
               10  OPR-DERN-ACTIVITE      PIC 9(08).
               10  OPR-NB-REFUS           PIC 9(05).
               10  OPR-DERN-REFUS         PIC 9(08).
               10  OPR-DERN-FONCTION      PIC X(03).
       77  AUV-OPR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  AUV-OPR-PLEIN-SW               PIC X(01) VALUE "N".
       77  AUV-OPR-PROFILS                PIC 9(04) COMP VALUE ZERO.
      *
       01  AUV-LIGNE-TITRE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-TITRE                  PIC X(60).
       01  AUV-LIGNE-CONFLIT.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  AUV-C-OPERATEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-C-FONCTION-1           PIC X(03).
           05  FILLER                     PIC X(01) VALUE "/".
           05  AUV-C-ENTREPOT-1           PIC X(02).
           05  FILLER                     PIC X(06) VALUE " WITH ".
           05  AUV-C-FONCTION-2           PIC X(03).
           05  FILLER                     PIC X(01) VALUE "/".
           05  AUV-C-ENTREPOT-2           PIC X(02).
       01  AUV-LIGNE-DORMANT.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  AUV-N-OPERATEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-N-FONCTION             PIC X(03).
           05  FILLER                     PIC X(01) VALUE "/".
           05  AUV-N-ENTREPOT             PIC X(02).
           05  FILLER                     PIC X(16)
                                          VALUE "  LAST ACTIVITY ".
           05  AUV-N-ACTIVITE             PIC 9(08).
           05  FILLER                     PIC X(09) VALUE "  GRANTED".
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AUV-N-DATE-MAJ             PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-N-JOURS                PIC ZZZZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".
       01  AUV-LIGNE-REFUS.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  AUV-R-OPERATEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-R-NB                   PIC ZZZZ9.
           05  FILLER                     PIC X(19)
                                          VALUE " REFUSALS, LAST ON ".
           05  AUV-R-DATE                 PIC 9(08).
           05  FILLER                     PIC X(05) VALUE " FOR ".
           05  AUV-R-FONCTION             PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-R-MESSAGE              PIC X(20).
       01  AUV-LIGNE-ENTETE.
           05  FILLER                     PIC X(36)
               VALUE "    OPERATOR    FNC EN A  CHANGED   ".
           05  FILLER                     PIC X(40)
               VALUE "BY          LAST ACT.  FLAGS           ".
           05  FILLER                     PIC X(22)
               VALUE "FDINAUTS STRIKE CARD  ".
       01  AUV-LIGNE-PROFIL.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  AUV-P-OPERATEUR            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-P-FONCTION             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AUV-P-ENTREPOT             PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AUV-P-AUTORISE             PIC X(01).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-P-DATE-MAJ             PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-P-OPERATEUR-MAJ        PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-P-ACTIVITE             PIC 9(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  AUV-P-FLAG-CONFLIT         PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AUV-P-FLAG-DORMANT         PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  AUV-P-FLAG-REFUS           PIC X(04).
           05  FILLER                     PIC X(02) VALUE SPACES.
      *****  THE FDINAUTS STRIKE CARD OF THE ROW - S, OPERATOR,
      *****  FUNCTION, ENTREPOT
           05  FILLER                     PIC X(02) VALUE "[ ".
           05  AUV-P-CARTE.
               10  AUV-P-CARTE-CODE       PIC X(01).
               10  AUV-P-CARTE-OPERATEUR  PIC X(10).
               10  AUV-P-CARTE-FONCTION   PIC X(03).
               10  AUV-P-CARTE-ENTREPOT   PIC X(02).
           05  FILLER                     PIC X(02) VALUE " ]".
       01  AUV-LIGNE-SIGNATURE.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(21)
                                          VALUE "LAST SIGNED REVIEW : ".
           05  AUV-S-DATE                 PIC 9(08).
           05  FILLER                     PIC X(04) VALUE " BY ".
           05  AUV-S-SIGNATAIRE           PIC X(10).
           05  FILLER                     PIC X(07) VALUE "  REF. ".
           05  AUV-S-REFERENCE            PIC X(10).
           05  FILLER                     PIC X(08) VALUE "  KEPT: ".
           05  AUV-S-GARDES               PIC ZZZZ9.
           05  FILLER                     PIC X(10) VALUE "  STRUCK: ".
           05  AUV-S-RETIRES              PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT AUV-ARRET
               PERFORM 2000-CHARGER-PROFILS THRU 2000-EXIT
               PERFORM 2500-CHARGER-ACTIVITE THRU 2500-EXIT
               PERFORM 2700-CHARGER-REFUS THRU 2700-EXIT
               PERFORM 3000-CONFLITS THRU 3000-EXIT
               PERFORM 4000-DORMANTS THRU 4000-EXIT
               PERFORM 4500-RECIDIVISTES THRU 4500-EXIT
               PERFORM 5000-LISTER-PROFILS THRU 5000-EXIT
           END-IF
           PERFORM 6000-TERMINATE THRU 6000-EXIT
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-INITIALIZE - THRESHOLDS AND PAIRS FROM THE CARD, THE   *
      *    LAST SIGN-OFF IN THE HEADING                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT AUV-TODAY FROM DATE YYYYMMDD
           MOVE AUV-TODAY TO AUV-DATE9
           PERFORM 7000-JOUR THRU 7000-EXIT
           MOVE AUV-JOUR TO AUV-JOUR-TODAY
           OPEN INPUT FDINAUVP.
           IF FS-FDINAUVP = "00"
               READ FDINAUVP
                   AT END
                       MOVE SPACES TO AUVP-CARTE
               END-READ
               CLOSE FDINAUVP
           ELSE
               MOVE SPACES TO AUVP-CARTE
           END-IF
           IF AUVP-JOURS-DORMANT IS NUMERIC
               AND AUVP-JOURS-DORMANT NOT = "000"
               MOVE AUVP-JOURS-DORMANT TO AUV-JOURS-DORMANT
           END-IF
           IF AUVP-SEUIL-REFUS IS NUMERIC
               AND AUVP-SEUIL-REFUS NOT = "000"
               MOVE AUVP-SEUIL-REFUS TO AUV-SEUIL-REFUS
           END-IF
           IF AUVP-JOURS-REFUS IS NUMERIC
               AND AUVP-JOURS-REFUS NOT = "000"
               MOVE AUVP-JOURS-REFUS TO AUV-JOURS-REFUS
           END-IF
           PERFORM 1100-PRENDRE-PAIRE THRU 1100-EXIT
               VARYING AUV-SUB FROM 1 BY 1
               UNTIL AUV-SUB > 10
           IF AUV-PAI-COUNT = ZERO
               MOVE "CNF" TO PAI-FONCTION-1 (1)
               MOVE "AP2" TO PAI-FONCTION-2 (1)
               MOVE "TYP" TO PAI-FONCTION-1 (2)
               MOVE "OVR" TO PAI-FONCTION-2 (2)
               MOVE "BQM" TO PAI-FONCTION-1 (3)
               MOVE "BQA" TO PAI-FONCTION-2 (3)
               MOVE 3 TO AUV-PAI-COUNT
           END-IF
           OPEN OUTPUT RPTAUV.
           MOVE SPACES TO RPTAUV-LIGNE
           MOVE "FDINAUTV - ACCESS RECERTIFICATION REVIEW - RUN OF"
                TO RPTAUV-LIGNE
           MOVE AUV-TODAY TO RPTAUV-LIGNE (51:8)
           WRITE RPTAUV-LIGNE
           PERFORM 1200-DERNIERE-REVUE THRU 1200-EXIT
           OPEN INPUT FDINAUTH.
           IF FS-FDINAUTH NOT = "00"
               DISPLAY "FDINAUTV - OPEN FDINAUTH FAILED - STATUS "
                       FS-FDINAUTH
               MOVE "Y" TO AUV-ARRET-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.
      *
       1100-PRENDRE-PAIRE.
           IF AUVP-FONCTION-1 (AUV-SUB) NOT = SPACES
               AND AUVP-FONCTION-2 (AUV-SUB) NOT = SPACES
               ADD 1 TO AUV-PAI-COUNT
               MOVE AUVP-FONCTION-1 (AUV-SUB)
                    TO PAI-FONCTION-1 (AUV-PAI-COUNT)
               MOVE AUVP-FONCTION-2 (AUV-SUB)
                    TO PAI-FONCTION-2 (AUV-PAI-COUNT)
           END-IF.
       1100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    1200-DERNIERE-REVUE - THE REGISTER IS IN SIGNATURE ORDER,   *
      *    ITS LAST ROW IS THE LAST SIGN-OFF                           *
      *----------------------------------------------------------------*
       1200-DERNIERE-REVUE.
           MOVE "N" TO AUV-FOUND-SW
           MOVE "N" TO AUV-EOF-SW
           OPEN INPUT FDINAUTG.
           IF FS-FDINAUTG NOT = "00"
               MOVE "Y" TO AUV-EOF-SW
           END-IF
           PERFORM 1210-LIRE-REGISTRE THRU 1210-EXIT
               UNTIL AUV-EOF
           IF FS-FDINAUTG = "10"
               CLOSE FDINAUTG
           END-IF
           IF AUV-FOUND
               WRITE RPTAUV-LIGNE FROM AUV-LIGNE-SIGNATURE
           ELSE
               MOVE SPACES TO RPTAUV-LIGNE
               MOVE "LAST SIGNED REVIEW : NONE ON FILE"
                    TO RPTAUV-LIGNE (3:33)
               WRITE RPTAUV-LIGNE
           END-IF
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE
           MOVE "N" TO AUV-EOF-SW.
       1200-EXIT.
           EXIT.
      *
       1210-LIRE-REGISTRE.
           READ FDINAUTG NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           MOVE FAUG-DATE-SIGNATURE TO AUV-S-DATE
           MOVE FAUG-SIGNATAIRE     TO AUV-S-SIGNATAIRE
           MOVE FAUG-REFERENCE      TO AUV-S-REFERENCE
           COMPUTE AUV-S-GARDES = FAUG-NB-PROFILS - FAUG-NB-RETIRES
           MOVE FAUG-NB-RETIRES     TO AUV-S-RETIRES
           MOVE "Y" TO AUV-FOUND-SW.
       1210-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-CHARGER-PROFILS - THE PROFILE ROWS AND ONE ENTRY PER   *
      *    OPERATOR HOLDING THEM                                       *
      *----------------------------------------------------------------*
       2000-CHARGER-PROFILS.
           MOVE SPACES TO AUV-OPERATEUR
           PERFORM 2100-LIRE-PROFIL THRU 2100-EXIT
               UNTIL AUV-EOF
           MOVE AUV-OPR-COUNT TO AUV-OPR-PROFILS
           CLOSE FDINAUTH.
       2000-EXIT.
           EXIT.
      *
       2100-LIRE-PROFIL.
           READ FDINAUTH NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF AUV-PRF-COUNT NOT < 2000
               MOVE "Y" TO AUV-PRF-PLEIN-SW
               GO TO 2100-EXIT
           END-IF
           IF FAUT-OPERATEUR NOT = AUV-OPERATEUR
               MOVE FAUT-OPERATEUR TO AUV-OPERATEUR
               PERFORM 7100-CHERCHER-OPERATEUR THRU 7100-EXIT
           END-IF
           IF NOT AUV-FOUND
               MOVE "Y" TO AUV-OPR-PLEIN-SW
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO AUV-PRF-COUNT
           ADD 1 TO AUV-CNT-PROFILS
           MOVE FAUT-OPERATEUR     TO PRF-OPERATEUR (AUV-PRF-COUNT)
           MOVE FAUT-FONCTION      TO PRF-FONCTION (AUV-PRF-COUNT)
           MOVE FAUT-ENTREPOT      TO PRF-ENTREPOT (AUV-PRF-COUNT)
           MOVE FAUT-AUTORISE      TO PRF-AUTORISE (AUV-PRF-COUNT)
           MOVE FAUT-DATE-MAJ      TO PRF-DATE-MAJ (AUV-PRF-COUNT)
           MOVE FAUT-OPERATEUR-MAJ TO PRF-OPERATEUR-MAJ (AUV-PRF-COUNT)
           SET AUV-SUB TO AUV-OX
           MOVE AUV-SUB            TO PRF-OPR (AUV-PRF-COUNT)
           MOVE "N" TO PRF-CONFLIT (AUV-PRF-COUNT)
           MOVE "N" TO PRF-DORMANT (AUV-PRF-COUNT).
       2100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2500-CHARGER-ACTIVITE - LATEST DATE EACH OPERATOR SHOWS UP  *
      *    ON THE EVENT JOURNAL, THE CONFIRMATIONS OR THE APPROVAL     *
      *    QUEUE.  A MISSING FILE IS NOT FATAL - IT SHOWS NO ACTIVITY  *
      *----------------------------------------------------------------*
       2500-CHARGER-ACTIVITE.
           MOVE "N" TO AUV-EOF-SW
           OPEN INPUT FDINREVT.
           IF FS-FDINREVT NOT = "00"
               DISPLAY "FDINAUTV - OPEN FDINREVT FAILED - STATUS "
                       FS-FDINREVT
               MOVE "Y" TO AUV-EOF-SW
           END-IF
           PERFORM 2510-LIRE-EVENEMENT THRU 2510-EXIT
               UNTIL AUV-EOF
           IF FS-FDINREVT = "10"
               CLOSE FDINREVT
           END-IF
           MOVE "N" TO AUV-EOF-SW
           OPEN INPUT FDINRCNF.
           IF FS-FDINRCNF NOT = "00"
               DISPLAY "FDINAUTV - OPEN FDINRCNF FAILED - STATUS "
                       FS-FDINRCNF
               MOVE "Y" TO AUV-EOF-SW
           END-IF
           PERFORM 2520-LIRE-CONFIRMATION THRU 2520-EXIT
               UNTIL AUV-EOF
           IF FS-FDINRCNF = "10"
               CLOSE FDINRCNF
           END-IF
           MOVE "N" TO AUV-EOF-SW
           OPEN INPUT FDINAPPQ.
           IF FS-FDINAPPQ NOT = "00"
               DISPLAY "FDINAUTV - OPEN FDINAPPQ FAILED - STATUS "
                       FS-FDINAPPQ
               MOVE "Y" TO AUV-EOF-SW
           END-IF
           PERFORM 2530-LIRE-APPROBATION THRU 2530-EXIT
               UNTIL AUV-EOF
           IF FS-FDINAPPQ = "10"
               CLOSE FDINAPPQ
           END-IF.
       2500-EXIT.
           EXIT.
      *
       2510-LIRE-EVENEMENT.
           READ FDINREVT NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 2510-EXIT
           END-READ
           MOVE FEVT-OPERATEUR  TO AUV-OPERATEUR
           MOVE FEVT-DATE-EVENT TO AUV-DATE-REF
           PERFORM 2590-NOTER-ACTIVITE THRU 2590-EXIT.
       2510-EXIT.
           EXIT.
      *
       2520-LIRE-CONFIRMATION.
           READ FDINRCNF NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 2520-EXIT
           END-READ
           MOVE FCNF-OPERATEUR    TO AUV-OPERATEUR
           MOVE FCNF-DATE-CONFIRM TO AUV-DATE-REF
           PERFORM 2590-NOTER-ACTIVITE THRU 2590-EXIT.
       2520-EXIT.
           EXIT.
      *
       2530-LIRE-APPROBATION.
           READ FDINAPPQ NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 2530-EXIT
           END-READ
           MOVE FAPQ-OPERATEUR-SAISIE TO AUV-OPERATEUR
           MOVE FAPQ-DATE-SAISIE      TO AUV-DATE-REF
           PERFORM 2590-NOTER-ACTIVITE THRU 2590-EXIT.
       2530-EXIT.
           EXIT.
      *
      *****  ONLY HOLDERS OF PROFILE ROWS ARE OF INTEREST HERE
       2590-NOTER-ACTIVITE.
           IF AUV-DATE-REF IS NOT NUMERIC
               GO TO 2590-EXIT
           END-IF
           MOVE "N" TO AUV-FOUND-SW
           SET AUV-OX TO 1
           SEARCH AUV-OPR-ENTRY
               WHEN AUV-OX > AUV-OPR-COUNT
                   CONTINUE
               WHEN OPR-OPERATEUR (AUV-OX) = AUV-OPERATEUR
                   MOVE "Y" TO AUV-FOUND-SW
           END-SEARCH
           IF AUV-FOUND
               AND AUV-DATE-REF > OPR-DERN-ACTIVITE (AUV-OX)
               MOVE AUV-DATE-REF TO OPR-DERN-ACTIVITE (AUV-OX)
           END-IF.
       2590-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2700-CHARGER-REFUS - FDINAUTR REFUSALS OF THE WINDOW, PER   *
      *    OPERATOR (WITH OR WITHOUT A PROFILE ROW)                    *
      *----------------------------------------------------------------*
       2700-CHARGER-REFUS.
           MOVE "N" TO AUV-EOF-SW
           OPEN INPUT FDINAUTR.
           IF FS-FDINAUTR NOT = "00"
               DISPLAY "FDINAUTV - OPEN FDINAUTR FAILED - STATUS "
                       FS-FDINAUTR
               MOVE "Y" TO AUV-EOF-SW
           END-IF
           PERFORM 2710-LIRE-REFUS THRU 2710-EXIT
               UNTIL AUV-EOF
           IF FS-FDINAUTR = "10"
               CLOSE FDINAUTR
           END-IF.
       2700-EXIT.
           EXIT.
      *
       2710-LIRE-REFUS.
           READ FDINAUTR NEXT RECORD
               AT END
                   MOVE "Y" TO AUV-EOF-SW
                   GO TO 2710-EXIT
           END-READ
           IF FAUR-DATE IS NOT NUMERIC
               GO TO 2710-EXIT
           END-IF
           MOVE FAUR-DATE TO AUV-DATE9
           PERFORM 7000-JOUR THRU 7000-EXIT
           COMPUTE AUV-JOURS = AUV-JOUR-TODAY - AUV-JOUR
           IF AUV-JOURS > AUV-JOURS-REFUS
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO AUV-CNT-REFUS
           MOVE FAUR-OPERATEUR TO AUV-OPERATEUR
           PERFORM 7100-CHERCHER-OPERATEUR THRU 7100-EXIT
           IF NOT AUV-FOUND
               MOVE "Y" TO AUV-OPR-PLEIN-SW
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO OPR-NB-REFUS (AUV-OX)
           IF FAUR-DATE NOT < OPR-DERN-REFUS (AUV-OX)
               MOVE FAUR-DATE     TO OPR-DERN-REFUS (AUV-OX)
               MOVE FAUR-FONCTION TO OPR-DERN-FONCTION (AUV-OX)
           END-IF.
       2710-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-CONFLITS - TWO GRANTED ROWS OF THE SAME OPERATOR THAT  *
      *    FORM A CONFLICTING PAIR AND SHARE AN ENTREPOT (BLANK = ALL) *
      *----------------------------------------------------------------*
       3000-CONFLITS.
           MOVE SPACES TO AUV-LIGNE-TITRE
           MOVE "(1) CONFLICTING FUNCTIONS HELD BY THE SAME OPERATOR"
                TO AUV-TITRE
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-TITRE
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE
           PERFORM 3100-UNE-LIGNE THRU 3100-EXIT
               VARYING AUV-SUB FROM 1 BY 1
               UNTIL AUV-SUB > AUV-PRF-COUNT
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE.
       3000-EXIT.
           EXIT.
      *
      *****  THE TABLE IS IN OPERATOR ORDER - THE ROWS AFTER THIS ONE
      *****  FOR THE SAME OPERATOR ARE ALL THERE IS TO PAIR IT WITH
       3100-UNE-LIGNE.
           IF PRF-AUTORISE (AUV-SUB) NOT = "O"
               GO TO 3100-EXIT
           END-IF
           COMPUTE AUV-SUB2 = AUV-SUB + 1
           PERFORM 3200-COMPARER THRU 3200-EXIT
               UNTIL AUV-SUB2 > AUV-PRF-COUNT
               OR PRF-OPERATEUR (AUV-SUB2)
                  NOT = PRF-OPERATEUR (AUV-SUB).
       3100-EXIT.
           EXIT.
      *
       3200-COMPARER.
           IF PRF-AUTORISE (AUV-SUB2) NOT = "O"
               GO TO 3290-SUIVANTE
           END-IF
           IF PRF-ENTREPOT (AUV-SUB) NOT = SPACES
               AND PRF-ENTREPOT (AUV-SUB2) NOT = SPACES
               AND PRF-ENTREPOT (AUV-SUB) NOT = PRF-ENTREPOT (AUV-SUB2)
               GO TO 3290-SUIVANTE
           END-IF
           MOVE "N" TO AUV-CONFLIT-SW
           PERFORM 3300-PAIRE THRU 3300-EXIT
               VARYING AUV-SUBP FROM 1 BY 1
               UNTIL AUV-SUBP > AUV-PAI-COUNT
           IF NOT AUV-CONFLIT
               GO TO 3290-SUIVANTE
           END-IF
           MOVE "O" TO PRF-CONFLIT (AUV-SUB)
           MOVE "O" TO PRF-CONFLIT (AUV-SUB2)
           ADD 1 TO AUV-CNT-CONFLITS
           MOVE PRF-OPERATEUR (AUV-SUB)  TO AUV-C-OPERATEUR
           MOVE PRF-FONCTION (AUV-SUB)   TO AUV-C-FONCTION-1
           MOVE PRF-ENTREPOT (AUV-SUB)   TO AUV-C-ENTREPOT-1
           MOVE PRF-FONCTION (AUV-SUB2)  TO AUV-C-FONCTION-2
           MOVE PRF-ENTREPOT (AUV-SUB2)  TO AUV-C-ENTREPOT-2
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-CONFLIT.
       3290-SUIVANTE.
           ADD 1 TO AUV-SUB2.
       3200-EXIT.
           EXIT.
      *
       3300-PAIRE.
           IF (PRF-FONCTION (AUV-SUB) = PAI-FONCTION-1 (AUV-SUBP)
               AND PRF-FONCTION (AUV-SUB2) = PAI-FONCTION-2 (AUV-SUBP))
               OR (PRF-FONCTION (AUV-SUB) = PAI-FONCTION-2 (AUV-SUBP)
               AND PRF-FONCTION (AUV-SUB2) = PAI-FONCTION-1 (AUV-SUBP))
               MOVE "Y" TO AUV-CONFLIT-SW
           END-IF.
       3300-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4000-DORMANTS - GRANTED ROWS WHOSE OPERATOR HAS NOT BEEN    *
      *    SEEN FOR N DAYS.  A ROW GRANTED WITHIN THE N DAYS IS NOT    *
      *    DORMANT YET                                                 *
      *----------------------------------------------------------------*
       4000-DORMANTS.
           MOVE SPACES TO AUV-LIGNE-TITRE
           MOVE "(2) DORMANT PROFILE ROWS - NO ACTIVITY FOR"
                TO AUV-TITRE
           MOVE AUV-JOURS-DORMANT TO AUV-TITRE (44:3)
           MOVE "DAYS" TO AUV-TITRE (48:4)
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-TITRE
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE
           PERFORM 4100-UNE-LIGNE THRU 4100-EXIT
               VARYING AUV-SUB FROM 1 BY 1
               UNTIL AUV-SUB > AUV-PRF-COUNT
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE.
       4000-EXIT.
           EXIT.
      *
       4100-UNE-LIGNE.
           IF PRF-AUTORISE (AUV-SUB) NOT = "O"
               GO TO 4100-EXIT
           END-IF
           SET AUV-OX TO PRF-OPR (AUV-SUB)
           MOVE OPR-DERN-ACTIVITE (AUV-OX) TO AUV-DATE-REF
           IF PRF-DATE-MAJ (AUV-SUB) IS NUMERIC
               AND PRF-DATE-MAJ (AUV-SUB) > AUV-DATE-REF
               MOVE PRF-DATE-MAJ (AUV-SUB) TO AUV-DATE-REF
           END-IF
           IF AUV-DATE-REF = ZERO
               MOVE 999999 TO AUV-JOURS
           ELSE
               MOVE AUV-DATE-REF TO AUV-DATE9
               PERFORM 7000-JOUR THRU 7000-EXIT
               COMPUTE AUV-JOURS = AUV-JOUR-TODAY - AUV-JOUR
           END-IF
           IF AUV-JOURS NOT > AUV-JOURS-DORMANT
               GO TO 4100-EXIT
           END-IF
           MOVE "O" TO PRF-DORMANT (AUV-SUB)
           ADD 1 TO AUV-CNT-DORMANTS
           MOVE PRF-OPERATEUR (AUV-SUB)    TO AUV-N-OPERATEUR
           MOVE PRF-FONCTION (AUV-SUB)     TO AUV-N-FONCTION
           MOVE PRF-ENTREPOT (AUV-SUB)     TO AUV-N-ENTREPOT
           MOVE OPR-DERN-ACTIVITE (AUV-OX) TO AUV-N-ACTIVITE
           MOVE PRF-DATE-MAJ (AUV-SUB)     TO AUV-N-DATE-MAJ
           MOVE AUV-JOURS                  TO AUV-N-JOURS
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-DORMANT.
       4100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    4500-RECIDIVISTES - OPERATORS REFUSED AT LEAST THE CARD'S   *
      *    COUNT OF TIMES OVER THE WINDOW                              *
      *----------------------------------------------------------------*
       4500-RECIDIVISTES.
           MOVE SPACES TO AUV-LIGNE-TITRE
           MOVE "(3) REPEATED AUTHORIZATION REFUSALS OVER THE LAST"
                TO AUV-TITRE
           MOVE AUV-JOURS-REFUS TO AUV-TITRE (52:3)
           MOVE "DAYS" TO AUV-TITRE (56:4)
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-TITRE
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE
           PERFORM 4600-UN-OPERATEUR THRU 4600-EXIT
               VARYING AUV-SUB FROM 1 BY 1
               UNTIL AUV-SUB > AUV-OPR-COUNT
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE.
       4500-EXIT.
           EXIT.
      *
       4600-UN-OPERATEUR.
           SET AUV-OX TO AUV-SUB
           IF OPR-NB-REFUS (AUV-OX) < AUV-SEUIL-REFUS
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO AUV-CNT-RECIDIVISTES
           MOVE SPACES TO AUV-R-MESSAGE
           MOVE OPR-OPERATEUR (AUV-OX)     TO AUV-R-OPERATEUR
           MOVE OPR-NB-REFUS (AUV-OX)      TO AUV-R-NB
           MOVE OPR-DERN-REFUS (AUV-OX)    TO AUV-R-DATE
           MOVE OPR-DERN-FONCTION (AUV-OX) TO AUV-R-FONCTION
           IF AUV-SUB > AUV-OPR-PROFILS
               MOVE "NO PROFILE ROW" TO AUV-R-MESSAGE
           END-IF
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-REFUS.
       4600-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    5000-LISTER-PROFILS - WHO CAN DO WHAT: EVERY ROW WITH ITS   *
      *    FLAGS AND ITS STRIKE CARD                                   *
      *----------------------------------------------------------------*
       5000-LISTER-PROFILS.
           MOVE SPACES TO AUV-LIGNE-TITRE
           MOVE "(4) PROFILE ROWS - A = O GRANTED, N EXPLICITLY REFUSED"
                TO AUV-TITRE
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-TITRE
           MOVE SPACES TO RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-ENTETE
           PERFORM 5100-UNE-LIGNE THRU 5100-EXIT
               VARYING AUV-SUB FROM 1 BY 1
               UNTIL AUV-SUB > AUV-PRF-COUNT.
       5000-EXIT.
           EXIT.
      *
       5100-UNE-LIGNE.
           SET AUV-OX TO PRF-OPR (AUV-SUB)
           MOVE PRF-OPERATEUR (AUV-SUB)     TO AUV-P-OPERATEUR
           MOVE PRF-FONCTION (AUV-SUB)      TO AUV-P-FONCTION
           MOVE PRF-ENTREPOT (AUV-SUB)      TO AUV-P-ENTREPOT
           MOVE PRF-AUTORISE (AUV-SUB)      TO AUV-P-AUTORISE
           MOVE PRF-DATE-MAJ (AUV-SUB)      TO AUV-P-DATE-MAJ
           MOVE PRF-OPERATEUR-MAJ (AUV-SUB) TO AUV-P-OPERATEUR-MAJ
           MOVE OPR-DERN-ACTIVITE (AUV-OX)  TO AUV-P-ACTIVITE
           MOVE SPACES TO AUV-P-FLAG-CONFLIT
           MOVE SPACES TO AUV-P-FLAG-DORMANT
           MOVE SPACES TO AUV-P-FLAG-REFUS
           IF PRF-CONFLIT (AUV-SUB) = "O"
               MOVE "SOD " TO AUV-P-FLAG-CONFLIT
           END-IF
           IF PRF-DORMANT (AUV-SUB) = "O"
               MOVE "DORM" TO AUV-P-FLAG-DORMANT
           END-IF
           IF OPR-NB-REFUS (AUV-OX) NOT < AUV-SEUIL-REFUS
               MOVE "REFU" TO AUV-P-FLAG-REFUS
           END-IF
           MOVE "S"                     TO AUV-P-CARTE-CODE
           MOVE PRF-OPERATEUR (AUV-SUB) TO AUV-P-CARTE-OPERATEUR
           MOVE PRF-FONCTION (AUV-SUB)  TO AUV-P-CARTE-FONCTION
           MOVE PRF-ENTREPOT (AUV-SUB)  TO AUV-P-CARTE-ENTREPOT
           WRITE RPTAUV-LIGNE FROM AUV-LIGNE-PROFIL.
       5100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    6000-TERMINATE                                              *
      *----------------------------------------------------------------*
       6000-TERMINATE.
           IF AUV-PRF-PLEIN-SW = "Y" OR AUV-OPR-PLEIN-SW = "Y"
               MOVE SPACES TO RPTAUV-LIGNE
               WRITE RPTAUV-LIGNE
               MOVE "** PROFILE TABLE FULL - REVIEW IS INCOMPLETE **"
                    TO RPTAUV-LIGNE
               WRITE RPTAUV-LIGNE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE RPTAUV.
           DISPLAY "FDINAUTV - PROFILE ROWS........: " AUV-CNT-PROFILS.
           DISPLAY "FDINAUTV - CONFLICTING PAIRS...: "
                   AUV-CNT-CONFLITS.
           DISPLAY "FDINAUTV - DORMANT ROWS........: "
                   AUV-CNT-DORMANTS.
           DISPLAY "FDINAUTV - REFUSALS IN WINDOW..: " AUV-CNT-REFUS.
           DISPLAY "FDINAUTV - REPEAT OFFENDERS....: "
                   AUV-CNT-RECIDIVISTES.
       6000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7000-JOUR - DAY NUMBER OF AUV-DATE9 ON THE 360-DAY CALENDAR *
      *----------------------------------------------------------------*
       7000-JOUR.
           COMPUTE AUV-JOUR =
                   AUV-DT-CCAA * 360 + AUV-DT-MM * 30 + AUV-DT-JJ.
       7000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    7100-CHERCHER-OPERATEUR - FIND/CREATE THE ENTRY OF          *
      *    AUV-OPERATEUR, LEAVING AUV-OX ON IT.  AUV-FOUND STAYS OFF   *
      *    ONLY WHEN THE TABLE IS FULL                                 *
      *----------------------------------------------------------------*
       7100-CHERCHER-OPERATEUR.
           MOVE "N" TO AUV-FOUND-SW
           SET AUV-OX TO 1
           SEARCH AUV-OPR-ENTRY
               WHEN AUV-OX > AUV-OPR-COUNT
                   CONTINUE
               WHEN OPR-OPERATEUR (AUV-OX) = AUV-OPERATEUR
                   MOVE "Y" TO AUV-FOUND-SW
           END-SEARCH
           IF AUV-FOUND
               GO TO 7100-EXIT
           END-IF
           IF AUV-OPR-COUNT < 1000
               ADD 1 TO AUV-OPR-COUNT
               SET AUV-OX TO AUV-OPR-COUNT
               MOVE AUV-OPERATEUR TO OPR-OPERATEUR (AUV-OX)
               MOVE ZERO          TO OPR-DERN-ACTIVITE (AUV-OX)
               MOVE ZERO          TO OPR-NB-REFUS (AUV-OX)
               MOVE ZERO          TO OPR-DERN-REFUS (AUV-OX)
               MOVE SPACES        TO OPR-DERN-FONCTION (AUV-OX)
               MOVE "Y" TO AUV-FOUND-SW
           END-IF.
       7100-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
