      *         .                      POS 11-18 EFFECTIVE DATE      *
      *         .                      CCYYMMDD (ZERO = TODAY)       *
      *         .                      POS 19-48 REASON              *
      *         .                      POS 49-50 COUNTRY (ISO)       *
      *         .                      POS 51-64 INTRA-COMMUNITY VAT *
      *         .                      NUMBER.  A BLANK STATUS       *
      *         .                      LEAVES THE STATUS AS IT IS    *
      *         .                      AND ONLY SETS THE COUNTRY AND *
      *         .                      VAT NUMBER GIVEN              *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  22/08/26  JFC  INITIAL VERSION - SUPPLIER STATUS MAINTENANCE. *
      *  15/10/26  JFC  COUNTRY AND INTRA-COMMUNITY VAT NUMBER ON THE  *
      *                 CARD FOR THE DEB ARRIVALS DECLARATION.         *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BPFSKMNT.
           05  MNP-STATUT                 PIC X(01).
           05  MNP-DATE-EFFET             PIC 9(08).
           05  MNP-MOTIF                  PIC X(30).
           05  MNP-PAYS                   PIC X(02).
           05  MNP-NO-TVA-INTRA           PIC X(14).
           05  FILLER                     PIC X(16).
      *
       WORKING-STORAGE SECTION.
       COPY WKAFSK.
       77  MNT-STATUT                     PIC X(01).
       77  MNT-DATE-EFFET                 PIC 9(08).
       77  MNT-MOTIF                      PIC X(30).
       77  MNT-PAYS                       PIC X(02).
       77  MNT-NO-TVA-INTRA               PIC X(14).
      *
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               MOVE MNT-TODAY TO MNT-DATE-EFFET
           END-IF
           MOVE MNP-MOTIF TO MNT-MOTIF
           MOVE MNP-PAYS  TO MNT-PAYS
           MOVE MNP-NO-TVA-INTRA TO MNT-NO-TVA-INTRA
           CLOSE BPFSKMNP
           IF MNT-STATUT = SPACE
               AND MNT-PAYS = SPACES AND MNT-NO-TVA-INTRA = SPACES
               DISPLAY "BPFSKMNT - NOTHING TO CHANGE ON THE CARD"
               MOVE "Y" TO MNT-EOF-SW
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF MNT-STATUT NOT = "A" AND MNT-STATUT NOT = "B"
               AND MNT-STATUT NOT = "R" AND MNT-STATUT NOT = SPACE
               DISPLAY "BPFSKMNT - STATUS MUST BE A, B OR R - GOT "
                       MNT-STATUT
               MOVE "Y" TO MNT-EOF-SW
      *    2100-POSER-STATUT                                          *
      *----------------------------------------------------------------*
       2100-POSER-STATUT.
           IF MNT-STATUT NOT = SPACE
               MOVE MNT-STATUT     TO BPFSK-STATUT
               MOVE MNT-DATE-EFFET TO BPFSK-STATUT-DATE
               MOVE MNT-MOTIF      TO BPFSK-STATUT-MOTIF
           END-IF
           IF MNT-PAYS NOT = SPACES
               MOVE MNT-PAYS         TO BPFSK-PAYS
           END-IF
           IF MNT-NO-TVA-INTRA NOT = SPACES
               MOVE MNT-NO-TVA-INTRA TO BPFSK-NO-TVA-INTRA
           END-IF
           MOVE MNT-TODAY      TO WK-SKXXM-SSAAMMJJ
           MOVE WK-SKAAM       TO BPFSK-SKAAM
           MOVE WK-SKMMM       TO BPFSK-SKMMM
           REWRITE BPFSK-ENR
           IF FS-BPFSK = "00"
               DISPLAY "BPFSKMNT - SUPPLIER " MNT-CLEF
                       " SET TO STATUS " BPFSK-STATUT
                       " COUNTRY " BPFSK-PAYS
           ELSE
               DISPLAY "BPFSKMNT - REWRITE BPFSK FAILED - STATUS "
                       FS-BPFSK
