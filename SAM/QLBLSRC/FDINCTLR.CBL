      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCTLR                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . REGISTER OF INBOUND INTERFACE *
      *         .                      FILES RECEIVED - ONE ROW PER  *
      *         .                      FILE PRESENTED TO A LOAD,     *
      *         .                      ACCEPTED OR REFUSED, WITH ITS *
      *         .                      HEADER, THE TRAILER TOTALS    *
      *         .                      ANNOUNCED AND THE TOTALS      *
      *         .                      ACTUALLY COUNTED.  WRITTEN BY *
      *         .                      FDINCTLC, LISTED BY FDINCTLV  *
      * OTHER COPIES REQUIRED......: . FDINCTLF - FEED CONTROL       *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FCTR-CLEF.      *
      ****************************************************************
       FD  FDINCTLR  LABEL RECORD STANDARD
                     RECORD 140.
       01  FCTR-ENR.
      *****  FEED + DATE/TIME THE FILE WAS PRESENTED
           05  FCTR-CLEF.
               10  FCTR-FLUX             PIC X(8).
               10  FCTR-DATE-RECU        PIC 9(8).
      *****  HHMMSSCC
               10  FCTR-HEURE-RECU       PIC 9(8).
      *****  HEADER AS RECEIVED (BLANK/ZERO WHEN THERE WAS NONE)
           05  FCTR-EMETTEUR             PIC X(10).
           05  FCTR-SEQUENCE             PIC 9(7).
           05  FCTR-DATE-CREATION        PIC 9(8).
      *****  TRAILER TOTALS ANNOUNCED / DETAIL TOTALS COUNTED
           05  FCTR-NB-ANNONCE           PIC 9(9).
           05  FCTR-TOTAL-ANNONCE        PIC 9(15)V9(2).
           05  FCTR-NB-COMPTE            PIC 9(9).
           05  FCTR-TOTAL-COMPTE         PIC 9(15)V9(2).
      *****  A = ACCEPTED FOR LOADING   R = REFUSED, NOTHING LOADED
           05  FCTR-STATUT               PIC X(1).
               88  FCTR-ACCEPTE               VALUE "A".
               88  FCTR-REFUSE                VALUE "R".
           05  FCTR-MOTIF                PIC X(30).
           05  FILLER                    PIC X(8).
      *
