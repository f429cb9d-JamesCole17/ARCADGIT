      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCTLF                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . INBOUND FEED CONTROL - ONE ROW*
      *         .                      PER FEED AND SENDER ALLOWED   *
      *         .                      TO SEND IT, WITH THE LAST     *
      *         .                      FILE SEQUENCE NUMBER ACCEPTED *
      *         .                      (THE NEXT FILE MUST CARRY IT  *
      *         .                      PLUS ONE) AND THE DAYS THE    *
      *         .                      FEED IS EXPECTED.  MAINTAINED *
      *         .                      BY FDINCTLM, CHECKED AND      *
      *         .                      UPDATED BY FDINCTLC, REPORTED *
      *         .                      BY FDINCTLV                   *
      * OTHER COPIES REQUIRED......: . FDINCTLR - FILES RECEIVED     *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FCTF-CLEF.      *
      ****************************************************************
       FD  FDINCTLF  LABEL RECORD STANDARD
                     RECORD 96.
       01  FCTF-ENR.
           05  FCTF-CLEF.
      *****  FEED - THE INPUT FILE NAME OF THE LOAD (FDINAVIS...)
               10  FCTF-FLUX             PIC X(8).
      *****  SENDER AS QUOTED ON THE HEADER RECORD
               10  FCTF-EMETTEUR         PIC X(10).
      *****  ONE BYTE PER WEEKDAY, MONDAY FIRST - O = A FILE IS
      *****  EXPECTED THAT DAY (HOLIDAYS EXCEPTED)
           05  FCTF-JOURS-ATTENDUS.
               10  FCTF-JOUR-ATTENDU     PIC X(1) OCCURS 7 TIMES.
      *****  LAST FILE SEQUENCE NUMBER ACCEPTED (ZERO = NONE YET)
           05  FCTF-DERN-SEQUENCE        PIC 9(7).
      *****  DATE THE LAST FILE WAS ACCEPTED  (FORMAT CCYYMMDD)
           05  FCTF-DATE-DERN-RECU       PIC 9(8).
      *****  DATE AND REASON OF THE LAST FILE REFUSED
           05  FCTF-DATE-DERN-REFUS      PIC 9(8).
           05  FCTF-MOTIF-DERN-REFUS     PIC X(30).
      *****  DATE THE ROW WAS LAST MAINTAINED  (FORMAT CCYYMMDD)
           05  FCTF-DATE-MAJ             PIC 9(8).
           05  FILLER                    PIC X(10).
      *
