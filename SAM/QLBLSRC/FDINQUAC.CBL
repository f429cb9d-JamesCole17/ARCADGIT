      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINQUAC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . DOCK-SLOT CAPACITY TABLE -    *
      *         .                      ONE ROW PER ENTREPOT, WEEKDAY *
      *         .                      AND TIME BAND GIVING THE      *
      *         .                      NUMBER OF TRUCKS THE DOCK CAN *
      *         .                      TAKE IN THE BAND.  A BOOKING  *
      *         .                      ON FDINRDVC NAMES THE START   *
      *         .                      OF ONE OF THESE BANDS.        *
      *         .                      MAINTAINED BY FDINQUAM        *
      * OTHER COPIES REQUIRED......: . FDINRDVC - CRENEAU            *
      *         .                      FDINTYPREC - NOCID            *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FQUA-CLEF.      *
      ****************************************************************
       FD  FDINQUAC  LABEL RECORD STANDARD
                     RECORD 32.
       01  FQUA-ENR.
      *****  ENTREPOT (SEE FDIN-TYPREC-NOCID) + WEEKDAY (1=MONDAY
      *****  .. 7=SUNDAY, AS WDAY-IN-WEEK9) + BAND START HHMM
           05  FQUA-CLEF.
               10  FQUA-ENTREPOT         PIC X(2).
               10  FQUA-JOUR             PIC 9(1).
               10  FQUA-HEURE-DEB        PIC 9(4).
      *****  END OF THE BAND HHMM (EXCLUDED)
           05  FQUA-HEURE-FIN            PIC 9(4).
      *****  TRUCKS THE DOCK CAN RECEIVE IN THE BAND
           05  FQUA-CAPACITE             PIC 9(3).
      *****  DATE OF THE LAST MAINTENANCE  (FORMAT CCYYMMDD)
           05  FQUA-DATE-MAJ             PIC 9(8).
           05  FILLER                    PIC X(10).
      *
