      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINRDVC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . DOCK APPOINTMENT (BOOKING)    *
      *         .                      FILE - ONE ROW PER TRUCK      *
      *         .                      BOOKED BY A SUPPLIER ON A     *
      *         .                      FDINQUAC SLOT.  BOOKED BY     *
      *         .                      FDINRDVM, TIED TO ITS         *
      *         .                      DELIVERY NOTICE AND RECEPTION *
      *         .                      BY FDINBLCH, STAMPED WITH THE *
      *         .                      ACTUAL ARRIVAL BY FDINRDVA    *
      *         .                      AND REPORTED WEEKLY BY        *
      *         .                      FDINRDVS                      *
      * OTHER COPIES REQUIRED......: . FDINQUAC - CLEF               *
      *         .                      FDINRECP - NORECEPT           *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FRDV-NO-RDV,    *
      *         .  ALTERNATE KEYS FRDV-CRENEAU AND FRDV-NORECEPT,    *
      *         .  BOTH WITH DUPLICATES.                             *
      ****************************************************************
       FD  FDINRDVC  LABEL RECORD STANDARD
                     RECORD 80.
       01  FRDV-ENR.
      *****  BOOKING NUMBER, QUOTED BY THE SUPPLIER ON THE NOTICE
           05  FRDV-NO-RDV           PIC 9(7).
      *****  SLOT BOOKED - ENTREPOT + DATE CCYYMMDD + BAND START HHMM
           05  FRDV-CRENEAU.
               10  FRDV-ENTREPOT     PIC X(2).
               10  FRDV-DATE         PIC 9(8).
               10  FRDV-HEURE        PIC 9(4).
           05  FRDV-FOURNISSEUR      PIC X(9).
      *****  R = RESERVE  L = LIE A UN AVIS  A = ARRIVE  X = ANNULE
           05  FRDV-STATUT           PIC X(1).
               88  FRDV-RESERVE           VALUE "R".
               88  FRDV-LIE               VALUE "L".
               88  FRDV-ARRIVE            VALUE "A".
               88  FRDV-ANNULE            VALUE "X".
      *****  RECEPTION PRE-OPENED FROM THE NOTICE (ZERO UNTIL LINKED)
           05  FRDV-NORECEPT         PIC 9(7).
      *****  ACTUAL ARRIVAL AT THE DOCK  (CCYYMMDD / HHMM)
           05  FRDV-DATE-ARRIVEE     PIC 9(8).
           05  FRDV-HEURE-ARRIVEE    PIC 9(4).
      *****  MINUTES BETWEEN ARRIVAL AND THE START OF THE BAND
      *****  (+ = LATE, - = EARLY, +/-9999 = ANOTHER DAY)
           05  FRDV-ECART-MIN        PIC S9(4).
      *****  H = A L'HEURE  R = EN RETARD  P = EN AVANCE
           05  FRDV-PONCTUALITE      PIC X(1).
               88  FRDV-A-L-HEURE         VALUE "H".
               88  FRDV-EN-RETARD         VALUE "R".
               88  FRDV-EN-AVANCE         VALUE "P".
      *****  DATE THE BOOKING WAS TAKEN  (FORMAT CCYYMMDD)
           05  FRDV-DATE-RESA        PIC 9(8).
           05  FILLER                PIC X(17).
      *
