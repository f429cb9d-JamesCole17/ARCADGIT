      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINGLLT                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . GL EXPORT BATCH REGISTER -    *
      *         .                      ONE ROW PER FDINGLEX RUN,     *
      *         .                      NUMBERED ONE UP.  THE NUMBER  *
      *         .                      IS ON THE FDINGLIF HEADER AND *
      *         .                      ON EVERY FDINRECP, FDINDBN    *
      *         .                      AND FDINRTRN ROW THE RUN      *
      *         .                      EXPORTED, WITH THE COUNTS AND *
      *         .                      AMOUNTS SENT.  FDINGLAN MARKS *
      *         .                      A CANCELLED BATCH, WHO ASKED  *
      *         .                      AND WHAT WAS BACKED OUT       *
      * OTHER COPIES REQUIRED......: . FDINRECP, FDINDBN, FDINRTRN   *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FGLL-LOT.       *
      ****************************************************************
       FD  FDINGLLT  LABEL RECORD STANDARD
                     RECORD 128.
       01  FGLL-ENR.
      *****  BATCH NUMBER
           05  FGLL-LOT              PIC 9(5).
      *****  DATE/TIME OF THE RUN (CCYYMMDD / HHMMSS) AND GL PERIOD
           05  FGLL-DATE-EXPORT      PIC 9(8).
           05  FGLL-HEURE-EXPORT     PIC 9(6).
           05  FGLL-PERIODE          PIC 9(6).
      *****  RECEPTIONS, DEBIT NOTES AND RETURNS SENT, AND AMOUNTS
           05  FGLL-NB-RECEPT        PIC 9(7).
           05  FGLL-MT-RECEPT        PIC 9(10)V9(2).
           05  FGLL-NB-NOTES         PIC 9(7).
           05  FGLL-MT-NOTES         PIC 9(10)V9(2).
           05  FGLL-NB-RETOURS       PIC 9(7).
           05  FGLL-MT-RETOURS       PIC 9(10)V9(2).
      *****  E = EXPORTED   A = CANCELLED (ANNULE) BY FDINGLAN
           05  FGLL-STATUT           PIC X(1).
               88  FGLL-EXPORTE           VALUE "E".
               88  FGLL-ANNULE            VALUE "A".
      *****  WHEN AND AT WHOSE REQUEST THE BATCH WAS CANCELLED, AND
      *****  THE ROWS AND AMOUNT BACKED OUT
           05  FGLL-DATE-ANNUL       PIC 9(8).
           05  FGLL-OPERATEUR-ANNUL  PIC X(10).
           05  FGLL-NB-ANNULES       PIC 9(7).
           05  FGLL-MT-ANNULE        PIC 9(10)V9(2).
           05  FILLER                PIC X(8).
      *
