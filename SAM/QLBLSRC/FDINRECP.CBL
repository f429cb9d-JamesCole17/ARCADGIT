      *         .  CONVERSION FROM THE OLD SEQUENTIAL FILE.          *
      ****************************************************************
       FD  FDINRECP  LABEL RECORD STANDARD
                     RECORD 115.
       01  FREC-ENR.
      *****  RECEPTION NUMBER
           05  FREC-NORECEPT         PIC 9(7).
           05  FREC-LITIGE-DATE-FIN  PIC 9(8).
      *****  SET BY FDINGLEX ONCE THE RECEPTION HAS BEEN EXPORTED TO
      *****  THE ACCOUNTING INTERFACE - AN EXPORTED RECEPTION IS
      *****  NEVER SENT A SECOND TIME.  A = ITS BATCH WAS CANCELLED BY
      *****  FDINGLAN - THE NEXT FDINGLEX RUN SENDS IT AGAIN, WHATEVER
      *****  THE PERIOD OF ITS RFA EVENT
           05  FREC-GL-EXPORT        PIC X(1).
               88  FREC-GL-EXPORTEE       VALUE "O".
               88  FREC-GL-LOT-ANNULE     VALUE "A".
           05  FREC-GL-DATE          PIC 9(8).
      *****  POSTING ACKNOWLEDGMENT RETURNED BY ACCOUNTING (SEE
      *****  FDINGLAK) - BLANK WHILE THE EXPORT STILL AWAITS ITS
      *****  ANSWER.  A REJECTED ENTRY REOPENS FREC-GL-EXPORT SO THE
      *****  NEXT FDINGLEX RUN SENDS THE RECEPTION AGAIN, WHATEVER THE
      *****  PERIOD OF ITS RFA EVENT
           05  FREC-GL-ACK           PIC X(1).
               88  FREC-GL-POSTEE         VALUE "P".
               88  FREC-GL-REJETEE        VALUE "R".
           05  FREC-GL-REFERENCE     PIC X(10).
      *****  DATE THE ACKNOWLEDGMENT CAME BACK  (FORMAT CCYYMMDD)
           05  FREC-GL-ACK-DATE      PIC 9(8).
      *****  PURCHASE ORDER THE GOODS WERE DELIVERED AGAINST, FROM THE
      *****  FDINAVIS NOTICE (AVIS-NO-ORDRE) - FDINBRAP MATCHES THE
      *****  KEYED LINES TO ITS FDINCMDL ORDER LINES
           05  FREC-NO-ORDRE         PIC X(5).
      *****  FDINGLEX BATCH (SEE FDINGLLT) THE RECEPTION WENT OUT IN,
      *****  AND THE AMOUNT IT WENT OUT FOR - FDINGLAN BACKS A WHOLE
      *****  BATCH OUT ON THESE
           05  FREC-GL-LOT           PIC 9(5).
           05  FREC-GL-MONTANT       PIC 9(8)V9(2).
      *
