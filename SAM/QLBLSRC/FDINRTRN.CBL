      *         .                      AGAINST THE SUPPLIER'S        *
      *         .                      FDINFREG INVOICES AND         *
      *         .                      EXPORTED TO THE GL BY         *
      *         .                      FDINGLEX (SEE FDINRTRG).  THE *
      *         .                      RECOVERY FIELDS RECORD HOW    *
      *         .                      MUCH OF THE RETURN VALUE HAS  *
      *         .                      COME BACK - FDINPAIE NETTING  *
      *         .                      AND FDINALCH CREDIT NOTES.    *
      *         .                      RETURNABLE PACKAGING SENT     *
      *         .                      BACK ON THE RETURN IS TAKEN   *
      *         .                      OFF THE FDINEMBA PACKAGING    *
      *         .                      LEDGER ONCE THE RETURN IS     *
      *         .                      CLOSED                        *
      * OTHER COPIES REQUIRED......: . FDINLITM - REASON CODES       *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      ****************************************************************
       FD  FDINRTRN  LABEL RECORD STANDARD
                     RECORD 144.
       01  FRTN-ENR.
      *****  RETURN NUMBER - OWN RANGE RESERVED ABOVE 9000000, SEEDED
      *****  FROM THE HIGHEST NUMBER ALREADY ON FILE.  RETURNS SHARE
           05  FRTN-GL-EXPORT        PIC X(1).
               88  FRTN-GL-EXPORTEE       VALUE "O".
           05  FRTN-GL-DATE          PIC 9(8).
      *****  RECOVERY - BLANK/N = NOTHING RECOVERED YET, P = PART OF
      *****  THE VALUE RECOVERED, O = RECOVERED IN FULL.  THE AMOUNT
      *****  RECOVERED SO FAR, THE DATE (FORMAT CCYYMMDD) AND THE
      *****  REFERENCE OF THE LAST RECOVERY (PAYMENT REFERENCE OF THE
      *****  FDINPAIE RUN THAT NETTED IT OFF, OR THE SUPPLIER CREDIT
      *****  NOTE NUMBER LOADED BY FDINALCH)
           05  FRTN-RECUP            PIC X(1).
               88  FRTN-RECUPERE          VALUE "O".
               88  FRTN-RECUP-PARTIELLE   VALUE "P".
           05  FRTN-MONTANT-RECUP    PIC 9(8)V9(2).
           05  FRTN-DATE-RECUP       PIC 9(8).
           05  FRTN-REF-RECUP        PIC X(10).
      *****  DATE THE RETURN WAS CLOSED  (FORMAT CCYYMMDD) - ZERO ON
      *****  RETURNS CLOSED BEFORE THE DATE WAS KEPT
           05  FRTN-DATE-CLOS        PIC 9(8).
      *****  RETURNABLE PACKAGING (SEE FDINEMBC) SENT BACK WITH THE
      *****  RETURN AND THE NUMBER OF UNITS - BLANK/ZERO IF NONE
           05  FRTN-EMB-PRODUIT      PIC X(13).
           05  FRTN-EMB-QUANTITE     PIC 9(5)V9(2).
      *****  FDINGLEX BATCH (SEE FDINGLLT) THE RETURN WENT OUT IN
           05  FRTN-GL-LOT           PIC 9(5).
           05  FILLER                PIC X(5).
      *
