      *         .                      THE RECEPTION TYPE, AND       *
      *         .                      CARRIED INTO THE FDINGLIF     *
      *         .                      INTERFACE BY FDINGLEX AS A    *
      *         .                      SUPPLIER-SIDE ENTRY.  THE     *
      *         .                      RECOVERY FIELDS RECORD HOW    *
      *         .                      MUCH OF THE CLAIM HAS COME    *
      *         .                      BACK - FDINPAIE NETTING AND   *
      *         .                      FDINALCH CREDIT NOTES         *
      * OTHER COPIES REQUIRED......: . FDINLITM - REASON CODES       *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      ****************************************************************
       FD  FDINDBN   LABEL RECORD STANDARD
                     RECORD 100.
       01  FDBN-ENR.
      *****  DEBIT NOTE NUMBER - OWN RANGE, SEEDED FROM THE HIGHEST
      *****  NUMBER ALREADY ON FILE
      *****  SET BY FDINGLEX ONCE THE NOTE IS IN THE GL INTERFACE
           05  FDBN-GL-EXPORT        PIC X(1).
               88  FDBN-GL-EXPORTEE       VALUE "O".
      *****  RECOVERY - BLANK/N = NOTHING RECOVERED YET, P = PART OF
      *****  THE CLAIM RECOVERED, O = RECOVERED IN FULL.  THE AMOUNT
      *****  RECOVERED SO FAR, THE DATE (FORMAT CCYYMMDD) AND THE
      *****  REFERENCE OF THE LAST RECOVERY (PAYMENT REFERENCE OF THE
      *****  FDINPAIE RUN THAT NETTED IT OFF, OR THE SUPPLIER CREDIT
      *****  NOTE NUMBER LOADED BY FDINALCH)
           05  FDBN-RECUP            PIC X(1).
               88  FDBN-RECUPEREE         VALUE "O".
               88  FDBN-RECUP-PARTIELLE   VALUE "P".
           05  FDBN-MONTANT-RECUP    PIC 9(8)V9(2).
           05  FDBN-DATE-RECUP       PIC 9(8).
           05  FDBN-REF-RECUP        PIC X(10).
      *****  FDINGLEX BATCH (SEE FDINGLLT) THE NOTE WENT OUT IN
           05  FDBN-GL-LOT           PIC 9(5).
      *
