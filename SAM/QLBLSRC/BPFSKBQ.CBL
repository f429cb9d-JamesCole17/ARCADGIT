      ****************************************************************
      * APPLICATION NAME...........: . APPLICATIONS WITH THE PF BPFSK*
      * COPY NAME..................: . BPFSKBQ                       *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . SUPPLIER BANK DETAILS - BPFSK *
      *         .                      SATELLITE, ONE ROW PER        *
      *         .                      SUPPLIER: THE APPROVED IBAN,  *
      *         .                      BIC AND ACCOUNT HOLDER THE    *
      *         .                      FDINPAIE PAYMENT RUN PAYS TO, *
      *         .                      AND ANY CHANGE STILL WAITING  *
      *         .                      FOR ITS SECOND SIGNATURE.     *
      *         .                      CHANGES ARE KEYED AND         *
      *         .                      APPROVED THROUGH BPFSKBQM BY  *
      *         .                      TWO DIFFERENT OPERATORS (BQM  *
      *         .                      / BQA FDINAUTH FUNCTIONS) AND *
      *         .                      EVERY STEP IS KEPT ON THE     *
      *         .                      BPFSKBQH HISTORY              *
      * OTHER COPIES REQUIRED......: . BPFSK    - CLEF               *
      *         .                      BPFSKBQH - HISTORY            *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY BPBQ-CLEF.      *
      ****************************************************************
       FD  BPFSKBQ  LABEL RECORD STANDARD
                    RECORD 220.
       01  BPBQ-ENR.
      *****  CLE FOURNISSEUR (SEE BPFSK-CLEF)
           05  BPBQ-CLEF                 PIC X(09).
      *****  APPROVED DETAILS - THE ONLY ONES A PAYMENT MAY USE.  BLANK
      *****  UNTIL THE FIRST CHANGE HAS BEEN APPROVED
           05  BPBQ-IBAN                 PIC X(34).
           05  BPBQ-BIC                  PIC X(11).
           05  BPBQ-TITULAIRE            PIC X(35).
      *****  WHO APPROVED THE DETAILS IN FORCE, AND WHEN (CCYYMMDD)
           05  BPBQ-DATE-APPROB          PIC 9(08).
           05  BPBQ-APPROBATEUR          PIC X(10).
      *****  PENDING CHANGE - O WHILE A KEYED CHANGE AWAITS APPROVAL.
      *****  FDINPAIE REFUSES TO PAY THE SUPPLIER MEANWHILE
           05  BPBQ-ATTENTE              PIC X(01).
               88  BPBQ-EN-ATTENTE            VALUE "O".
           05  BPBQ-ATT-IBAN             PIC X(34).
           05  BPBQ-ATT-BIC              PIC X(11).
           05  BPBQ-ATT-TITULAIRE        PIC X(35).
      *****  WHO KEYED THE PENDING CHANGE, AND WHEN - THE APPROVER
      *****  MUST BE SOMEBODY ELSE
           05  BPBQ-ATT-OPERATEUR        PIC X(10).
           05  BPBQ-ATT-DATE             PIC 9(08).
           05  BPBQ-ATT-HEURE            PIC 9(06).
           05  FILLER                    PIC X(08).
      *
