      *         .                      WAS MATCHED TO, SO THE SAME   *
      *         .                      INVOICE CANNOT BE KEYED A     *
      *         .                      SECOND TIME AGAINST ANOTHER   *
      *         .                      RECEPTION (SEE FDINFDUP).     *
      *         .                      FDINPAIE STAMPS THE PAYMENT   *
      *         .                      DATE AND REFERENCE ONCE THE   *
      *         .                      INVOICE HAS BEEN PAID.  THE   *
      *         .                      VAT BREAKDOWN (EXCLUDING-VAT  *
      *         .                      BASE AND VAT PER RATE CODE,   *
      *         .                      CHECKED BY FDINFTVA) FEEDS    *
      *         .                      THE FDINTVAD DEDUCTIBLE-VAT   *
      *         .                      LISTING                       *
      * OTHER COPIES REQUIRED......: . BPFSK - CLEF                  *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      ****************************************************************
       FD  FDINFREG  LABEL RECORD STANDARD
                     RECORD 160.
       01  FREG-ENR.
           05  FREG-CLEF.
      *****  SUPPLIER THE INVOICE CAME FROM (SEE BPFSK-CLEF)
           05  FREG-DEVISE           PIC X(3).
           05  FREG-MONTANT-ORIGINE  PIC 9(8)V9(2).
           05  FREG-TAUX             PIC 9(3)V9(6).
      *****  SETTLEMENT - O ONCE THE FDINPAIE PAYMENT RUN HAS PAID THE
      *****  INVOICE (BLANK/N = STILL OWED), WITH THE PAYMENT DATE
      *****  (FORMAT CCYYMMDD) AND THE PAYMENT REFERENCE SENT TO THE
      *****  BANK AND PRINTED ON THE REMITTANCE ADVICE
           05  FREG-REGLE            PIC X(1).
               88  FREG-REGLEE            VALUE "O".
           05  FREG-DATE-REGLEMENT   PIC 9(8).
           05  FREG-REF-REGLEMENT    PIC X(10).
      *****  VAT BREAKDOWN IN THE HOME CURRENCY AT ENTRY - ONE ROW PER
      *****  VAT RATE CODE (SAME CODES AS FDIN-TYPREC-TVAVG), UNUSED
      *****  ROWS BLANK CODE / ZERO AMOUNTS.  BASES + VAT = THE
      *****  INVOICE AMOUNT AS REGISTERED.  A ROW REGISTERED BEFORE
      *****  THE BREAKDOWN EXISTED HAS A BLANK FIRST CODE
           05  FREG-VENTILATION-TVA.
               10  FREG-TVA-LIGNE        OCCURS 3 TIMES.
                   15  FREG-TVA-CODE     PIC X(2).
                   15  FREG-TVA-BASE-HT  PIC 9(8)V9(2).
                   15  FREG-TVA-MONTANT  PIC 9(8)V9(2).
           05  FILLER                PIC X(1).
      *
