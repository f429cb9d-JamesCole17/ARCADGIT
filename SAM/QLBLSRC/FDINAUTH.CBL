      *         .                      AP2 = APPROVE A HIGH-VALUE    *
      *         .                      INVOICE MATCH FROM THE        *
      *         .                      FDINAPPQ QUEUE (FDINAPPR).    *
      *         .                      BQM = KEY A SUPPLIER BANK     *
      *         .                      DETAIL CHANGE, BQA = APPROVE  *
      *         .                      OR REJECT ONE (BPFSKBQM).     *
      *         .                      CHECKED BY FDINAUTC BEFORE    *
      *         .                      THE ACTION IS ACCEPTED        *
      * OTHER COPIES REQUIRED......: . FDINAUTR - REFUSAL LOG        *
       01  FAUT-ENR.
           05  FAUT-CLEF.
               10  FAUT-OPERATEUR    PIC X(10).
      *****  CNF / TYP / OVR / AP2 / BQM / BQA
               10  FAUT-FONCTION     PIC X(3).
      *****  ENTREPOT THE AUTHORIZATION IS LIMITED TO - BLANK = ALL
               10  FAUT-ENTREPOT     PIC X(2).
