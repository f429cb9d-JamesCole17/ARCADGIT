      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINEMBS                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . RETURNABLE PACKAGING LEDGER - *
      *         .                      ONE ROW PER PERIOD, SUPPLIER  *
      *         .                      AND PACKAGING PRODUCT WITH    *
      *         .                      THE UNITS HELD AT THE START   *
      *         .                      OF THE PERIOD, THE UNITS      *
      *         .                      RECEIVED AND SENT BACK DURING *
      *         .                      IT, AND THE UNITS AND DEPOSIT *
      *         .                      VALUE HELD AT ITS END.  BUILT *
      *         .                      BY FDINEMBA FROM THE PREVIOUS *
      *         .                      PERIOD'S ROWS - A RERUN OF A  *
      *         .                      PERIOD REPLACES ITS ROWS      *
      * OTHER COPIES REQUIRED......: . FDINEMBC - PRODUIT            *
      *         .                      BPFSK    - CLEF               *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FEMS-CLEF.      *
      ****************************************************************
       FD  FDINEMBS  LABEL RECORD STANDARD
                     RECORD 88.
       01  FEMS-ENR.
           05  FEMS-CLEF.
      *****  PERIOD  (FORMAT CCYYMM)
               10  FEMS-PERIODE      PIC 9(6).
               10  FEMS-FOURNISSEUR  PIC X(9).
               10  FEMS-PRODUIT      PIC X(13).
      *****  UNITS HELD AT THE START OF THE PERIOD - MAY BE NEGATIVE
      *****  WHEN MORE WAS SENT BACK THAN THE LEDGER EVER RECEIVED
           05  FEMS-SOLDE-OUVERTURE  PIC S9(7)V9(2).
      *****  UNITS RECEIVED ON RECEPTION LINES / SENT BACK ON CLOSED
      *****  RETURNS DURING THE PERIOD
           05  FEMS-ENTREES          PIC 9(7)V9(2).
           05  FEMS-SORTIES          PIC 9(7)V9(2).
      *****  UNITS HELD AT THE END OF THE PERIOD AND THEIR DEPOSIT
      *****  VALUE AT THE FDINEMBC UNIT VALUE OF THE RUN
           05  FEMS-SOLDE            PIC S9(7)V9(2).
           05  FEMS-VALEUR           PIC S9(9)V9(2).
      *****  DATE THE ROW WAS BUILT  (FORMAT CCYYMMDD)
           05  FEMS-DATE-CALCUL      PIC 9(8).
           05  FILLER                PIC X(5).
      *
