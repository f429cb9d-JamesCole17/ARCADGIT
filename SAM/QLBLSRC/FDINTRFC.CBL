      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINTRFC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . SUPPLIER PRICE LIST (TARIF) - *
      *         .                      ONE ROW PER SUPPLIER, PRODUCT *
      *         .                      AND EFFECTIVE DATE WITH THE   *
      *         .                      PURCHASE PRICE NEGOTIATED BY  *
      *         .                      PURCHASING.  LOADED FROM THE  *
      *         .                      PURCHASING EXTRACT BY         *
      *         .                      FDINTRFL.  THE PRICE IN FORCE *
      *         .                      ON A DATE IS THE ROW WITH THE *
      *         .                      LATEST EFFECTIVE DATE NOT     *
      *         .                      AFTER IT.  FDINRSAI FLAGS THE *
      *         .                      KEYED FRLG-PA AGAINST IT AND  *
      *         .                      FDINTRFV REPORTS THE VARIANCE *
      *         .                      BY SUPPLIER                   *
      * OTHER COPIES REQUIRED......: . FDINRLIG - PRODUIT, PA        *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FTRF-CLEF.      *
      ****************************************************************
       FD  FDINTRFC  LABEL RECORD STANDARD
                     RECORD 64.
       01  FTRF-ENR.
      *****  SUPPLIER + PRODUCT + DATE THE PRICE TAKES EFFECT
           05  FTRF-CLEF.
      *****  SUPPLIER THE PRICE WAS AGREED WITH (SEE BPFSK-CLEF)
               10  FTRF-FOURNISSEUR  PIC X(9).
      *****  PRODUCT CODE (SAME CODING AS FRLG-PRODUIT)
               10  FTRF-PRODUIT      PIC X(13).
      *****  EFFECTIVE DATE  (FORMAT CCYYMMDD)
               10  FTRF-DATE-EFFET   PIC 9(8).
      *****  AGREED PURCHASE PRICE PER UNIT - SAME UNIT AS FRLG-PA
           05  FTRF-PRIX             PIC 9(6)V9(2).
      *****  PURCHASING CONTRACT OR PRICE-LIST REFERENCE
           05  FTRF-REFERENCE        PIC X(10).
      *****  DATE THE ROW WAS LAST LOADED  (FORMAT CCYYMMDD)
           05  FTRF-DATE-MAJ         PIC 9(8).
           05  FILLER                PIC X(8).
      *
