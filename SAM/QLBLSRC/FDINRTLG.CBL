      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINRTLG                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . LINE DETAIL OF A RETURN-TO-   *
      *         .                      SUPPLIER DOCUMENT - ONE ROW   *
      *         .                      PER PRODUCT SENT BACK, KEYED  *
      *         .                      ON THE OPEN RETURN THROUGH    *
      *         .                      FDINRTRG (ACTION L).  THE     *
      *         .                      LINES OF A CLOSED RETURN GO   *
      *         .                      TO THE STOCK SYSTEM AS STOCK- *
      *         .                      OUT MOVEMENTS (SEE FDINSTKX)  *
      * OTHER COPIES REQUIRED......: . FDINRTRN - NORETOUR           *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FRTL-CLEF.      *
      ****************************************************************
       FD  FDINRTLG  LABEL RECORD STANDARD
                     RECORD 60.
       01  FRTL-ENR.
      *****  RETURN NUMBER + LINE NUMBER WITHIN THE RETURN
           05  FRTL-CLEF.
               10  FRTL-NORETOUR     PIC 9(7).
               10  FRTL-NOLIGNE      PIC 9(3).
      *****  PRODUCT CODE SENT BACK ON THE LINE
           05  FRTL-PRODUIT          PIC X(13).
      *****  QUANTITY SENT BACK
           05  FRTL-QUANTITE         PIC 9(5)V9(2).
      *****  DATE THE LINE WAS KEYED  (FORMAT CCYYMMDD)
           05  FRTL-DATE-SAISIE      PIC 9(8).
      *****  OPERATOR WHO KEYED THE LINE
           05  FRTL-OPERATEUR        PIC X(10).
           05  FILLER                PIC X(12).
      *
