      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINEXPD                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . CROSS-DOCK DISPATCH FILE -    *
      *         .                      ONE ROW PER FDINRLIG LINE     *
      *         .                      SENT TO ITS STORE BY FDINEXPA *
      *         .                      (A LINE ON FILE IS NEVER SENT *
      *         .                      AGAIN), STAMPED BY FDINEXPK   *
      *         .                      WHEN THE STORE ACKNOWLEDGES   *
      *         .                      RECEIPT.  KEYED BY STORE SO   *
      *         .                      THE EXTRACT COMES OUT PER     *
      *         .                      STORE                         *
      * OTHER COPIES REQUIRED......: . FDINRLIG - CLEF, MAGASIN      *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FEXP-CLEF.      *
      ****************************************************************
       FD  FDINEXPD  LABEL RECORD STANDARD
                     RECORD 80.
       01  FEXP-ENR.
      *****  STORE + RECEPTION NUMBER + LINE NUMBER
           05  FEXP-CLEF.
               10  FEXP-MAGASIN      PIC X(5).
               10  FEXP-NORECEPT     PIC 9(7).
               10  FEXP-NOLIGNE      PIC 9(3).
           05  FEXP-PRODUIT          PIC X(13).
      *****  QUANTITY DISPATCHED (THE QUANTITY RECEIVED ON THE LINE)
           05  FEXP-QUANTITE         PIC 9(5)V9(2).
      *****  SUPPLIER OF THE RECEPTION
           05  FEXP-FOURNISSEUR      PIC X(9).
      *****  DATE/TIME OF THE FDINEXPA RUN THE LINE WENT OUT WITH
      *****  (FORMAT CCYYMMDD / HHMMSS)
           05  FEXP-DATE-EXPED       PIC 9(8).
           05  FEXP-HEURE-EXPED      PIC 9(6).
      *****  E = EXPEDIEE (IN TRANSIT)  A = ACQUITTEE BY THE STORE
           05  FEXP-STATUT           PIC X(1).
               88  FEXP-EN-TRANSIT        VALUE "E".
               88  FEXP-ACQUITTEE         VALUE "A".
      *****  DATE THE STORE RECEIVED THE GOODS  (FORMAT CCYYMMDD)
           05  FEXP-DATE-ACQ         PIC 9(8).
      *****  QUANTITY THE STORE SAYS IT RECEIVED
           05  FEXP-QTE-RECUE        PIC 9(5)V9(2).
           05  FILLER                PIC X(6).
      *
