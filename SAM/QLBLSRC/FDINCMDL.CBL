      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINCMDL                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . PURCHASE-ORDER LINES - ONE    *
      *         .                      ROW PER PRODUCT ORDERED,      *
      *         .                      KEYED ON THE ORDER NUMBER     *
      *         .                      THE FDINAVIS NOTICES CARRY    *
      *         .                      (AVIS-NO-ORDRE, KEPT ON THE   *
      *         .                      RECEPTION AS FREC-NO-ORDRE)   *
      *         .                      AND THE LINE NUMBER.  THE     *
      *         .                      FDINBRAP BON MATCHING         *
      *         .                      COMPARES THE KEYED FDINRLIG   *
      *         .                      QUANTITIES TO THE ORDERED     *
      *         .                      QUANTITY OF EACH PRODUCT      *
      * OTHER COPIES REQUIRED......: . FDINRECP - NO-ORDRE           *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FCML-CLEF.      *
      ****************************************************************
       FD  FDINCMDL  LABEL RECORD STANDARD
                     RECORD 60.
       01  FCML-ENR.
      *****  ORDER NUMBER + LINE NUMBER WITHIN THE ORDER
           05  FCML-CLEF.
               10  FCML-NO-ORDRE     PIC X(5).
               10  FCML-NOLIGNE      PIC 9(3).
      *****  SUPPLIER THE ORDER WAS PLACED WITH (SEE BPFSK-CLEF)
           05  FCML-FOURNISSEUR      PIC X(9).
      *****  PRODUCT CODE ORDERED (SAME CODING AS FRLG-PRODUIT)
           05  FCML-PRODUIT          PIC X(13).
      *****  QUANTITY ORDERED
           05  FCML-QUANTITE         PIC 9(5)V9(2).
      *****  DATE THE ORDER WAS PLACED  (FORMAT CCYYMMDD)
           05  FCML-DATE-COMMANDE    PIC 9(8).
           05  FILLER                PIC X(15).
      *
