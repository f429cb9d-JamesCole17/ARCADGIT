      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINNOMC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . PRODUCT TO CUSTOMS            *
      *         .                      NOMENCLATURE TABLE - ONE ROW  *
      *         .                      PER PRODUCT CODE WITH ITS     *
      *         .                      8-DIGIT NOMENCLATURE CODE,    *
      *         .                      COUNTRY OF ORIGIN, NET MASS   *
      *         .                      PER UNIT AND WHETHER THE CODE *
      *         .                      CALLS FOR SUPPLEMENTARY       *
      *         .                      UNITS.  READ BY FDINDEBA FOR  *
      *         .                      THE DEB ARRIVALS DECLARATION, *
      *         .                      MAINTAINED BY FDINNOMM        *
      * OTHER COPIES REQUIRED......: . FDINRLIG - PRODUIT            *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FNOM-PRODUIT.   *
      ****************************************************************
       FD  FDINNOMC  LABEL RECORD STANDARD
                     RECORD 48.
       01  FNOM-ENR.
      *****  PRODUCT CODE, AS KEYED ON FRLG-PRODUIT
           05  FNOM-PRODUIT          PIC X(13).
      *****  NOMENCLATURE COMBINEE - 8 DIGITS
           05  FNOM-NC8              PIC X(8).
      *****  COUNTRY OF ORIGIN (ISO) - BLANK = THE SUPPLIER'S COUNTRY
           05  FNOM-PAYS-ORIGINE     PIC X(2).
      *****  NET MASS OF ONE UNIT RECEIVED, IN KILOGRAMS
           05  FNOM-MASSE-NETTE      PIC 9(5)V9(3).
      *****  O = THE CODE CALLS FOR SUPPLEMENTARY UNITS (THE QUANTITY
      *****  RECEIVED IS DECLARED NEXT TO THE MASS)
           05  FNOM-UNITE-SUPP       PIC X(1).
               88  FNOM-AVEC-UNITE-SUPP   VALUE "O".
      *****  DATE OF THE LAST MAINTENANCE  (FORMAT CCYYMMDD)
           05  FNOM-DATE-MAJ         PIC 9(8).
           05  FILLER                PIC X(8).
      *
