           05  FRLG-DATE-SAISIE      PIC 9(8).
      *****  OPERATOR WHO KEYED THE LINE
           05  FRLG-OPERATEUR        PIC X(10).
      *****  STORE THE LINE IS DELIVERED TO (SEE FDIN-TYPREC-MAGLIG
      *****  AND FDINMAGC) - BLANK = KEPT AT THE WAREHOUSE
           05  FRLG-MAGASIN          PIC X(5).
      *****  O = PA KEYED OUTSIDE THE TYPE'S TOLERANCE ON THE AGREED
      *****  PRICE OF FDINTRFC  (SET BY FDINRSAI - SEE FDINTRFV)
           05  FRLG-HORS-TARIF       PIC X(1).
               88  FRLG-PA-HORS-TARIF     VALUE "O".
      *
