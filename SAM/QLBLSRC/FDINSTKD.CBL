      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINSTKD                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . STOCK MOVEMENTS SENT TO THE   *
      *         .                      STOCK SYSTEM - ONE ROW PER    *
      *         .                      FDINRLIG LINE OF A CONFIRMED  *
      *         .                      RECEPTION (STOCK-IN) AND PER  *
      *         .                      FDINRTLG LINE OF A CLOSED     *
      *         .                      RETURN (STOCK-OUT) PUT ON THE *
      *         .                      FDINSTKF EXTRACT BY FDINSTKX  *
      *         .                      (A LINE ON FILE IS NEVER SENT *
      *         .                      AGAIN), STAMPED BY FDINSTKK   *
      *         .                      WHEN THE STOCK SYSTEM         *
      *         .                      ACKNOWLEDGES THE MOVEMENT     *
      * OTHER COPIES REQUIRED......: . FDINRLIG - CLEF               *
      *         .                      FDINRTLG - CLEF               *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FSTK-CLEF.      *
      ****************************************************************
       FD  FDINSTKD  LABEL RECORD STANDARD
                     RECORD 88.
       01  FSTK-ENR.
      *****  E = ENTREE (STOCK-IN, RECEPTION LINE)
      *****  S = SORTIE (STOCK-OUT, RETURN LINE)
      *****  + RECEPTION OR RETURN NUMBER + LINE NUMBER
      *****  C = CONTROL ROW, NUMBERS ZERO - NOT A MOVEMENT.  ITS
      *****      FSTK-DATE-MVT IS THE FDINSTKX START DATE, STAMPED WITH
      *****      THE RUN THAT SET IT; ITS STATUS IS BLANK
           05  FSTK-CLEF.
               10  FSTK-SENS         PIC X(1).
                   88  FSTK-ENTREE        VALUE "E".
                   88  FSTK-SORTIE        VALUE "S".
                   88  FSTK-CONTROLE      VALUE "C".
               10  FSTK-NODOC        PIC 9(7).
               10  FSTK-NOLIGNE      PIC 9(3).
      *****  ENTREPOT OF THE RECEPTION TYPE (FDIN-TYPREC-NOCID)
           05  FSTK-ENTREPOT         PIC X(2).
           05  FSTK-PRODUIT          PIC X(13).
      *****  QUANTITY MOVED (RECEIVED, OR SENT BACK)
           05  FSTK-QUANTITE         PIC 9(5)V9(2).
      *****  SUPPLIER OF THE RECEPTION OR OF THE RETURN
           05  FSTK-FOURNISSEUR      PIC X(9).
      *****  DATE OF THE MOVEMENT - DATE OF THE RECEPTION, OR DATE
      *****  THE RETURN WAS CLOSED  (FORMAT CCYYMMDD)
           05  FSTK-DATE-MVT         PIC 9(8).
      *****  DATE/TIME OF THE FDINSTKX RUN THE LINE WENT OUT WITH
      *****  (FORMAT CCYYMMDD / HHMMSS)
           05  FSTK-DATE-ENVOI       PIC 9(8).
           05  FSTK-HEURE-ENVOI      PIC 9(6).
      *****  E = ENVOYE (AWAITING ACKNOWLEDGMENT)
      *****  A = ACQUITTE BY THE STOCK SYSTEM
           05  FSTK-STATUT           PIC X(1).
               88  FSTK-ENVOYE            VALUE "E".
               88  FSTK-ACQUITTE          VALUE "A".
      *****  DATE THE STOCK SYSTEM BOOKED THE MOVEMENT (CCYYMMDD)
           05  FSTK-DATE-ACQ         PIC 9(8).
      *****  QUANTITY THE STOCK SYSTEM SAYS IT BOOKED
           05  FSTK-QTE-ACQ          PIC 9(5)V9(2).
           05  FILLER                PIC X(8).
      *
