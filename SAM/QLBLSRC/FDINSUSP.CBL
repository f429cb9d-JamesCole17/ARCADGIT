      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINSUSP                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . SUSPENSE REGISTER - ONE ROW    *
      *         .                      PER NOTICE, INVOICE OR LINE   *
      *         .                      REJECTED BY FDINBLCH,         *
      *         .                      FDINFLCH OR FDINRSAI TO THEIR *
      *         .                      CORRECTABLE REJECT FILES,     *
      *         .                      KEPT ACROSS RUNS BY FDINSUSC  *
      *         .                      UNTIL THE ITEM LOADS (STATUT  *
      *         .                      C), OR IS WRITTEN OFF BY HAND *
      *         .                      THROUGH FDINSUSM (STATUT A).  *
      *         .                      AN ITEM CLEARED OR WRITTEN    *
      *         .                      OFF AND THEN REJECTED AGAIN   *
      *         .                      STARTS A NEW SUSPENSE.  AGED  *
      *         .                      AND ESCALATED BY FDINSUSV     *
      * OTHER COPIES REQUIRED......: . WKSUSINT - IDENTITY RULES     *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FSUS-CLEF.      *
      ****************************************************************
       FD  FDINSUSP  LABEL RECORD STANDARD
                     RECORD 128.
       01  FSUS-ENR.
      *****  INPUT FILE OF THE LOAD + IDENTITY OF THE ITEM
           05  FSUS-CLEF.
               10  FSUS-SOURCE       PIC X(8).
               10  FSUS-IDENT        PIC X(30).
      *****  SUPPLIER OF THE ITEM (BLANK WHILE NOT KNOWN)
           05  FSUS-FOURNISSEUR      PIC X(9).
      *****  FIRST AND LATEST REJECT OF THIS SUSPENSE  (CCYYMMDD)
           05  FSUS-DATE-PREM-REJET  PIC 9(8).
           05  FSUS-DATE-DERN-REJET  PIC 9(8).
      *****  REASON GIVEN BY THE LATEST REJECT
           05  FSUS-MOTIF            PIC X(30).
      *****  TIMES REJECTED, AND TIMES PRESENTED AGAIN AFTER THE FIRST
      *****  REJECT (LOADED OR NOT)
           05  FSUS-NB-REJETS        PIC 9(5).
           05  FSUS-NB-RECYCLAGES    PIC 9(5).
      *****  S = IN SUSPENSE   C = CLEARED - THE ITEM HAS LOADED
      *****  A = WRITTEN OFF BY HAND (FDINSUSM) - WILL NOT LOAD
           05  FSUS-STATUT           PIC X(1).
               88  FSUS-EN-SUSPENS        VALUE "S".
               88  FSUS-APURE             VALUE "C".
               88  FSUS-ABANDONNE         VALUE "A".
      *****  DATE THE ITEM LOADED OR WAS WRITTEN OFF  (CCYYMMDD)
           05  FSUS-DATE-APURE       PIC 9(8).
      *****  OPERATOR WHO WROTE THE ITEM OFF
           05  FSUS-OPERATEUR        PIC X(10).
           05  FILLER                PIC X(6).
      *
