      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINEMBC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . RETURNABLE PACKAGING TABLE -  *
      *         .                      ONE ROW PER PACKAGING PRODUCT *
      *         .                      CODE (CRATE, PALLET, ROLL     *
      *         .                      CAGE...) WITH THE DEPOSIT     *
      *         .                      VALUE OF ONE UNIT.  A         *
      *         .                      RECEPTION LINE OR A RETURN    *
      *         .                      CARRYING ONE OF THESE CODES   *
      *         .                      MOVES THE FDINEMBA PACKAGING  *
      *         .                      LEDGER WHEN THE PACKAGING IS  *
      *         .                      DEPOSIT-BEARING.  MAINTAINED  *
      *         .                      BY FDINEMBM                   *
      * OTHER COPIES REQUIRED......: . FDINTYPREC - DEFAUT-EMB       *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FEMB-PRODUIT.   *
      ****************************************************************
       FD  FDINEMBC  LABEL RECORD STANDARD
                     RECORD 56.
       01  FEMB-ENR.
      *****  PACKAGING PRODUCT CODE, AS KEYED ON FRLG-PRODUIT
           05  FEMB-PRODUIT          PIC X(13).
           05  FEMB-LIBELLE          PIC X(20).
      *****  C = CONSIGNE (DEPOSIT-BEARING)  N = NON CONSIGNE
      *****  BLANK = AS FDIN-TYPREC-DEFAUT-EMB OF THE RECEPTION TYPE
           05  FEMB-CONSIGNE         PIC X(1).
      *****  DEPOSIT VALUE OF ONE UNIT, HOME CURRENCY
           05  FEMB-VALEUR-CONSIGNE  PIC 9(4)V9(2).
      *****  DATE OF THE LAST MAINTENANCE  (FORMAT CCYYMMDD)
           05  FEMB-DATE-MAJ         PIC 9(8).
           05  FILLER                PIC X(8).
      *
