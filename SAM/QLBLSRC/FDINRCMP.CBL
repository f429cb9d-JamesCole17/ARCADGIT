      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINRCMP                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . BLIND RECOUNT FILE - ONE ROW  *
      *         .                      PER FDINRLIG LINE OF A        *
      *         .                      CONFIRMED RECEPTION PICKED BY *
      *         .                      THE DAILY FDINRCTA SAMPLING.  *
      *         .                      THE QUANTITY COUNTED AGAIN ON *
      *         .                      THE DOCK IS KEYED BY FDINRCTS,*
      *         .                      COMPARED WITH THE KEYED       *
      *         .                      QUANTITY BY FDINRCTV AND      *
      *         .                      SUMMED PER OPERATOR AND       *
      *         .                      SUPPLIER BY FDINRCTM.  THE    *
      *         .                      KEYED QUANTITY IS NOT CARRIED *
      *         .                      HERE - IT STAYS ON FDINRLIG   *
      * OTHER COPIES REQUIRED......: . FDINRLIG - CLEF, OPERATEUR    *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FRCM-CLEF.      *
      ****************************************************************
       FD  FDINRCMP  LABEL RECORD STANDARD
                     RECORD 80.
       01  FRCM-ENR.
      *****  RECEPTION NUMBER + LINE NUMBER (SAME KEY AS FDINRLIG)
           05  FRCM-CLEF.
               10  FRCM-NORECEPT     PIC 9(7).
               10  FRCM-NOLIGNE      PIC 9(3).
           05  FRCM-PRODUIT          PIC X(13).
      *****  SUPPLIER OF THE RECEPTION
           05  FRCM-FOURNISSEUR      PIC X(9).
      *****  OPERATOR WHO KEYED THE LINE (FRLG-OPERATEUR) - THE
      *****  ACCURACY FIGURE OF FDINRCTM IS HIS
           05  FRCM-OPERATEUR        PIC X(10).
      *****  DATE THE RECEPTION WAS PICKED  (FORMAT CCYYMMDD)
           05  FRCM-DATE-TIRAGE      PIC 9(8).
      *****  WHY IT WAS PICKED - W = SUPPLIER ON THE FDINWTCH
      *****  WATCHLIST  V = HIGH-VALUE RECEPTION  A = ROUTINE DRAW
           05  FRCM-MOTIF-TIRAGE     PIC X(1).
               88  FRCM-TIRE-WATCHLIST    VALUE "W".
               88  FRCM-TIRE-VALEUR       VALUE "V".
               88  FRCM-TIRE-ALEATOIRE    VALUE "A".
      *****  A = TO BE COUNTED  C = COUNTED (FDINRCTS)
      *****  V = VARIANCE CHECKED (FDINRCTV)
           05  FRCM-STATUT           PIC X(1).
               88  FRCM-A-COMPTER         VALUE "A".
               88  FRCM-COMPTEE           VALUE "C".
               88  FRCM-VERIFIEE          VALUE "V".
      *****  QUANTITY FOUND BY THE RECOUNT
           05  FRCM-QTE-RECOMPTEE    PIC 9(5)V9(2).
      *****  DATE OF THE RECOUNT  (FORMAT CCYYMMDD)
           05  FRCM-DATE-RECOMPTE    PIC 9(8).
      *****  WAREHOUSEMAN WHO DID THE RECOUNT
           05  FRCM-COMPTEUR         PIC X(10).
      *****  O = VARIANCE OUTSIDE THE TYPE'S MOINS/PLUS TOLERANCE
      *****  N = WITHIN IT  (SET BY FDINRCTV)
           05  FRCM-HORS-TOL         PIC X(1).
               88  FRCM-HORS-TOLERANCE    VALUE "O".
           05  FILLER                PIC X(2).
      *
