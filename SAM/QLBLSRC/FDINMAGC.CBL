      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINMAGC                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . STORE TABLE - ONE ROW PER     *
      *         .                      STORE A RECEPTION LINE CAN BE *
      *         .                      DELIVERED TO, WITH THE        *
      *         .                      ENTREPOT SERVING ITS          *
      *         .                      GEOGRAPHIC REGION.  CHECKED   *
      *         .                      BY FDINRSAI WHEN THE STORE IS *
      *         .                      KEYED ON A LINE (SEE          *
      *         .                      FDIN-TYPREC-MAGLIG)           *
      * OTHER COPIES REQUIRED......: . FDINRLIG - MAGASIN            *
      *         .                      FDINTYPREC - NOCID            *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FMAG-MAGASIN.   *
      ****************************************************************
       FD  FDINMAGC  LABEL RECORD STANDARD
                     RECORD 48.
       01  FMAG-ENR.
      *****  STORE CODE, AS KEYED ON FRLG-MAGASIN
           05  FMAG-MAGASIN          PIC X(5).
           05  FMAG-LIBELLE          PIC X(20).
      *****  ENTREPOT OF THE STORE'S GEOGRAPHIC REGION - MUST MATCH
      *****  FDIN-TYPREC-NOCID OF THE RECEPTION TYPE WHEN MAGLIG = 6
           05  FMAG-ENTREPOT         PIC X(2).
      *****  O = OPEN  N = CLOSED (NO LONGER DELIVERED)
           05  FMAG-ACTIF            PIC X(1).
               88  FMAG-OUVERT            VALUE "O".
      *****  DATE OF THE LAST MAINTENANCE  (FORMAT CCYYMMDD)
           05  FMAG-DATE-MAJ         PIC 9(8).
           05  FILLER                PIC X(12).
      *
