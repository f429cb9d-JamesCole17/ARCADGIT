      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . WKSUSINT                      *
      * TYPE OF COPY...............: . DEFINITION WORKING            *
      * FUNCTION...................: . COMMUNICATION AREA FOR THE    *
      *         .                      FDINSUSC SUSPENSE REGISTER OF *
      *         .                      THE CORRECTABLE REJECT FILES. *
      *         .                      THE LOAD NAMES ITS INPUT FILE *
      *         .                      AND THE ITEM'S IDENTITY, BUILT*
      *         .                      FROM FIELDS THE CORRECTION    *
      *         .                      DOES NOT TOUCH :              *
      *         .                                                    *
      *         .  FDINAVIS  SUPPLIER + TYPE + ORDER NUMBER +        *
      *         .            DELIVERY DATE        (FDINBLCH)         *
      *         .  FDINFACE  SUPPLIER + INVOICE REFERENCE (FDINFLCH) *
      *         .  FDINRSAF  RECEPTION + LINE NUMBER      (FDINRSAI) *
      *         .                                                    *
      * OTHER COPIES REQUIRED......: . ASSOCIATED TO FDINSUSC        *
      * COPY LOCATION..............: . WORKING-STORAGE               *
      *         .                                                    *
      * INPUT PARAMETERS...........: . WK-SUS-FONCTION               *
      *         .                      R = THE ITEM WAS REJECTED     *
      *         .                          (MOTIF IN WK-SUS-MOTIF)   *
      *         .                      C = THE ITEM LOADED - CLEARS  *
      *         .                          IT IF IN SUSPENSE         *
      *         .                      F = END OF THE LOAD - CLOSES  *
      *         .                          THE REGISTER              *
      *         .                      WK-SUS-SOURCE, WK-SUS-IDENT,  *
      *         .                      WK-SUS-FOURNISSEUR (BLANK     *
      *         .                      WHEN NOT KNOWN)               *
      * OUTPUT PARAMETERS..........: . WK-SUS-RETOUR                 *
      *         .                      0 = DONE                      *
      *         .                      1 = NOT IN SUSPENSE (C ONLY)  *
      *         .                      8 = REGISTER NOT AVAILABLE    *
      *                                                              *
      ****************************************************************
      *
       01  WK-SUS-INTERFACE.
           05  WK-SUS-FONCTION                   PIC X(01).
               88  WK-SUS-REJET                  VALUE "R".
               88  WK-SUS-CHARGE                 VALUE "C".
               88  WK-SUS-FIN                    VALUE "F".
      *****  INPUT FILE OF THE CALLING LOAD
           05  WK-SUS-SOURCE                     PIC X(08).
           05  WK-SUS-IDENT                      PIC X(30).
           05  WK-SUS-FOURNISSEUR                PIC X(09).
           05  WK-SUS-MOTIF                      PIC X(30).
           05  WK-SUS-RETOUR                     PIC 9(01).
               88  WK-SUS-OK                     VALUE 0.
               88  WK-SUS-PAS-EN-SUSPENS         VALUE 1.
               88  WK-SUS-INDISPONIBLE           VALUE 8.
      *
