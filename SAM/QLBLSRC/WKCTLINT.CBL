      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . WKCTLINT                      *
      * TYPE OF COPY...............: . DEFINITION WORKING            *
      * FUNCTION...................: . COMMUNICATION AREA FOR THE    *
      *         .                      FDINCTLC CONTROL OF AN        *
      *         .                      INBOUND INTERFACE FILE, AND   *
      *         .                      THE HEADER/TRAILER VIEWS OF   *
      *         .                      ITS FIRST 80 BYTES.  EVERY    *
      *         .                      INBOUND FEED (FDINAVIS,       *
      *         .                      FDINFACE, FDINRSAF, FDINGLAF, *
      *         .                      FDINRELF) OPENS WITH A HEADER *
      *         .                      RECORD AND CLOSES WITH A      *
      *         .                      TRAILER RECORD:               *
      *         .                                                    *
      *         .  HEADER  POS 01-09 *HEADER**                       *
      *         .          POS 10-17 FEED NAME (E.G. FDINAVIS)       *
      *         .          POS 18-27 SENDER                          *
      *         .          POS 28-34 FILE SEQUENCE NUMBER - ONE UP   *
      *         .                    PER FEED AND SENDER             *
      *         .          POS 35-42 CREATION DATE CCYYMMDD          *
      *         .          POS 43-48 CREATION TIME HHMMSS            *
      *         .  TRAILER POS 01-09 *TRAILER*                       *
      *         .          POS 10-17 FEED NAME                       *
      *         .          POS 18-26 DETAIL RECORD COUNT             *
      *         .          POS 27-43 AMOUNT HASH 999999999999999V99  *
      *         .                    - THE SUM OF THE FEED'S HASH    *
      *         .                    FIELD OVER THE DETAIL RECORDS   *
      *         .                    (SEE THE LOADING PROGRAM)       *
      *         .                                                    *
      * OTHER COPIES REQUIRED......: . ASSOCIATED TO FDINCTLC        *
      * COPY LOCATION..............: . WORKING-STORAGE               *
      *         .                                                    *
      * INPUT PARAMETERS...........: . WK-CTL-FONCTION               *
      *         .                      D = START OF A FILE (CLEARS   *
      *         .                          THE COUNTERS)             *
      *         .                      E = EXAMINE THE RECORD IN     *
      *         .                          WK-CTL-ENR, HASH AMOUNT   *
      *         .                          IN WK-CTL-MONTANT         *
      *         .                      V = VERDICT - CHECK AND       *
      *         .                          REGISTER THE FILE         *
      *         .                      WK-CTL-FLUX-ATTENDU           *
      * OUTPUT PARAMETERS..........: . WK-CTL-ACCEPTE (O/N),         *
      *         .                      WK-CTL-MOTIF                  *
      *                                                              *
      ****************************************************************
      *
       01  WK-CTL-INTERFACE.
           05  WK-CTL-FONCTION                   PIC X(01).
               88  WK-CTL-DEBUT                  VALUE "D".
               88  WK-CTL-EXAMEN                 VALUE "E".
               88  WK-CTL-VERDICT                VALUE "V".
      *****  FEED THE CALLING PROGRAM LOADS (ITS INPUT FILE NAME)
           05  WK-CTL-FLUX-ATTENDU               PIC X(08).
      *****  FIRST 80 BYTES OF THE RECORD JUST READ
           05  WK-CTL-ENR.
               10  WK-CTL-MARQUE                 PIC X(09).
                   88  WK-CTL-EST-ENTETE         VALUE "*HEADER**".
                   88  WK-CTL-EST-FIN            VALUE "*TRAILER*".
               10  WK-CTL-FLUX                   PIC X(08).
               10  FILLER                        PIC X(63).
           05  WK-CTL-ENTETE REDEFINES WK-CTL-ENR.
               10  FILLER                        PIC X(17).
               10  WK-CTL-EMETTEUR               PIC X(10).
               10  WK-CTL-SEQUENCE               PIC 9(07).
               10  WK-CTL-DATE-CREATION          PIC 9(08).
               10  WK-CTL-HEURE-CREATION         PIC 9(06).
               10  FILLER                        PIC X(32).
           05  WK-CTL-FIN REDEFINES WK-CTL-ENR.
               10  FILLER                        PIC X(17).
               10  WK-CTL-NB-ANNONCE             PIC 9(09).
               10  WK-CTL-TOTAL-ANNONCE          PIC 9(15)V9(02).
               10  FILLER                        PIC X(37).
      *****  HASH AMOUNT OF A DETAIL RECORD - SET BY THE CALLER
           05  WK-CTL-MONTANT                    PIC 9(13)V9(02).
      *****  WHAT FDINCTLC HAS SEEN OF THE FILE SO FAR
           05  WK-CTL-ETAT.
               10  WK-CTL-NB-PHYSIQUES           PIC 9(09).
      *****  O = THE FIRST RECORD WAS A HEADER
               10  WK-CTL-ENTETE-LUE             PIC X(01).
      *****  O = THE LAST RECORD WAS A TRAILER
      *****  X = DETAIL RECORDS FOLLOW THE TRAILER
               10  WK-CTL-FIN-LUE                PIC X(01).
               10  WK-CTL-H-FLUX                 PIC X(08).
               10  WK-CTL-H-EMETTEUR             PIC X(10).
               10  WK-CTL-H-SEQUENCE             PIC 9(07).
               10  WK-CTL-H-DATE-CREATION        PIC 9(08).
               10  WK-CTL-T-NB-ANNONCE           PIC 9(09).
               10  WK-CTL-T-TOTAL-ANNONCE        PIC 9(15)V9(02).
               10  WK-CTL-NB-DETAIL              PIC 9(09).
               10  WK-CTL-TOTAL-DETAIL           PIC 9(15)V9(02).
      *****  VERDICT - O = LOAD THE FILE, N = REFUSED (SEE MOTIF)
           05  WK-CTL-ACCEPTE                    PIC X(01).
               88  WK-CTL-FICHIER-ACCEPTE        VALUE "O".
           05  WK-CTL-MOTIF                      PIC X(30).
      *
