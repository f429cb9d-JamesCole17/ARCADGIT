      ****************************************************************
      * APPLICATION NAME...........: . APPLICATIONS WITH THE PF BPFSK*
      * COPY NAME..................: . BPFSKBQH                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . HISTORY OF SUPPLIER BANK      *
      *         .                      DETAIL CHANGES - ONE ROW PER  *
      *         .                      CHANGE KEYED, APPROVED OR     *
      *         .                      REJECTED THROUGH BPFSKBQM,    *
      *         .                      WITH THE DETAILS BEFORE AND   *
      *         .                      AFTER.  WRITTEN EXTEND, NEVER *
      *         .                      REWRITTEN                     *
      * OTHER COPIES REQUIRED......: . BPFSKBQ  - BANK DETAILS       *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      ****************************************************************
       FD  BPFSKBQH  LABEL RECORD STANDARD
                     RECORD 200.
       01  BPBH-ENR.
      *****  CLE FOURNISSEUR (SEE BPFSK-CLEF)
           05  BPBH-CLEF                 PIC X(09).
      *****  DATE/TIME OF THE STEP  (FORMAT CCYYMMDD / HHMMSS)
           05  BPBH-DATE                 PIC 9(08).
           05  BPBH-HEURE                PIC 9(06).
      *****  S = CHANGE KEYED , A = CHANGE APPROVED , R = REJECTED
           05  BPBH-ACTION               PIC X(01).
               88  BPBH-SAISIE                VALUE "S".
               88  BPBH-APPROBATION           VALUE "A".
               88  BPBH-REJET                 VALUE "R".
      *****  OPERATOR WHO KEYED / APPROVED / REJECTED
           05  BPBH-OPERATEUR            PIC X(10).
      *****  DETAILS IN FORCE BEFORE THE STEP
           05  BPBH-ANC-IBAN             PIC X(34).
           05  BPBH-ANC-BIC              PIC X(11).
           05  BPBH-ANC-TITULAIRE        PIC X(35).
      *****  DETAILS KEYED (S), PUT IN FORCE (A) OR TURNED DOWN (R)
           05  BPBH-NOU-IBAN             PIC X(34).
           05  BPBH-NOU-BIC              PIC X(11).
           05  BPBH-NOU-TITULAIRE        PIC X(35).
           05  FILLER                    PIC X(06).
      *
