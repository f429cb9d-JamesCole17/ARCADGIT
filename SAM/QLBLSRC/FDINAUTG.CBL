      ****************************************************************
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * COPY NAME..................: . FDINAUTG                      *
      * TYPE OF COPY...............: . FILE DESCRIPTION              *
      * FUNCTION...................: . ACCESS RECERTIFICATION        *
      *         .                      REGISTER - ONE ROW PER SIGNED *
      *         .                      REVIEW OF THE FDINAUTH        *
      *         .                      PROFILES: WHO SIGNED, WHEN,   *
      *         .                      THE FDINAUTV REPORT REVIEWED  *
      *         .                      AND HOW MANY ROWS WERE KEPT   *
      *         .                      AND STRUCK OFF.  WRITTEN BY   *
      *         .                      FDINAUTS, THE LAST SIGN-OFF   *
      *         .                      IS QUOTED ON THE NEXT FDINAUTV*
      *         .                      REPORT FOR THE AUDITORS       *
      * OTHER COPIES REQUIRED......: . FDINAUTH - PROFILES           *
      * COPY LOCATION..............: . INPUT-OUTPUT SECTION          *
      *         .                                                    *
      *         .  ORGANIZATION INDEXED - RECORD KEY FAUG-CLEF.      *
      ****************************************************************
       FD  FDINAUTG  LABEL RECORD STANDARD
                     RECORD 64.
       01  FAUG-ENR.
      *****  DATE/TIME THE REVIEW WAS SIGNED  (CCYYMMDD / HHMMSS)
           05  FAUG-CLEF.
               10  FAUG-DATE-SIGNATURE   PIC 9(8).
               10  FAUG-HEURE-SIGNATURE  PIC 9(6).
      *****  PERSON WHO SIGNED THE REVIEW OFF
           05  FAUG-SIGNATAIRE       PIC X(10).
      *****  REVIEW REFERENCE QUOTED BY THE SIGNER (AUDIT FILE...)
           05  FAUG-REFERENCE        PIC X(10).
      *****  RUN DATE OF THE FDINAUTV REPORT THE REVIEW WAS MADE ON
           05  FAUG-DATE-RAPPORT     PIC 9(8).
      *****  PROFILE ROWS ON FDINAUTH AT SIGN-OFF / STRUCK OFF BY
      *****  THE REVIEW (FDINAUTM DELETE CARDS WRITTEN)
           05  FAUG-NB-PROFILS       PIC 9(5).
           05  FAUG-NB-RETIRES       PIC 9(5).
      *****  O = THE SIGNER HOLDS PROFILE ROWS OF THEIR OWN
           05  FAUG-AUTO-REVUE       PIC X(1).
               88  FAUG-REVUE-PROPRE      VALUE "O".
           05  FILLER                PIC X(11).
      *
