      *  02/09/26  JFC  THE RECORD GREW FROM 76 TO 96 BYTES FOR THE GL *
      *                 ACKNOWLEDGMENT FIELDS - THE LOAD NOW CLEARS    *
      *                 THEM BEHIND THE 76 BYTES THE OLD FILE CARRIES. *
      *  15/10/26  JFC  THE RECORD GREW FROM 96 TO 100 BYTES FOR THE   *
      *                 ORDER NUMBER (FREC-NO-ORDRE) - CLEARED THE     *
      *                 SAME WAY ON LOAD.                              *
      *  15/10/26  JFC  THE RECORD GREW FROM 100 TO 115 BYTES FOR THE  *
      *                 GL EXPORT BATCH AND AMOUNT (FREC-GL-LOT,       *
      *                 FREC-GL-MONTANT) - ZEROED ON LOAD.             *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINRCPC.
           MOVE SPACES TO FREC-GL-ACK
           MOVE SPACES TO FREC-GL-REFERENCE
           MOVE ZERO   TO FREC-GL-ACK-DATE
           MOVE SPACES TO FREC-NO-ORDRE
           MOVE ZERO   TO FREC-GL-LOT
           MOVE ZERO   TO FREC-GL-MONTANT
           WRITE FREC-ENR
               INVALID KEY
                   ADD 1 TO RCPC-CNT-DOUBLONS
