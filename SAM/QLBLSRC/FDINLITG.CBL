      *                 NOW RAISES A FDINDBN DEBIT NOTE ON THE         *
      *                 SUPPLIER - PRINTED BY FDINDBNE, EXPORTED TO    *
      *                 THE GL BY FDINGLEX.                            *
      *  15/10/26  JFC  A NEW DEBIT NOTE STARTS WITH NOTHING RECOVERED *
      *                 - THE FDBN-RECUP FIELDS ARE CLEARED ON         *
      *                 CREATION.                                      *
      *  15/10/26  JFC  A NEW DEBIT NOTE STARTS IN NO GL EXPORT BATCH  *
      *                 (FDBN-GL-LOT ZERO).                            *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINLITG.
           MOVE LITG-TODAY           TO FDBN-DATE-CREATION
           MOVE "N"                  TO FDBN-EDITE
           MOVE "N"                  TO FDBN-GL-EXPORT
           MOVE ZERO                 TO FDBN-GL-LOT
           MOVE "N"                  TO FDBN-RECUP
           MOVE ZERO                 TO FDBN-MONTANT-RECUP
           MOVE ZERO                 TO FDBN-DATE-RECUP
           MOVE SPACES               TO FDBN-REF-RECUP
           WRITE FDBN-ENR
               INVALID KEY
                   DISPLAY "FDINLITG - WRITE FDINDBN FAILED - STATUS "
