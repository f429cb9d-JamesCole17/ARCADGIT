      *         .                      FDUP-JOURS-PROCHE,            *
      *         .                      FDUP-DEVISE,                  *
      *         .                      FDUP-MONTANT-ORIGINE,         *
      *         .                      FDUP-TAUX, FDUP-VENTILATION,  *
      *         .                      FDUP-VERDICT                  *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *                 NOW CAPTURED ON THE REGISTRY ROW - FDUP-       *
      *                 MONTANT STAYS THE HOME-CURRENCY AMOUNT THE     *
      *                 DUPLICATE CHECKS COMPARE.                      *
      *  15/10/26  JFC  A NEW REGISTRY ROW STARTS UNPAID - THE         *
      *                 FDINPAIE SETTLEMENT FIELDS ARE CLEARED ON      *
      *                 REGISTRATION.                                  *
      *  15/10/26  JFC  FDUP-VENTILATION ADDED TO THE CALLING SEQUENCE *
      *                 - THE VAT BREAKDOWN CHECKED BY FDINFTVA IS     *
      *                 CAPTURED ON THE REGISTRY ROW.                  *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINFDUP.
       01  FDUP-DEVISE                    PIC X(03).
       01  FDUP-MONTANT-ORIGINE           PIC 9(8)V9(2).
       01  FDUP-TAUX                      PIC 9(3)V9(6).
      *****  VAT BREAKDOWN IN THE HOME CURRENCY - SAME SHAPE AS
      *****  FREG-VENTILATION-TVA
       01  FDUP-VENTILATION               PIC X(66).
      *****  RETURNED : "A" ACCEPTED AND REGISTERED
      *****             "D" EXACT DUPLICATE - REFUSED, NOT REGISTERED
      *****             "P" NEAR-DUPLICATE WARNING - REGISTERED
       PROCEDURE DIVISION USING FDUP-FOURNISSEUR, FDUP-NOFACTURE,
               FDUP-DATE-FACTURE, FDUP-MONTANT, FDUP-NORECEPT,
               FDUP-JOURS-PROCHE, FDUP-DEVISE, FDUP-MONTANT-ORIGINE,
               FDUP-TAUX, FDUP-VENTILATION, FDUP-VERDICT.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
           MOVE FDUP-DEVISE       TO FREG-DEVISE
           MOVE FDUP-MONTANT-ORIGINE TO FREG-MONTANT-ORIGINE
           MOVE FDUP-TAUX         TO FREG-TAUX
           MOVE "N"               TO FREG-REGLE
           MOVE ZERO              TO FREG-DATE-REGLEMENT
           MOVE SPACES            TO FREG-REF-REGLEMENT
           MOVE FDUP-VENTILATION  TO FREG-VENTILATION-TVA
           WRITE FREG-ENR
               INVALID KEY
                   DISPLAY "FDINFDUP - WRITE FDINFREG FAILED - STATUS "
