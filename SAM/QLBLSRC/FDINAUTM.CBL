      *         .                      FDINAUTP - INPUT (CARDS)      *
      * CARD LAYOUT................: . POS 01-10 OPERATOR            *
      *         .                      POS 11-13 FUNCTION CNF/TYP/   *
      *         .                      OVR/AP2/BQM/BQA               *
      *         .                      POS 14-15 ENTREPOT (BLANK=ALL)*
      *         .                      POS 16    O=GRANT N=REFUSE    *
      *         .                                D=DELETE THE ROW    *
      *                 THE FDINAPPQ QUEUE - SEE FDINAPPR) JOINS THE   *
      *                 ACCEPTED FUNCTION CODES, SO THE SECOND-        *
      *                 SIGNATURE PROFILES CAN ACTUALLY BE GRANTED.    *
      *  15/10/26  JFC  BQM (KEY A SUPPLIER BANK DETAIL CHANGE) AND    *
      *                 BQA (APPROVE OR REJECT ONE - SEE BPFSKBQM)     *
      *                 JOIN THE ACCEPTED FUNCTION CODES.              *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINAUTM.
               OR (AUTP-FONCTION NOT = "CNF"
                   AND AUTP-FONCTION NOT = "TYP"
                   AND AUTP-FONCTION NOT = "OVR"
                   AND AUTP-FONCTION NOT = "AP2"
                   AND AUTP-FONCTION NOT = "BQM"
                   AND AUTP-FONCTION NOT = "BQA")
               ADD 1 TO AUTM-CNT-ERREURS
               DISPLAY "FDINAUTM - CARD REJECTED: " AUTP-CARTE (1:16)
               GO TO 2000-EXIT
