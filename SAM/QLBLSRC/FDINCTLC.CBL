      ****************************************************************
      *                                                              *
      * APPLICATION NAME...........: . ALL APPLICATIONS              *
      * PROGRAM NAME...............: . FDINCTLC                      *
      * TYPE OF PROGRAM............: . CALLED SUBPROGRAM             *
      * FUNCTION...................: . CONTROL OF AN INBOUND         *
      *         .                      INTERFACE FILE BEFORE ITS     *
      *         .                      LOAD.  THE LOAD READS THE     *
      *         .                      WHOLE FILE ONCE, PASSING      *
      *         .                      EVERY RECORD (FUNCTION E),    *
      *         .                      THEN ASKS FOR THE VERDICT     *
      *         .                      (FUNCTION V): HEADER FIRST,   *
      *         .                      TRAILER LAST, SAME FEED, THE  *
      *         .                      TRAILER COUNT AND AMOUNT HASH *
      *         .                      EQUAL TO WHAT WAS COUNTED,    *
      *         .                      SENDER DECLARED ON FDINCTLF   *
      *         .                      FOR THE FEED, AND A SEQUENCE  *
      *         .                      NUMBER EXACTLY ONE ABOVE THE  *
      *         .                      LAST ACCEPTED (LOWER OR EQUAL *
      *         .                      IS A REPLAY, HIGHER MEANS A   *
      *         .                      FILE WENT MISSING).  EVERY    *
      *         .                      FILE PRESENTED IS REGISTERED  *
      *         .                      ON FDINCTLR, ACCEPTED OR NOT  *
      * FILES USED.................: . FDINCTLF - UPDATE             *
      *         .                      FDINCTLR - UPDATE             *
      * CALLING SEQUENCE...........: . CALL "FDINCTLC" USING         *
      *         .                      WK-CTL-INTERFACE (WKCTLINT)   *
      *                                                              *
      ****************************************************************
      *---<MODIFICATION HISTORY>---------------------------------------*
      *  15/10/26  JFC  INITIAL VERSION - HEADER/TRAILER, SEQUENCE AND *
      *                 HASH CONTROL OF THE INBOUND FEEDS.             *
      *------------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FDINCTLC.
       AUTHOR.        J. F. COUTURE.
       INSTALLATION.  WAREHOUSE SYSTEMS.
       DATE-WRITTEN.  15/10/26.
       DATE-COMPILED.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-I.
       OBJECT-COMPUTER.  IBM-I.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDINCTLF ASSIGN TO FDINCTLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCTF-CLEF
               FILE STATUS IS FS-FDINCTLF.
           SELECT FDINCTLR ASSIGN TO FDINCTLR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCTR-CLEF
               FILE STATUS IS FS-FDINCTLR.
      *
       DATA DIVISION.
       FILE SECTION.
       COPY FDINCTLF.
       COPY FDINCTLR.
      *
       WORKING-STORAGE SECTION.
       77  FS-FDINCTLF                    PIC X(02) VALUE "00".
       77  FS-FDINCTLR                    PIC X(02) VALUE "00".
       77  CTLC-CTLF-OUVERT-SW            PIC X(01) VALUE "N".
           88  CTLC-CTLF-OUVERT           VALUE "Y".
       77  CTLC-FOUND-SW                  PIC X(01).
           88  CTLC-FOUND                 VALUE "Y".
       77  CTLC-TODAY                     PIC 9(08).
       77  CTLC-HEURE                     PIC 9(08).
       77  CTLC-SEQ-ATTENDUE              PIC 9(08).
       77  CTLC-ESSAIS                    PIC 9(02) COMP.
      *
       LINKAGE SECTION.
       COPY WKCTLINT.
      *
       PROCEDURE DIVISION USING WK-CTL-INTERFACE.
      *----------------------------------------------------------------*
      *    0000-MAINLINE                                               *
      *----------------------------------------------------------------*
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN WK-CTL-DEBUT
                   PERFORM 1000-DEBUT-FICHIER THRU 1000-EXIT
               WHEN WK-CTL-EXAMEN
                   PERFORM 2000-EXAMINER THRU 2000-EXIT
               WHEN WK-CTL-VERDICT
                   PERFORM 3000-VERDICT THRU 3000-EXIT
           END-EVALUATE
           GO TO 9999-EXIT.
      *
      *----------------------------------------------------------------*
      *    1000-DEBUT-FICHIER - NOTHING SEEN OF THE FILE YET           *
      *----------------------------------------------------------------*
       1000-DEBUT-FICHIER.
           MOVE ZERO   TO WK-CTL-NB-PHYSIQUES
           MOVE "N"    TO WK-CTL-ENTETE-LUE
           MOVE "N"    TO WK-CTL-FIN-LUE
           MOVE SPACES TO WK-CTL-H-FLUX
           MOVE SPACES TO WK-CTL-H-EMETTEUR
           MOVE ZERO   TO WK-CTL-H-SEQUENCE
           MOVE ZERO   TO WK-CTL-H-DATE-CREATION
           MOVE ZERO   TO WK-CTL-T-NB-ANNONCE
           MOVE ZERO   TO WK-CTL-T-TOTAL-ANNONCE
           MOVE ZERO   TO WK-CTL-NB-DETAIL
           MOVE ZERO   TO WK-CTL-TOTAL-DETAIL
           MOVE "N"    TO WK-CTL-ACCEPTE
           MOVE SPACES TO WK-CTL-MOTIF.
       1000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    2000-EXAMINER - ONE RECORD OF THE FILE.  THE FIRST ANOMALY  *
      *    OF SHAPE IS KEPT IN THE MOTIF FOR THE VERDICT               *
      *----------------------------------------------------------------*
       2000-EXAMINER.
           ADD 1 TO WK-CTL-NB-PHYSIQUES
           IF WK-CTL-EST-ENTETE
               IF WK-CTL-NB-PHYSIQUES = 1
                   MOVE "O"                   TO WK-CTL-ENTETE-LUE
                   MOVE WK-CTL-FLUX           TO WK-CTL-H-FLUX
                   MOVE WK-CTL-EMETTEUR       TO WK-CTL-H-EMETTEUR
                   IF WK-CTL-SEQUENCE IS NUMERIC
                       MOVE WK-CTL-SEQUENCE   TO WK-CTL-H-SEQUENCE
                   END-IF
                   IF WK-CTL-DATE-CREATION IS NUMERIC
                       MOVE WK-CTL-DATE-CREATION
                            TO WK-CTL-H-DATE-CREATION
                   END-IF
               ELSE
                   IF WK-CTL-MOTIF = SPACES
                       MOVE "ENTETE EN DOUBLE" TO WK-CTL-MOTIF
                   END-IF
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF WK-CTL-EST-FIN
               IF WK-CTL-FIN-LUE NOT = "N"
                   AND WK-CTL-MOTIF = SPACES
                   MOVE "FIN EN DOUBLE" TO WK-CTL-MOTIF
               END-IF
               MOVE "O" TO WK-CTL-FIN-LUE
               IF WK-CTL-NB-ANNONCE IS NUMERIC
                   MOVE WK-CTL-NB-ANNONCE TO WK-CTL-T-NB-ANNONCE
               END-IF
               IF WK-CTL-TOTAL-ANNONCE IS NUMERIC
                   MOVE WK-CTL-TOTAL-ANNONCE TO WK-CTL-T-TOTAL-ANNONCE
               END-IF
               GO TO 2000-EXIT
           END-IF
           IF WK-CTL-FIN-LUE = "O"
               MOVE "X" TO WK-CTL-FIN-LUE
           END-IF
           ADD 1 TO WK-CTL-NB-DETAIL
           ADD WK-CTL-MONTANT TO WK-CTL-TOTAL-DETAIL.
       2000-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3000-VERDICT - SHAPE, TOTALS, SENDER AND SEQUENCE, THEN THE *
      *    REGISTER ROW.  FDINCTLF MOVES ON ONLY FOR AN ACCEPTED FILE  *
      *----------------------------------------------------------------*
       3000-VERDICT.
           ACCEPT CTLC-TODAY FROM DATE YYYYMMDD
           ACCEPT CTLC-HEURE FROM TIME
           MOVE "N" TO WK-CTL-ACCEPTE
           PERFORM 3100-CONTROLER THRU 3100-EXIT
           IF WK-CTL-MOTIF = SPACES
               MOVE "O" TO WK-CTL-ACCEPTE
           END-IF
           PERFORM 3500-ENREGISTRER THRU 3500-EXIT
           IF CTLC-CTLF-OUVERT
               PERFORM 3600-MAJ-FLUX THRU 3600-EXIT
               CLOSE FDINCTLF
               MOVE "N" TO CTLC-CTLF-OUVERT-SW
           END-IF.
       3000-EXIT.
           EXIT.
      *
       3100-CONTROLER.
           IF WK-CTL-ENTETE-LUE NOT = "O"
               MOVE "ENTETE ABSENTE" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-H-FLUX NOT = WK-CTL-FLUX-ATTENDU
               MOVE "ENTETE D'UN AUTRE FLUX" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-MOTIF NOT = SPACES
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-FIN-LUE = "N"
               MOVE "FIN ABSENTE - FICHIER TRONQUE" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-FIN-LUE = "X"
               MOVE "ENREGISTREMENTS APRES LA FIN" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-NB-DETAIL NOT = WK-CTL-T-NB-ANNONCE
               MOVE "NB ENREGISTREMENTS DIFFERENT" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-TOTAL-DETAIL NOT = WK-CTL-T-TOTAL-ANNONCE
               MOVE "TOTAL DE CONTROLE DIFFERENT" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           OPEN I-O FDINCTLF.
           IF FS-FDINCTLF NOT = "00"
               MOVE "CONTROLE DES FLUX INDISPONIBLE" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           MOVE "Y" TO CTLC-CTLF-OUVERT-SW
           MOVE WK-CTL-H-FLUX     TO FCTF-FLUX
           MOVE WK-CTL-H-EMETTEUR TO FCTF-EMETTEUR
           MOVE "Y" TO CTLC-FOUND-SW
           READ FDINCTLF RECORD
               INVALID KEY
                   MOVE "N" TO CTLC-FOUND-SW
           END-READ
           IF NOT CTLC-FOUND
               MOVE "EMETTEUR NON DECLARE AU FLUX" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           COMPUTE CTLC-SEQ-ATTENDUE = FCTF-DERN-SEQUENCE + 1
           IF WK-CTL-H-SEQUENCE < CTLC-SEQ-ATTENDUE
               MOVE "SEQUENCE DEJA CHARGEE - REJEU" TO WK-CTL-MOTIF
               GO TO 3100-EXIT
           END-IF
           IF WK-CTL-H-SEQUENCE > CTLC-SEQ-ATTENDUE
               MOVE "HORS SEQUENCE - FICHIER PERDU" TO WK-CTL-MOTIF
           END-IF.
       3100-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3500-ENREGISTRER - THE REGISTER ROW.  TWO FILES OF A FEED   *
      *    IN THE SAME HUNDREDTH OF A SECOND TAKE THE NEXT ONE         *
      *----------------------------------------------------------------*
       3500-ENREGISTRER.
           OPEN I-O FDINCTLR.
           IF FS-FDINCTLR NOT = "00"
               OPEN OUTPUT FDINCTLR
               CLOSE FDINCTLR
               OPEN I-O FDINCTLR
           END-IF
           IF FS-FDINCTLR NOT = "00"
               DISPLAY "FDINCTLC - OPEN FDINCTLR FAILED - STATUS "
                       FS-FDINCTLR
               GO TO 3500-EXIT
           END-IF
           MOVE SPACES                 TO FCTR-ENR
           MOVE WK-CTL-FLUX-ATTENDU    TO FCTR-FLUX
           MOVE CTLC-TODAY             TO FCTR-DATE-RECU
           MOVE CTLC-HEURE             TO FCTR-HEURE-RECU
           MOVE WK-CTL-H-EMETTEUR      TO FCTR-EMETTEUR
           MOVE WK-CTL-H-SEQUENCE      TO FCTR-SEQUENCE
           MOVE WK-CTL-H-DATE-CREATION TO FCTR-DATE-CREATION
           MOVE WK-CTL-T-NB-ANNONCE    TO FCTR-NB-ANNONCE
           MOVE WK-CTL-T-TOTAL-ANNONCE TO FCTR-TOTAL-ANNONCE
           MOVE WK-CTL-NB-DETAIL       TO FCTR-NB-COMPTE
           MOVE WK-CTL-TOTAL-DETAIL    TO FCTR-TOTAL-COMPTE
           IF WK-CTL-FICHIER-ACCEPTE
               MOVE "A" TO FCTR-STATUT
           ELSE
               MOVE "R" TO FCTR-STATUT
           END-IF
           MOVE WK-CTL-MOTIF           TO FCTR-MOTIF
           MOVE ZERO TO CTLC-ESSAIS
           PERFORM 3510-ECRIRE THRU 3510-EXIT
               UNTIL FS-FDINCTLR NOT = "22"
               OR CTLC-ESSAIS > 10
           IF FS-FDINCTLR NOT = "00"
               DISPLAY "FDINCTLC - WRITE FDINCTLR FAILED - STATUS "
                       FS-FDINCTLR
           END-IF
           CLOSE FDINCTLR.
       3500-EXIT.
           EXIT.
      *
       3510-ECRIRE.
           IF CTLC-ESSAIS > ZERO
               ADD 1 TO FCTR-HEURE-RECU
           END-IF
           ADD 1 TO CTLC-ESSAIS
           WRITE FCTR-ENR.
       3510-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      *    3600-MAJ-FLUX - THE SENDER'S ROW REMEMBERS THE LAST FILE    *
      *    ACCEPTED, OR THE LAST REFUSAL                               *
      *----------------------------------------------------------------*
       3600-MAJ-FLUX.
           IF NOT CTLC-FOUND
               GO TO 3600-EXIT
           END-IF
           IF WK-CTL-FICHIER-ACCEPTE
               MOVE WK-CTL-H-SEQUENCE TO FCTF-DERN-SEQUENCE
               MOVE CTLC-TODAY        TO FCTF-DATE-DERN-RECU
           ELSE
               MOVE CTLC-TODAY        TO FCTF-DATE-DERN-REFUS
               MOVE WK-CTL-MOTIF      TO FCTF-MOTIF-DERN-REFUS
           END-IF
           REWRITE FCTF-ENR
           IF FS-FDINCTLF NOT = "00"
               DISPLAY "FDINCTLC - REWRITE FDINCTLF FAILED - STATUS "
                       FS-FDINCTLF
           END-IF.
       3600-EXIT.
           EXIT.
      *
       9999-EXIT.
           GOBACK.
