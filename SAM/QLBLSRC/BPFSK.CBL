      *         .  UPDATE THE DDS COPY AFTER CHANGING THIS RECORD.   *
      ****************************************************************
       FD  BPFSK  LABEL RECORD STANDARD
                  RECORD 80.
       01  BPFSK-ENR.
      *****  CLE FOURNISSEUR
           05  BPFSK-CLEF                PIC X(09).
           05  BPFSK-STATUT-DATE         PIC 9(08).
      *****  MOTIF DU STATUT (LIQUIDATION, BLOCAGE COMPTABLE...)
           05  BPFSK-STATUT-MOTIF        PIC X(30).
      *****  PAYS DU FOURNISSEUR (CODE ISO, EX. DE, IT, BE) ET NUMERO
      *****  DE TVA INTRACOMMUNAUTAIRE - UN PAYS RENSEIGNE AUTRE QUE
      *****  LE PAYS DE L'ENTREPRISE FAIT UN FOURNISSEUR CEE POUR LA
      *****  DECLARATION D'ECHANGES DE BIENS (VOIR FDINDEBA).  BLANC
      *****  SUR LES ANCIENS ENREGISTREMENTS.  MIS A JOUR PAR BPFSKMNT
           05  BPFSK-PAYS                PIC X(02).
           05  BPFSK-NO-TVA-INTRA        PIC X(14).
           05  FILLER                    PIC X(08).
      *
