      *****  RECEPTIONS : PR / PA MINI (PLANCHER)                218,5
           05  FDIN-TYPREC-PR-SUR-PA-MIN.
               10  FDIN-TYPREC-PR-SUR-PA-MIN9 PIC 9(3)V9(2).
      *****  BASE DE REPARTITION DES FACTURES TRANSPORT          223,1
      *****     V = VALEUR DES LIGNES (QTE X PA) , Q = QUANTITE
      *****     BLANC = V  (VOIR FDINTRSA)
           05  FDIN-TYPREC-REPART-TRS    PIC X(1).
               88  FDIN-TYPREC-REPART-QTE     VALUE "Q".
      *****  TOLERANCE PA / TARIF FOURNISSEUR EN %  (99V9)      224,3
      *****     ECART MAXI DU PA SAISI SUR LE PRIX CONVENU (FDINTRFC)
      *****     0 OU NON NUMERIQUE = PAS DE CONTROLE TARIF
           05  FDIN-TYPREC-TOL-TARIF.
               10  FDIN-TYPREC-TOL-TARIF9 PIC 9(2)V9(1).
      *                                                        227,30
           05  FILLER                    PIC X(30).
      *
