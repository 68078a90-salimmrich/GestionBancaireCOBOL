       FD  FichierCheques.
       01  EnregistrementCheque.
           05  CleCheque.
               10  ChkNumeroCompte  PIC X(5).
               10  ChkNumero        PIC 9(7).
           05  ChkEtat              PIC X.
               88  CHEQUE-PAYE        VALUE "P".
               88  CHEQUE-OPPOSE      VALUE "O".
           05  ChkDate              PIC X(8).
           05  ChkMontant           PIC 9(6)V99.
           05  ChkMotif             PIC X.
               88  OPPOSITION-PERTE   VALUE "P".
               88  OPPOSITION-VOL     VALUE "V".
               88  OPPOSITION-AUTRE   VALUE "A".
           05  ChkOperateur         PIC X(8).
