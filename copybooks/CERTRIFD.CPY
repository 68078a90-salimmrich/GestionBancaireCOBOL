       SD  FichierTriCert.
       01  EnregistrementTriCert.
           05  TcClient         PIC X(5).
           05  TcCompte         PIC X(5).
           05  TcMontant        PIC 9(6)V99.
