       SD  FichierTriLcb.
       01  EnregistrementTriLcb.
           05  TlClient         PIC X(5).
           05  TlCompteSeul     PIC X(5).
           05  TlDate           PIC X(8).
           05  TlCompte         PIC X(5).
           05  TlType           PIC X(8).
           05  TlMontant        PIC 9(6)V99.
