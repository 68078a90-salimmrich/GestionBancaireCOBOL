       FD  FichierCertificats.
       01  EnregistrementCertificat  PIC X(80).
