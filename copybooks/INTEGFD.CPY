       FD  FichierIntegrite.
       01  EnregistrementIntegrite  PIC X(80).
