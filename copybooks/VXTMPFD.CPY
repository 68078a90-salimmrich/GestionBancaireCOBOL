       FD  FichierVirExtTmp.
       01  EnregistrementVirExtTmp  PIC X(96).
