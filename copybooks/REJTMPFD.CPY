       FD  FichierRejetsTmp.
       01  EnregistrementRejetTmp  PIC X(46).
