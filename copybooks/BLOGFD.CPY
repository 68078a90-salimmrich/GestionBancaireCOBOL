       FD  FichierBatchLog.
       01  EnregistrementBatchLog.
           05  LogDateComptable PIC X(8).
           05  FILLER           PIC X.
           05  LogSequence      PIC 9(3).
           05  FILLER           PIC X.
           05  LogJob           PIC X(8).
           05  FILLER           PIC X.
           05  LogDateDebut     PIC X(8).
           05  FILLER           PIC X.
           05  LogHeureDebut    PIC X(6).
           05  FILLER           PIC X.
           05  LogDateFin       PIC X(8).
           05  FILLER           PIC X.
           05  LogHeureFin      PIC X(6).
           05  FILLER           PIC X.
           05  LogCodeRetour    PIC 9(3).
           05  FILLER           PIC X.
           05  LogResultat      PIC X(12).
