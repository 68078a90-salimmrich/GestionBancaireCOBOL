           SELECT FichierBatchLog ASSIGN TO "BATCHLOG.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusBatchLog.
