               88  REJET-EN-ATTENTE  VALUE SPACE.
               88  REJET-RECYCLE     VALUE "R".
               88  REJET-ABANDONNE   VALUE "A".
           05  FILLER           PIC X.
           05  RejReference     PIC X(8).
