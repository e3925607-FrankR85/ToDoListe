           05  RPT-CAT-ID               PIC 9(5).
           05  FILLER                   PIC X.
           05  RPT-RUN-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  RPT-RUN-TIME             PIC 9(6).
           05  FILLER                   PIC X.
           05  RPT-PROGRAM              PIC X(10).
           05  FILLER                   PIC X.
           05  RPT-RUN-TAG              PIC X(8).
           05  FILLER                   PIC X.
           05  RPT-RETENTION            PIC X(10).
           05  FILLER                   PIC X.
           05  RPT-LINE-COUNT           PIC 9(5).
           05  FILLER                   PIC X.
           05  RPT-FILE-NAME            PIC X(40).
