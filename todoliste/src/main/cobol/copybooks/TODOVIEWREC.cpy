           05  VIEW-USER                PIC X(10).
           05  FILLER                   PIC X.
           05  VIEW-NAME                PIC X(10).
           05  FILLER                   PIC X.
           05  VIEW-DIGEST              PIC X(1).
           05  FILLER                   PIC X.
           05  VIEW-STATUS              PIC X(4).
           05  FILLER                   PIC X.
           05  VIEW-PRIORITY-MIN        PIC 9(1).
           05  FILLER                   PIC X.
           05  VIEW-DUE-FROM            PIC 9(8).
           05  FILLER                   PIC X.
           05  VIEW-DUE-TO              PIC 9(8).
           05  FILLER                   PIC X.
           05  VIEW-CATEGORY            PIC X(10).
           05  FILLER                   PIC X.
           05  VIEW-OWNER               PIC X(10).
           05  FILLER                   PIC X.
           05  VIEW-KEYWORD             PIC X(35).
