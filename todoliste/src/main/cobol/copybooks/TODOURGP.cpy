       01  TODOURG-PARAMETERS.
           05  URG-ITEM-ID              PIC 9(5).
           05  URG-PRIORITY             PIC 9(1).
           05  URG-DUE-DATE             PIC 9(8).
           05  URG-CREATED-DATE         PIC 9(8).
           05  URG-WAITING              PIC 9(3).
           05  URG-SCORE                PIC 9(5).
           05  URG-PRIORITY-POINTS      PIC 9(5).
           05  URG-DUE-POINTS           PIC 9(5).
           05  URG-WAITING-POINTS       PIC 9(5).
           05  URG-AGE-POINTS           PIC 9(5).
           05  URG-TICKLER-POINTS       PIC 9(5).
           05  URG-DUE-DAYS             PIC S9(4).
           05  URG-AGE-WEEKS            PIC 9(4).
           05  URG-DUE-STATE            PIC X.
               88  URG-NO-DUE           VALUE ' '.
               88  URG-OVERDUE          VALUE 'O'.
               88  URG-DUE-SOON         VALUE 'S'.
               88  URG-DUE-LATER        VALUE 'L'.
           05  URG-TICKLER-FIRED        PIC X.
               88  URG-HAS-FIRED        VALUE 'Y'.
