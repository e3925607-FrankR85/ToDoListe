           05  POOL-ITEM-ID             PIC 9(5).
           05  FILLER                   PIC X.
           05  POOL-KIND                PIC X(4).
               88  POOL-BY-CATEGORY     VALUE 'CAT'.
               88  POOL-BY-TEAM         VALUE 'TEAM'.
           05  FILLER                   PIC X.
           05  POOL-KEY                 PIC X(10).
           05  FILLER                   PIC X.
           05  POOL-ENTERED-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  POOL-CLAIMED-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  POOL-CLAIMED-BY          PIC X(10).
