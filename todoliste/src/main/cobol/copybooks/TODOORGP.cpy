       01  TODOORG-PARAMETERS.
           05  ORG-FUNCTION             PIC X(6).
               88  ORG-FUNC-LOOKUP      VALUE 'LOOKUP'.
               88  ORG-FUNC-ENTRY       VALUE 'ENTRY'.
               88  ORG-FUNC-UNDER       VALUE 'UNDER'.
               88  ORG-FUNC-UP          VALUE 'UP'.
           05  ORG-USER-ID              PIC X(10).
           05  ORG-BOSS-ID              PIC X(10).
           05  ORG-TEAM                 PIC X(10).
           05  ORG-MANAGER              PIC X(10).
           05  ORG-LEVELS               PIC 9(2).
           05  ORG-ENTRY-NO             PIC 9(3).
           05  ORG-ENTRY-COUNT          PIC 9(3).
           05  ORG-FOUND                PIC X.
               88  ORG-IS-FOUND         VALUE 'Y'.
