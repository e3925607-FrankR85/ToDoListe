       01  TODOHOLD-PARAMETERS.
           05  HOLD-FUNCTION            PIC X(5).
               88  HOLD-FUNC-CHECK      VALUE 'CHECK'.
               88  HOLD-FUNC-FILE       VALUE 'FILE'.
               88  HOLD-FUNC-PLACE      VALUE 'PLACE'.
               88  HOLD-FUNC-FREE       VALUE 'FREE'.
               88  HOLD-FUNC-ENTRY      VALUE 'ENTRY'.
           05  HOLD-CALLER              PIC X(10).
           05  HOLD-ITEM-ID             PIC 9(5).
           05  HOLD-ITEM-OWNER          PIC X(10).
           05  HOLD-ITEM-CATEGORY       PIC X(10).
           05  HOLD-REF                 PIC X(10).
           05  HOLD-KIND                PIC X(8).
               88  HOLD-KIND-ITEM       VALUE 'ITEM'.
               88  HOLD-KIND-OWNER      VALUE 'OWNER'.
               88  HOLD-KIND-CATEGORY   VALUE 'CATEGORY'.
               88  HOLD-KIND-ARCHIVE    VALUE 'ARCHIVE'.
               88  HOLD-KIND-VALID      VALUE 'ITEM' 'OWNER'
                                              'CATEGORY' 'ARCHIVE'.
           05  HOLD-TARGET              PIC X(40).
           05  HOLD-RELEASE-DATE        PIC 9(8).
           05  HOLD-SET-BY              PIC X(10).
           05  HOLD-SET-DATE            PIC 9(8).
           05  HOLD-ENTRY-NO            PIC 9(3).
           05  HOLD-ENTRY-COUNT         PIC 9(3).
           05  HOLD-FOUND               PIC X.
               88  HOLD-IS-FOUND        VALUE 'Y'.
           05  HOLD-ACTIVE              PIC X.
               88  HOLD-IS-ACTIVE       VALUE 'Y'.
           05  HOLD-FAILED              PIC X.
               88  HOLD-IS-FAILED       VALUE 'Y'.
