       01  TODOCONF-PARAMETERS.
           05  CONF-FUNCTION            PIC X(5).
               88  CONF-FUNC-CHECK      VALUE 'CHECK'.
               88  CONF-FUNC-SET        VALUE 'SET'.
               88  CONF-FUNC-CLEAR      VALUE 'CLEAR'.
               88  CONF-FUNC-READ       VALUE 'READ'.
           05  CONF-ITEM-ID             PIC 9(5).
           05  CONF-ITEM-OWNER          PIC X(10).
           05  CONF-USER                PIC X(10).
           05  CONF-ROLE                PIC X(5).
           05  CONF-VIEW                PIC X(12).
           05  CONF-MARKED              PIC X.
               88  CONF-IS-MARKED       VALUE 'Y'.
           05  CONF-VISIBLE             PIC X.
               88  CONF-IS-VISIBLE      VALUE 'Y'.
           05  CONF-MASK-TEXT           PIC X(35).
           05  CONF-FAILED              PIC X.
               88  CONF-IS-FAILED       VALUE 'Y'.
