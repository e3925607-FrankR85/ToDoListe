               88  ITEM-DONE            VALUE 'DONE'.
               88  ITEM-IN-PROGRESS     VALUE 'PROG'.
               88  ITEM-WAITING         VALUE 'WAIT'.
               88  ITEM-AWAITING-APPR   VALUE 'APPR'.
               88  ITEM-ACTIVE          VALUE 'OPEN' 'PROG'
                                              'WAIT'.
           05  ITEM-CONTENT             PIC X(35).
