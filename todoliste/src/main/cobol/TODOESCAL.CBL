         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT NOTICE-FILE ASSIGN DYNAMIC WS-NOTICE-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTICE-STATUS.
         SELECT POOL-FILE ASSIGN TO 'todopool.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POOL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             COPY TDLISTREC.
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD NOTICE-FILE.
          01 NOTICE-RECORD PIC X(132).
          FD POOL-FILE.
          01 POOL-RECORD PIC X(50).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-AUDIT-ACTION PIC X(12) VALUE 'ESCALATE'.
        01 WS-LATE-REMAINDER PIC S9(5) COMP.
        01 WS-OLD-PRIORITY PIC 9(1).
        01 WS-ESCAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ESCAL-LEVEL PIC 9(3).
        01 WS-ESCAL-TARGET PIC X(10).
        01 WS-LATE-DAYS-SHOWN PIC 9(5).
        01 WS-NOTICE-STATUS PIC XX.
        01 WS-NOTICE-FILENAME PIC X(40).
        01 WS-NOTICE-LINE PIC X(132).
        01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-POOL-STATUS PIC XX.
        01 WS-POOL-EOF PIC X.
        01 WS-POOL-LINE.
           COPY TODOPOOLREC.
        01 WS-POOL-DAYS PIC 9(3) VALUE 3.
        01 WS-POOL-DAYS-TEXT PIC X(3).
        01 WS-POOL-LEAD PIC X(10).
        01 WS-POOL-TABLE.
           03 WS-POOL-ROW OCCURS 999 TIMES.
              05 WS-POOL-E-ID PIC 9(5).
              05 WS-POOL-E-KIND PIC X(4).
              05 WS-POOL-E-KEY PIC X(10).
              05 WS-POOL-E-SINCE PIC 9(8).
        01 WS-POOL-COUNT PIC 9(4) VALUE ZERO.
        01 WS-POOL-IDX PIC 9(4) VALUE ZERO.
        01 WS-POOL-HIT PIC 9(4) VALUE ZERO.
        01 WS-POOL-FREE PIC 9(4) VALUE ZERO.
        01 WS-POOL-ESCAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ORG-IDX PIC 9(3) VALUE ZERO.
        01 WS-NOTICE-CONTENT PIC X(35).
        COPY TODOAUDP.
        COPY TODOORGP.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
              MOVE 7 TO WS-ESCAL-DAYS
           END-IF

           MOVE SPACES TO WS-POOL-DAYS-TEXT
           ACCEPT WS-POOL-DAYS-TEXT FROM ENVIRONMENT
              "TODOLIST_POOL_DAYS"
           IF WS-POOL-DAYS-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-POOL-DAYS-TEXT)
                TO WS-POOL-DAYS
           END-IF
           IF WS-POOL-DAYS = ZERO
              MOVE 3 TO WS-POOL-DAYS
           END-IF
           MOVE SPACES TO WS-POOL-LEAD
           ACCEPT WS-POOL-LEAD FROM ENVIRONMENT "TODOLIST_POOL_LEAD"

           PERFORM LOAD-POOL-TABLE

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           END-IF

           DISPLAY "TODOESCAL: escalated " WS-ESCAL-COUNT " item(s)"
           DISPLAY "TODOESCAL: " WS-POOL-ESCAL-COUNT
              " unclaimed pool item(s) escalated"
           DISPLAY "TODOESCAL: " WS-NOTICE-COUNT
              " notice(s) to managers"
           GOBACK
          .

       CHECK-ESCALATE-ITEM SECTION.
           MOVE ZERO TO WS-POOL-HIT
           IF ITEM-ACTIVE IN WS-TDLIST
                 AND ITEM-OWNER IN WS-TDLIST = SPACES
              PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                    UNTIL WS-POOL-IDX > WS-POOL-COUNT
                 IF WS-POOL-E-ID (WS-POOL-IDX) = ITEM-ID IN WS-TDLIST
                    MOVE WS-POOL-IDX TO WS-POOL-HIT
                 END-IF
              END-PERFORM
           END-IF
           IF WS-POOL-HIT > ZERO
              PERFORM CHECK-ESCALATE-POOL-ITEM
           ELSE
              PERFORM CHECK-ESCALATE-OVERDUE-ITEM
           END-IF
          EXIT.

       CHECK-ESCALATE-OVERDUE-ITEM SECTION.
           IF ITEM-ACTIVE IN WS-TDLIST
                 AND ITEM-DUE-DATE IN WS-TDLIST > ZERO
                 AND ITEM-DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
          EXIT.

       ESCALATE-ITEM SECTION.
           PERFORM FIND-ESCALATION-TARGET
           MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-OLD-PRIORITY
           MOVE WS-TDLIST TO WS-JRNL-BEFORE
           ADD 1 TO ITEM-PRIORITY IN WS-TDLIST
                    ", " WS-LATE-DAYS " day(s) late"
                 MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 IF WS-ESCAL-TARGET = SPACES
                    STRING 'prio ' WS-OLD-PRIORITY ' -> '
                           ITEM-PRIORITY IN WS-TDLIST
                       DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                 ELSE
                    STRING 'prio ' WS-OLD-PRIORITY ' -> '
                           ITEM-PRIORITY IN WS-TDLIST
                           ' to ' FUNCTION TRIM(WS-ESCAL-TARGET)
                       DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                 END-IF
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                 IF WS-ESCAL-TARGET NOT = SPACES
                    PERFORM WRITE-ESCALATION-NOTICE
                 END-IF
           END-REWRITE
          EXIT.

       FIND-ESCALATION-TARGET SECTION.
           COMPUTE WS-ESCAL-LEVEL = WS-LATE-DAYS / WS-ESCAL-DAYS
           IF WS-ESCAL-LEVEL > 99
              MOVE 99 TO WS-ESCAL-LEVEL
           END-IF
           MOVE 'UP' TO ORG-FUNCTION
           MOVE ITEM-OWNER IN WS-TDLIST TO ORG-USER-ID
           MOVE WS-ESCAL-LEVEL TO ORG-LEVELS
           CALL "TODOORG" USING TODOORG-PARAMETERS
           MOVE ORG-BOSS-ID TO WS-ESCAL-TARGET
          EXIT.

       WRITE-ESCALATION-NOTICE SECTION.
           MOVE SPACES TO WS-NOTICE-FILENAME
           STRING 'escal-' FUNCTION TRIM(WS-ESCAL-TARGET) '.txt'
              DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
              OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS NOT = '00'
              DISPLAY "TODOESCAL: cannot write notice for "
                 FUNCTION TRIM(WS-ESCAL-TARGET)
           ELSE
              MOVE WS-LATE-DAYS TO WS-LATE-DAYS-SHOWN
              MOVE SPACES TO WS-NOTICE-LINE
              STRING 'ITEM-ID ' ITEM-ID IN WS-TDLIST
                     ' of ' FUNCTION TRIM(ITEM-OWNER IN WS-TDLIST)
                     ' is ' WS-LATE-DAYS-SHOWN ' day(s) late, due '
                     ITEM-DUE-DATE IN WS-TDLIST
                     ', prio ' WS-OLD-PRIORITY ' -> '
                     ITEM-PRIORITY IN WS-TDLIST
                 DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
              PERFORM SET-NOTICE-CONTENT
              MOVE SPACES TO WS-NOTICE-LINE
              STRING '  ' WS-NOTICE-CONTENT
                 DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
              CLOSE NOTICE-FILE
              ADD 1 TO WS-NOTICE-COUNT
              DISPLAY "  notice to " FUNCTION TRIM(WS-ESCAL-TARGET)
                 " (level " WS-ESCAL-LEVEL ")"
           END-IF
          EXIT.

       CHECK-ESCALATE-POOL-ITEM SECTION.
           IF WS-POOL-E-SINCE (WS-POOL-HIT) > ZERO
                 AND WS-POOL-E-SINCE (WS-POOL-HIT) < WS-TODAY-DATE
              COMPUTE WS-DUE-INTEGER =
                 FUNCTION INTEGER-OF-DATE
                    (WS-POOL-E-SINCE (WS-POOL-HIT))
              COMPUTE WS-LATE-DAYS =
                 WS-TODAY-INTEGER - WS-DUE-INTEGER
              COMPUTE WS-LATE-REMAINDER =
                 FUNCTION MOD (WS-LATE-DAYS, WS-POOL-DAYS)
              IF WS-LATE-DAYS >= WS-POOL-DAYS
                    AND WS-LATE-REMAINDER = ZERO
                 PERFORM ESCALATE-POOL-ITEM
              END-IF
           END-IF
          EXIT.

       ESCALATE-POOL-ITEM SECTION.
           PERFORM FIND-POOL-ESCALATION-TARGET
           MOVE ITEM-PRIORITY IN WS-TDLIST TO WS-OLD-PRIORITY
           MOVE WS-TDLIST TO WS-JRNL-BEFORE
           IF ITEM-PRIORITY IN WS-TDLIST < 9
              ADD 1 TO ITEM-PRIORITY IN WS-TDLIST
           END-IF
           REWRITE TDLIST-FILE FROM WS-TDLIST
              INVALID KEY
                 DISPLAY "POOL ESCALATE failed for ITEM-ID "
                    ITEM-ID IN WS-TDLIST
              NOT INVALID KEY
                 ADD 1 TO WS-POOL-ESCAL-COUNT
                 DISPLAY "POOL ESCALATED ID " ITEM-ID IN WS-TDLIST
                    " " FUNCTION TRIM(WS-POOL-E-KIND (WS-POOL-HIT))
                    " " FUNCTION TRIM(WS-POOL-E-KEY (WS-POOL-HIT))
                    ", unclaimed " WS-LATE-DAYS " day(s)"
                 MOVE 'POOL-ESCAL' TO WS-AUDIT-ACTION
                 MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 MOVE WS-LATE-DAYS TO WS-LATE-DAYS-SHOWN
                 STRING FUNCTION TRIM(WS-POOL-E-KEY (WS-POOL-HIT))
                        ' ' WS-LATE-DAYS-SHOWN 'd>'
                        FUNCTION TRIM(WS-ESCAL-TARGET)
                    DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                 MOVE 'ESCALATE' TO WS-AUDIT-ACTION
                 IF WS-ESCAL-TARGET NOT = SPACES
                    PERFORM WRITE-POOL-NOTICE
                 END-IF
           END-REWRITE
          EXIT.

       FIND-POOL-ESCALATION-TARGET SECTION.
           COMPUTE WS-ESCAL-LEVEL = WS-LATE-DAYS / WS-POOL-DAYS
           IF WS-ESCAL-LEVEL > 99
              MOVE 99 TO WS-ESCAL-LEVEL
           END-IF
           MOVE WS-POOL-LEAD TO WS-ESCAL-TARGET
           IF WS-POOL-E-KIND (WS-POOL-HIT) = 'TEAM'
              MOVE SPACES TO WS-ESCAL-TARGET
              MOVE 'ENTRY' TO ORG-FUNCTION
              MOVE 1 TO ORG-ENTRY-NO
              CALL "TODOORG" USING TODOORG-PARAMETERS
              PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                    UNTIL WS-ORG-IDX > ORG-ENTRY-COUNT
                       OR WS-ESCAL-TARGET NOT = SPACES
                 MOVE WS-ORG-IDX TO ORG-ENTRY-NO
                 CALL "TODOORG" USING TODOORG-PARAMETERS
                 IF ORG-TEAM = WS-POOL-E-KEY (WS-POOL-HIT)
                    MOVE ORG-MANAGER TO WS-ESCAL-TARGET
                 END-IF
              END-PERFORM
              IF WS-ESCAL-TARGET = SPACES
                 MOVE WS-POOL-LEAD TO WS-ESCAL-TARGET
              END-IF
           END-IF
           IF WS-ESCAL-LEVEL > 1 AND WS-ESCAL-TARGET NOT = SPACES
              MOVE 'UP' TO ORG-FUNCTION
              MOVE WS-ESCAL-TARGET TO ORG-USER-ID
              COMPUTE ORG-LEVELS = WS-ESCAL-LEVEL - 1
              CALL "TODOORG" USING TODOORG-PARAMETERS
              IF ORG-BOSS-ID NOT = SPACES
                 MOVE ORG-BOSS-ID TO WS-ESCAL-TARGET
              END-IF
           END-IF
          EXIT.

       WRITE-POOL-NOTICE SECTION.
           MOVE SPACES TO WS-NOTICE-FILENAME
           STRING 'escal-' FUNCTION TRIM(WS-ESCAL-TARGET) '.txt'
              DELIMITED BY SIZE INTO WS-NOTICE-FILENAME
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
              OPEN OUTPUT NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS NOT = '00'
              DISPLAY "TODOESCAL: cannot write notice for "
                 FUNCTION TRIM(WS-ESCAL-TARGET)
           ELSE
              MOVE WS-LATE-DAYS TO WS-LATE-DAYS-SHOWN
              MOVE SPACES TO WS-NOTICE-LINE
              STRING 'ITEM-ID ' ITEM-ID IN WS-TDLIST
                     ' in pool '
                     FUNCTION TRIM(WS-POOL-E-KIND (WS-POOL-HIT)) ' '
                     FUNCTION TRIM(WS-POOL-E-KEY (WS-POOL-HIT))
                     ' unclaimed for ' WS-LATE-DAYS-SHOWN ' day(s)'
                     ', prio ' WS-OLD-PRIORITY ' -> '
                     ITEM-PRIORITY IN WS-TDLIST
                 DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
              PERFORM SET-NOTICE-CONTENT
              MOVE SPACES TO WS-NOTICE-LINE
              STRING '  ' WS-NOTICE-CONTENT
                 DELIMITED BY SIZE INTO WS-NOTICE-LINE
              WRITE NOTICE-RECORD FROM WS-NOTICE-LINE
              CLOSE NOTICE-FILE
              ADD 1 TO WS-NOTICE-COUNT
              DISPLAY "  notice to " FUNCTION TRIM(WS-ESCAL-TARGET)
                 " (level " WS-ESCAL-LEVEL ")"
           END-IF
          EXIT.

       SET-NOTICE-CONTENT SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
           MOVE WS-ESCAL-TARGET TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-VISIBLE
              MOVE ITEM-CONTENT IN WS-TDLIST TO WS-NOTICE-CONTENT
           ELSE
              MOVE CONF-MASK-TEXT TO WS-NOTICE-CONTENT
           END-IF
          EXIT.

       LOAD-POOL-TABLE SECTION.
           MOVE ZERO TO WS-POOL-COUNT
           MOVE 'N' TO WS-POOL-EOF
           OPEN INPUT POOL-FILE
           IF WS-POOL-STATUS = '00'
              PERFORM UNTIL WS-POOL-EOF = 'Y'
                 READ POOL-FILE INTO WS-POOL-LINE
                    AT END MOVE 'Y' TO WS-POOL-EOF
                    NOT AT END
                       PERFORM STORE-POOL-TABLE-ROW
                 END-READ
              END-PERFORM
              CLOSE POOL-FILE
           END-IF
          EXIT.

       STORE-POOL-TABLE-ROW SECTION.
           MOVE ZERO TO WS-POOL-HIT
           MOVE ZERO TO WS-POOL-FREE
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                 UNTIL WS-POOL-IDX > WS-POOL-COUNT
              IF WS-POOL-E-ID (WS-POOL-IDX) = POOL-ITEM-ID
                 MOVE WS-POOL-IDX TO WS-POOL-HIT
              END-IF
              IF WS-POOL-E-ID (WS-POOL-IDX) = ZERO
                 MOVE WS-POOL-IDX TO WS-POOL-FREE
              END-IF
           END-PERFORM
           IF POOL-CLAIMED-DATE > ZERO
              IF WS-POOL-HIT > ZERO
                 MOVE ZERO TO WS-POOL-E-ID (WS-POOL-HIT)
              END-IF
           ELSE
              IF WS-POOL-HIT = ZERO
                 IF WS-POOL-FREE > ZERO
                    MOVE WS-POOL-FREE TO WS-POOL-HIT
                 ELSE
                    IF WS-POOL-COUNT < 999
                       ADD 1 TO WS-POOL-COUNT
                       MOVE WS-POOL-COUNT TO WS-POOL-HIT
                    END-IF
                 END-IF
              END-IF
              IF WS-POOL-HIT > ZERO
                 MOVE POOL-ITEM-ID TO WS-POOL-E-ID (WS-POOL-HIT)
                 MOVE POOL-KIND TO WS-POOL-E-KIND (WS-POOL-HIT)
                 MOVE POOL-KEY TO WS-POOL-E-KEY (WS-POOL-HIT)
                 MOVE POOL-ENTERED-DATE
                   TO WS-POOL-E-SINCE (WS-POOL-HIT)
              END-IF
           END-IF
          EXIT.

       WRITE-CHANGE-JOURNAL-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-JRNL-STAMP
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-JRNL-STAMP
           MOVE 'BATCH' TO WS-JRNL-USER
           MOVE WS-AUDIT-ACTION TO WS-JRNL-ACTION
           MOVE WS-TDLIST TO WS-JRNL-AFTER

           OPEN EXTEND JOURNAL-FILE
