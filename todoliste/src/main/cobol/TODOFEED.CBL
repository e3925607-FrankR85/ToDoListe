       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT AUDIT-LOG-FILE ASSIGN TO 'todoaudit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT FEED-FILE ASSIGN TO 'todofeed.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-STATUS.
         SELECT HOLDOVER-FILE ASSIGN TO 'todofeed.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLDOVER-STATUS.
         SELECT FEED-CTL-FILE ASSIGN TO 'todofeedctl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FEED-CTL-STATUS.
         SELECT CONSUMER-FILE ASSIGN TO 'todofeedcon.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONSUMER-STATUS.
         SELECT PULL-FILE ASSIGN DYNAMIC WS-PULL-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PULL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD AUDIT-LOG-FILE.
          01 AUDIT-LOG-RECORD PIC X(100).
          FD FEED-FILE.
          01 FEED-RECORD PIC X(209).
          FD HOLDOVER-FILE.
          01 HOLDOVER-FILE-RECORD PIC X(209).
          FD FEED-CTL-FILE.
          01 FEED-CTL-RECORD PIC X(84).
          FD CONSUMER-FILE.
          01 CONSUMER-RECORD PIC X(55).
          FD PULL-FILE.
          01 PULL-RECORD PIC X(220).
       WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-FEED-STATUS PIC XX.
        01 WS-HOLDOVER-STATUS PIC XX.
        01 WS-FEED-CTL-STATUS PIC XX.
        01 WS-CONSUMER-STATUS PIC XX.
        01 WS-PULL-STATUS PIC XX.
        01 WS-PULL-FILENAME PIC X(40).
        01 WS-HOLDOVER-NAME PIC X(20) VALUE 'todofeed.tmp'.
        01 WS-FEED-FUNC PIC X(5).
        01 WS-CONSUMER-TEXT PIC X(10).
        01 WS-SEQ-TEXT PIC X(9).
        01 WS-KEEP-TEXT PIC X(3).
        01 WS-KEEP-DAYS PIC 9(3) VALUE 30.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CUTOFF-DATE PIC 9(8).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-NOW-STAMP PIC X(15).
        01 WS-JOURNAL-LINE.
           05 WS-JRNL-STAMP PIC X(15).
           05 FILLER PIC X.
           05 WS-JRNL-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-JRNL-ACTION PIC X(12).
           05 FILLER PIC X.
           05 WS-JRNL-BEFORE PIC X(101).
           05 FILLER PIC X.
           05 WS-JRNL-AFTER PIC X(101).
        01 WS-AUDIT-LINE.
           05 WS-AUDL-STAMP PIC X(15).
           05 FILLER PIC X.
           05 WS-AUDL-ACTION PIC X(12).
           05 FILLER PIC X.
           05 WS-AUDL-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-AUDL-CONTENT PIC X(35).
           05 FILLER PIC X(30).
        01 WS-BEFORE-ITEM.
           COPY TDLISTREC.
        01 WS-AFTER-ITEM.
           COPY TDLISTREC.
        01 WS-JRNL-EOF PIC X VALUE 'N'.
        01 WS-JRNL-READY PIC X VALUE 'N'.
        01 WS-JRNL-LAST-STAMP PIC X(15) VALUE SPACES.
        01 WS-JRNL-LAST-SAME PIC 9(5) VALUE ZERO.
        01 WS-AUD-EOF PIC X VALUE 'N'.
        01 WS-AUD-READY PIC X VALUE 'N'.
        01 WS-AUD-LAST-STAMP PIC X(15) VALUE SPACES.
        01 WS-AUD-LAST-SAME PIC 9(5) VALUE ZERO.
        01 WS-FEED-EOF PIC X VALUE 'N'.
        01 WS-FEED-CTL-LINE.
           05 WS-FCT-LAST-SEQ PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-FIRST-SEQ PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-KEEP-DAYS PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-JRNL-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-JRNL-SAME PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-AUD-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-AUD-SAME PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-FCT-BUILD-STAMP PIC X(15).
        01 WS-EVENT-LINE.
           05 WS-EVT-SEQ PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-TYPE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-ACTION PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-FIELDS PIC X(70).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-STATUS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-OWNER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-CATEGORY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-DUE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-PRIORITY PIC 9(1).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EVT-CONTENT PIC X(35).
        01 WS-EVT-WANTED PIC X VALUE 'N'.
        01 WS-FIELD-NAME PIC X(10).
        01 WS-FIELD-PTR PIC 9(3) VALUE 1.
        01 WS-UNDO-WORD PIC X(5).
        01 WS-UNDO-ACTION PIC X(12).
        01 WS-NEW-EVENTS PIC 9(7) VALUE ZERO.
        01 WS-FIRST-NEW-SEQ PIC 9(9) VALUE ZERO.
        01 WS-SKIPPED-ROWS PIC 9(7) VALUE ZERO.
        01 WS-EXPIRED-EVENTS PIC 9(7) VALUE ZERO.
        01 WS-KEPT-EVENTS PIC 9(7) VALUE ZERO.
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CONSUMER-LINE.
           05 WS-CON-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CON-LAST-READ PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CON-PULLED PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CON-REG-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CON-ACK-STAMP PIC X(15).
        01 WS-CON-TABLE.
           03 WS-CON-ROW OCCURS 99 TIMES.
              05 WS-CON-E-ID PIC X(10).
              05 WS-CON-E-LAST-READ PIC 9(9).
              05 WS-CON-E-PULLED PIC 9(9).
              05 WS-CON-E-REG-DATE PIC 9(8).
              05 WS-CON-E-ACK-STAMP PIC X(15).
        01 WS-CON-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CON-IDX PIC 9(2) VALUE ZERO.
        01 WS-CON-HIT PIC 9(2) VALUE ZERO.
        01 WS-CON-EOF PIC X VALUE 'N'.
        01 WS-CON-LAG PIC 9(9) VALUE ZERO.
        01 WS-CON-STATE PIC X(6).
        01 WS-ACK-SEQ PIC 9(9) VALUE ZERO.
        01 WS-PULL-LINE PIC X(220).
        01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
        01 WS-HASH-TOTAL PIC 9(9) VALUE ZERO.
        01 WS-HASH-WORK PIC 9(12) COMP VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-FEED-FUNC
           ACCEPT WS-FEED-FUNC FROM ENVIRONMENT "TODOFEED_FUNC"
           MOVE FUNCTION UPPER-CASE(WS-FEED-FUNC) TO WS-FEED-FUNC
           IF WS-FEED-FUNC = SPACES
              MOVE 'BUILD' TO WS-FEED-FUNC
           END-IF

           MOVE SPACES TO WS-CONSUMER-TEXT
           ACCEPT WS-CONSUMER-TEXT FROM ENVIRONMENT
              "TODOFEED_CONSUMER"
           MOVE FUNCTION UPPER-CASE(WS-CONSUMER-TEXT)
             TO WS-CONSUMER-TEXT

           MOVE SPACES TO WS-KEEP-TEXT
           ACCEPT WS-KEEP-TEXT FROM ENVIRONMENT "TODOFEED_KEEP_DAYS"
           IF WS-KEEP-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-KEEP-TEXT) TO WS-KEEP-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-NOW-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-NOW-STAMP

           PERFORM LOAD-FEED-CONTROL
           PERFORM LOAD-CONSUMER-TABLE

           IF WS-FEED-FUNC NOT = 'BUILD' AND WS-FEED-FUNC NOT = 'LIST'
                 AND WS-CONSUMER-TEXT = SPACES
              DISPLAY "TODOFEED: set TODOFEED_CONSUMER to the"
                 " consumer name"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EVALUATE WS-FEED-FUNC
              WHEN 'BUILD'
                 PERFORM BUILD-EVENT-FEED
              WHEN 'PULL'
                 PERFORM PULL-CONSUMER-EVENTS
              WHEN 'ACK'
                 PERFORM ACKNOWLEDGE-CONSUMER
              WHEN 'REG'
                 PERFORM REGISTER-CONSUMER
              WHEN 'DROP'
                 PERFORM DROP-CONSUMER
              WHEN 'LIST'
                 PERFORM LIST-CONSUMERS
              WHEN OTHER
                 DISPLAY "TODOFEED: set TODOFEED_FUNC to BUILD,"
                    " PULL, ACK, REG, DROP or LIST"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

       LOAD-FEED-CONTROL SECTION.
           MOVE ZERO TO WS-FCT-LAST-SEQ
           MOVE 1 TO WS-FCT-FIRST-SEQ
           MOVE WS-KEEP-DAYS TO WS-FCT-KEEP-DAYS
           MOVE SPACES TO WS-FCT-JRNL-STAMP
           MOVE ZERO TO WS-FCT-JRNL-SAME
           MOVE SPACES TO WS-FCT-AUD-STAMP
           MOVE ZERO TO WS-FCT-AUD-SAME
           MOVE SPACES TO WS-FCT-BUILD-STAMP
           OPEN INPUT FEED-CTL-FILE
           IF WS-FEED-CTL-STATUS = '00'
              READ FEED-CTL-FILE INTO WS-FEED-CTL-LINE
                 AT END CONTINUE
              END-READ
              CLOSE FEED-CTL-FILE
           END-IF
          EXIT.

       REWRITE-FEED-CONTROL SECTION.
           OPEN OUTPUT FEED-CTL-FILE
           WRITE FEED-CTL-RECORD FROM WS-FEED-CTL-LINE
           CLOSE FEED-CTL-FILE
          EXIT.

       LOAD-CONSUMER-TABLE SECTION.
           MOVE ZERO TO WS-CON-COUNT
           OPEN INPUT CONSUMER-FILE
           IF WS-CONSUMER-STATUS = '00'
              PERFORM UNTIL WS-CON-EOF = 'Y'
                 READ CONSUMER-FILE INTO WS-CONSUMER-LINE
                    AT END MOVE 'Y' TO WS-CON-EOF
                    NOT AT END
                       IF WS-CON-ID NOT = SPACES
                             AND WS-CON-COUNT < 99
                          ADD 1 TO WS-CON-COUNT
                          MOVE WS-CON-ID
                            TO WS-CON-E-ID (WS-CON-COUNT)
                          MOVE WS-CON-LAST-READ
                            TO WS-CON-E-LAST-READ (WS-CON-COUNT)
                          MOVE WS-CON-PULLED
                            TO WS-CON-E-PULLED (WS-CON-COUNT)
                          MOVE WS-CON-REG-DATE
                            TO WS-CON-E-REG-DATE (WS-CON-COUNT)
                          MOVE WS-CON-ACK-STAMP
                            TO WS-CON-E-ACK-STAMP (WS-CON-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONSUMER-FILE
           END-IF

           MOVE ZERO TO WS-CON-HIT
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                 UNTIL WS-CON-IDX > WS-CON-COUNT
              IF WS-CON-E-ID (WS-CON-IDX) = WS-CONSUMER-TEXT
                 MOVE WS-CON-IDX TO WS-CON-HIT
              END-IF
           END-PERFORM
          EXIT.

       REWRITE-CONSUMER-FILE SECTION.
           OPEN OUTPUT CONSUMER-FILE
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                 UNTIL WS-CON-IDX > WS-CON-COUNT
              MOVE SPACES TO WS-CONSUMER-LINE
              MOVE WS-CON-E-ID (WS-CON-IDX) TO WS-CON-ID
              MOVE WS-CON-E-LAST-READ (WS-CON-IDX)
                TO WS-CON-LAST-READ
              MOVE WS-CON-E-PULLED (WS-CON-IDX) TO WS-CON-PULLED
              MOVE WS-CON-E-REG-DATE (WS-CON-IDX)
                TO WS-CON-REG-DATE
              MOVE WS-CON-E-ACK-STAMP (WS-CON-IDX)
                TO WS-CON-ACK-STAMP
              WRITE CONSUMER-RECORD FROM WS-CONSUMER-LINE
           END-PERFORM
           CLOSE CONSUMER-FILE
          EXIT.

       BUILD-EVENT-FEED SECTION.
           COMPUTE WS-FIRST-NEW-SEQ = WS-FCT-LAST-SEQ + 1
           OPEN EXTEND FEED-FILE
           IF WS-FEED-STATUS = '35'
              OPEN OUTPUT FEED-FILE
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              MOVE 'Y' TO WS-JRNL-EOF
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = '00'
              MOVE 'Y' TO WS-AUD-EOF
           END-IF

           PERFORM READ-NEXT-JOURNAL-ROW
           PERFORM READ-NEXT-AUDIT-ROW
           PERFORM UNTIL WS-JRNL-EOF = 'Y' AND WS-AUD-EOF = 'Y'
              IF WS-AUD-EOF = 'Y'
                    OR (WS-JRNL-EOF = 'N'
                       AND WS-JRNL-STAMP NOT > WS-AUDL-STAMP)
                 PERFORM EMIT-JOURNAL-EVENT
                 PERFORM READ-NEXT-JOURNAL-ROW
              ELSE
                 PERFORM EMIT-AUDIT-EVENT
                 PERFORM READ-NEXT-AUDIT-ROW
              END-IF
           END-PERFORM

           IF WS-JOURNAL-STATUS NOT = '35'
              CLOSE JOURNAL-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = '35'
              CLOSE AUDIT-LOG-FILE
           END-IF
           CLOSE FEED-FILE

           IF WS-JRNL-LAST-STAMP > WS-FCT-JRNL-STAMP
                 OR (WS-JRNL-LAST-STAMP = WS-FCT-JRNL-STAMP
                    AND WS-JRNL-LAST-SAME > WS-FCT-JRNL-SAME)
              MOVE WS-JRNL-LAST-STAMP TO WS-FCT-JRNL-STAMP
              MOVE WS-JRNL-LAST-SAME TO WS-FCT-JRNL-SAME
           END-IF
           IF WS-AUD-LAST-STAMP > WS-FCT-AUD-STAMP
                 OR (WS-AUD-LAST-STAMP = WS-FCT-AUD-STAMP
                    AND WS-AUD-LAST-SAME > WS-FCT-AUD-SAME)
              MOVE WS-AUD-LAST-STAMP TO WS-FCT-AUD-STAMP
              MOVE WS-AUD-LAST-SAME TO WS-FCT-AUD-SAME
           END-IF

           PERFORM TRIM-EXPIRED-EVENTS

           MOVE WS-KEEP-DAYS TO WS-FCT-KEEP-DAYS
           MOVE WS-NOW-STAMP TO WS-FCT-BUILD-STAMP
           PERFORM REWRITE-FEED-CONTROL

           IF WS-NEW-EVENTS > ZERO
              DISPLAY "TODOFEED: " WS-NEW-EVENTS
                 " event(s) added, sequence " WS-FIRST-NEW-SEQ
                 " to " WS-FCT-LAST-SEQ
           ELSE
              DISPLAY "TODOFEED: no new events, last sequence "
                 WS-FCT-LAST-SEQ
           END-IF
           IF WS-SKIPPED-ROWS > ZERO
              DISPLAY "TODOFEED: " WS-SKIPPED-ROWS
                 " log row(s) without a feed event skipped"
           END-IF
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODOFEED: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           IF WS-EXPIRED-EVENTS > ZERO
              DISPLAY "TODOFEED: " WS-EXPIRED-EVENTS
                 " event(s) older than " WS-CUTOFF-DATE " removed"
           END-IF
           DISPLAY "TODOFEED: retained sequence " WS-FCT-FIRST-SEQ
              " to " WS-FCT-LAST-SEQ ", " WS-KEEP-DAYS " day(s)"
          EXIT.

       READ-NEXT-JOURNAL-ROW SECTION.
           MOVE 'N' TO WS-JRNL-READY
           PERFORM UNTIL WS-JRNL-EOF = 'Y' OR WS-JRNL-READY = 'Y'
              READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                 AT END MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                    IF WS-JRNL-STAMP = WS-JRNL-LAST-STAMP
                       ADD 1 TO WS-JRNL-LAST-SAME
                    ELSE
                       MOVE WS-JRNL-STAMP TO WS-JRNL-LAST-STAMP
                       MOVE 1 TO WS-JRNL-LAST-SAME
                    END-IF
                    IF WS-JRNL-STAMP > WS-FCT-JRNL-STAMP
                          OR (WS-JRNL-STAMP = WS-FCT-JRNL-STAMP
                             AND WS-JRNL-LAST-SAME
                                > WS-FCT-JRNL-SAME)
                       MOVE 'Y' TO WS-JRNL-READY
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       READ-NEXT-AUDIT-ROW SECTION.
           MOVE 'N' TO WS-AUD-READY
           PERFORM UNTIL WS-AUD-EOF = 'Y' OR WS-AUD-READY = 'Y'
              READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE
                 AT END MOVE 'Y' TO WS-AUD-EOF
                 NOT AT END
                    IF WS-AUDL-STAMP = WS-AUD-LAST-STAMP
                       ADD 1 TO WS-AUD-LAST-SAME
                    ELSE
                       MOVE WS-AUDL-STAMP TO WS-AUD-LAST-STAMP
                       MOVE 1 TO WS-AUD-LAST-SAME
                    END-IF
                    IF WS-AUDL-STAMP > WS-FCT-AUD-STAMP
                          OR (WS-AUDL-STAMP = WS-FCT-AUD-STAMP
                             AND WS-AUD-LAST-SAME
                                > WS-FCT-AUD-SAME)
                       MOVE 'Y' TO WS-AUD-READY
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       EMIT-JOURNAL-EVENT SECTION.
           MOVE SPACES TO WS-EVENT-LINE
           MOVE 'Y' TO WS-EVT-WANTED
           MOVE 1 TO WS-FIELD-PTR
           MOVE WS-JRNL-BEFORE TO WS-BEFORE-ITEM
           MOVE WS-JRNL-AFTER TO WS-AFTER-ITEM
           EVALUATE TRUE
              WHEN WS-JRNL-ACTION = 'XFER-OUT'
                 MOVE 'DELETE' TO WS-EVT-TYPE
                 MOVE 'ALL' TO WS-EVT-FIELDS
                 MOVE WS-BEFORE-ITEM TO WS-AFTER-ITEM
              WHEN WS-JRNL-BEFORE = SPACES
                    OR WS-JRNL-ACTION = 'XFER-IN'
                 MOVE 'ADD' TO WS-EVT-TYPE
                 MOVE 'ALL' TO WS-EVT-FIELDS
              WHEN OTHER
                 PERFORM COMPARE-ITEM-IMAGES
                 EVALUATE TRUE
                    WHEN WS-EVT-FIELDS = SPACES
                       MOVE 'N' TO WS-EVT-WANTED
                    WHEN ITEM-STATUS IN WS-BEFORE-ITEM
                          NOT = ITEM-STATUS IN WS-AFTER-ITEM
                       MOVE 'STATUS' TO WS-EVT-TYPE
                    WHEN ITEM-OWNER IN WS-BEFORE-ITEM
                          NOT = ITEM-OWNER IN WS-AFTER-ITEM
                       MOVE 'REASSIGN' TO WS-EVT-TYPE
                    WHEN OTHER
                       MOVE 'UPDATE' TO WS-EVT-TYPE
                 END-EVALUATE
           END-EVALUATE

           IF WS-EVT-WANTED = 'Y'
              MOVE WS-JRNL-STAMP TO WS-EVT-STAMP
              MOVE WS-JRNL-USER TO WS-EVT-USER
              MOVE WS-JRNL-ACTION TO WS-EVT-ACTION
              PERFORM MASK-CONFIDENTIAL-ITEM
              MOVE ITEM-ID IN WS-AFTER-ITEM TO WS-EVT-ITEM-ID
              MOVE ITEM-STATUS IN WS-AFTER-ITEM TO WS-EVT-STATUS
              MOVE ITEM-OWNER IN WS-AFTER-ITEM TO WS-EVT-OWNER
              MOVE ITEM-CATEGORY IN WS-AFTER-ITEM TO WS-EVT-CATEGORY
              MOVE ITEM-DUE-DATE IN WS-AFTER-ITEM TO WS-EVT-DUE-DATE
              MOVE ITEM-PRIORITY IN WS-AFTER-ITEM TO WS-EVT-PRIORITY
              MOVE ITEM-CONTENT IN WS-AFTER-ITEM TO WS-EVT-CONTENT
              PERFORM WRITE-FEED-EVENT
           ELSE
              ADD 1 TO WS-SKIPPED-ROWS
           END-IF
          EXIT.

       COMPARE-ITEM-IMAGES SECTION.
           IF ITEM-STATUS IN WS-BEFORE-ITEM
                 NOT = ITEM-STATUS IN WS-AFTER-ITEM
              MOVE 'STATUS' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-OWNER IN WS-BEFORE-ITEM
                 NOT = ITEM-OWNER IN WS-AFTER-ITEM
              MOVE 'OWNER' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-CONTENT IN WS-BEFORE-ITEM
                 NOT = ITEM-CONTENT IN WS-AFTER-ITEM
              MOVE 'CONTENT' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-CATEGORY IN WS-BEFORE-ITEM
                 NOT = ITEM-CATEGORY IN WS-AFTER-ITEM
              MOVE 'CATEGORY' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-DUE-DATE IN WS-BEFORE-ITEM
                 NOT = ITEM-DUE-DATE IN WS-AFTER-ITEM
              MOVE 'DUE' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-PRIORITY IN WS-BEFORE-ITEM
                 NOT = ITEM-PRIORITY IN WS-AFTER-ITEM
              MOVE 'PRIORITY' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-RECUR-INTERVAL IN WS-BEFORE-ITEM
                 NOT = ITEM-RECUR-INTERVAL IN WS-AFTER-ITEM
              MOVE 'RECUR' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-PARENT-ID IN WS-BEFORE-ITEM
                 NOT = ITEM-PARENT-ID IN WS-AFTER-ITEM
              MOVE 'PARENT' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
           IF ITEM-DONE-DATE IN WS-BEFORE-ITEM
                 NOT = ITEM-DONE-DATE IN WS-AFTER-ITEM
              MOVE 'DONE-DATE' TO WS-FIELD-NAME
              PERFORM ADD-CHANGED-FIELD
           END-IF
          EXIT.

       ADD-CHANGED-FIELD SECTION.
           IF WS-FIELD-PTR > 1
              STRING ',' DELIMITED BY SIZE
                 INTO WS-EVT-FIELDS WITH POINTER WS-FIELD-PTR
           END-IF
           STRING WS-FIELD-NAME DELIMITED BY SPACE
              INTO WS-EVT-FIELDS WITH POINTER WS-FIELD-PTR
          EXIT.

       EMIT-AUDIT-EVENT SECTION.
           MOVE SPACES TO WS-EVENT-LINE
           MOVE 'Y' TO WS-EVT-WANTED
           MOVE SPACES TO WS-AFTER-ITEM
           MOVE WS-AUDL-ITEM-ID TO ITEM-ID IN WS-AFTER-ITEM
           MOVE WS-AUDL-CONTENT TO ITEM-CONTENT IN WS-AFTER-ITEM
           MOVE ZERO TO ITEM-DUE-DATE IN WS-AFTER-ITEM
           MOVE ZERO TO ITEM-PRIORITY IN WS-AFTER-ITEM
           EVALUATE WS-AUDL-ACTION
              WHEN 'ADD-NOTE'
                 MOVE 'NOTE' TO WS-EVT-TYPE
                 MOVE 'NOTE' TO WS-EVT-FIELDS
              WHEN 'PURGE'
                 MOVE 'DELETE' TO WS-EVT-TYPE
                 MOVE 'ALL' TO WS-EVT-FIELDS
              WHEN 'IMPORT'
              WHEN 'ICAL-IMPORT'
                 MOVE 'ADD' TO WS-EVT-TYPE
                 MOVE 'ALL' TO WS-EVT-FIELDS
              WHEN 'MERGE'
                 MOVE 'STATUS' TO WS-EVT-TYPE
                 MOVE 'STATUS,DONE-DATE' TO WS-EVT-FIELDS
                 MOVE 'DONE' TO ITEM-STATUS IN WS-AFTER-ITEM
              WHEN 'UNDO'
                 PERFORM CLASSIFY-UNDO-CONTENT
              WHEN OTHER
                 MOVE 'N' TO WS-EVT-WANTED
           END-EVALUATE

           IF WS-EVT-WANTED = 'Y'
              MOVE WS-AUDL-STAMP TO WS-EVT-STAMP
              MOVE WS-AUDL-ACTION TO WS-EVT-ACTION
              PERFORM MASK-CONFIDENTIAL-ITEM
              MOVE ITEM-ID IN WS-AFTER-ITEM TO WS-EVT-ITEM-ID
              MOVE ITEM-STATUS IN WS-AFTER-ITEM TO WS-EVT-STATUS
              MOVE ITEM-OWNER IN WS-AFTER-ITEM TO WS-EVT-OWNER
              MOVE ITEM-CATEGORY IN WS-AFTER-ITEM TO WS-EVT-CATEGORY
              MOVE ITEM-DUE-DATE IN WS-AFTER-ITEM TO WS-EVT-DUE-DATE
              MOVE ITEM-PRIORITY IN WS-AFTER-ITEM TO WS-EVT-PRIORITY
              MOVE ITEM-CONTENT IN WS-AFTER-ITEM TO WS-EVT-CONTENT
              PERFORM WRITE-FEED-EVENT
           ELSE
              ADD 1 TO WS-SKIPPED-ROWS
           END-IF
          EXIT.

       CLASSIFY-UNDO-CONTENT SECTION.
           MOVE SPACES TO WS-UNDO-WORD
           MOVE SPACES TO WS-UNDO-ACTION
           UNSTRING WS-AUDL-CONTENT DELIMITED BY ALL SPACE
              INTO WS-UNDO-WORD WS-UNDO-ACTION
           MOVE SPACES TO ITEM-CONTENT IN WS-AFTER-ITEM
           EVALUATE WS-UNDO-ACTION
              WHEN 'DELETE-ITEM'
                 MOVE 'STATUS' TO WS-EVT-TYPE
                 MOVE 'STATUS,DONE-DATE' TO WS-EVT-FIELDS
                 MOVE 'OPEN' TO ITEM-STATUS IN WS-AFTER-ITEM
              WHEN 'REASSIGN'
                 MOVE 'REASSIGN' TO WS-EVT-TYPE
                 MOVE 'OWNER' TO WS-EVT-FIELDS
              WHEN 'SNOOZE'
                 MOVE 'UPDATE' TO WS-EVT-TYPE
                 MOVE 'DUE' TO WS-EVT-FIELDS
              WHEN 'RECAT'
                 MOVE 'UPDATE' TO WS-EVT-TYPE
                 MOVE 'CATEGORY' TO WS-EVT-FIELDS
              WHEN OTHER
                 MOVE 'N' TO WS-EVT-WANTED
           END-EVALUATE
          EXIT.

       WRITE-FEED-EVENT SECTION.
           ADD 1 TO WS-FCT-LAST-SEQ
           MOVE WS-FCT-LAST-SEQ TO WS-EVT-SEQ
           WRITE FEED-RECORD FROM WS-EVENT-LINE
           ADD 1 TO WS-NEW-EVENTS
          EXIT.

       TRIM-EXPIRED-EVENTS SECTION.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                 - WS-KEEP-DAYS)
           MOVE ZERO TO WS-EXPIRED-EVENTS
           MOVE ZERO TO WS-KEPT-EVENTS
           COMPUTE WS-FCT-FIRST-SEQ = WS-FCT-LAST-SEQ + 1
           MOVE 'N' TO WS-FEED-EOF
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = '00'
              OPEN OUTPUT HOLDOVER-FILE
              PERFORM UNTIL WS-FEED-EOF = 'Y'
                 READ FEED-FILE INTO WS-EVENT-LINE
                    AT END MOVE 'Y' TO WS-FEED-EOF
                    NOT AT END
                       IF WS-EVT-STAMP (1:8) < WS-CUTOFF-DATE
                          ADD 1 TO WS-EXPIRED-EVENTS
                       ELSE
                          IF WS-KEPT-EVENTS = ZERO
                             MOVE WS-EVT-SEQ TO WS-FCT-FIRST-SEQ
                          END-IF
                          ADD 1 TO WS-KEPT-EVENTS
                          WRITE HOLDOVER-FILE-RECORD
                             FROM WS-EVENT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLDOVER-FILE
              CLOSE FEED-FILE
              IF WS-EXPIRED-EVENTS > ZERO
                 PERFORM RESTORE-FROM-HOLDOVER
              END-IF
              CALL "CBL_DELETE_FILE" USING WS-HOLDOVER-NAME
           END-IF
          EXIT.

       RESTORE-FROM-HOLDOVER SECTION.
           MOVE 'N' TO WS-FEED-EOF
           OPEN OUTPUT FEED-FILE
           OPEN INPUT HOLDOVER-FILE
           IF WS-HOLDOVER-STATUS = '00'
              PERFORM UNTIL WS-FEED-EOF = 'Y'
                 READ HOLDOVER-FILE INTO WS-EVENT-LINE
                    AT END MOVE 'Y' TO WS-FEED-EOF
                    NOT AT END
                       WRITE FEED-RECORD FROM WS-EVENT-LINE
                 END-READ
              END-PERFORM
              CLOSE HOLDOVER-FILE
           END-IF
           CLOSE FEED-FILE
          EXIT.

       PULL-CONSUMER-EVENTS SECTION.
           IF WS-CON-HIT = ZERO
              DISPLAY "TODOFEED: consumer "
                 FUNCTION TRIM(WS-CONSUMER-TEXT) " is not registered"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-PULL-FILENAME
              STRING 'todofeed-' FUNCTION TRIM(WS-CONSUMER-TEXT)
                     '.dat'
                 DELIMITED BY SIZE INTO WS-PULL-FILENAME
              MOVE ZERO TO WS-DETAIL-COUNT
              MOVE ZERO TO WS-HASH-WORK
              OPEN OUTPUT PULL-FILE
              MOVE SPACES TO WS-PULL-LINE
              STRING 'H ' WS-TODAY-DATE ' ' WS-CONSUMER-TEXT
                     ' ' WS-CON-E-LAST-READ (WS-CON-HIT)
                 DELIMITED BY SIZE INTO WS-PULL-LINE
              WRITE PULL-RECORD FROM WS-PULL-LINE

              MOVE WS-CON-E-LAST-READ (WS-CON-HIT)
                TO WS-CON-E-PULLED (WS-CON-HIT)
              MOVE 'N' TO WS-FEED-EOF
              OPEN INPUT FEED-FILE
              IF WS-FEED-STATUS = '00'
                 PERFORM UNTIL WS-FEED-EOF = 'Y'
                    READ FEED-FILE INTO WS-EVENT-LINE
                       AT END MOVE 'Y' TO WS-FEED-EOF
                       NOT AT END
                          IF WS-EVT-SEQ
                                > WS-CON-E-LAST-READ (WS-CON-HIT)
                             PERFORM WRITE-PULL-DETAIL
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FEED-FILE
              END-IF

              COMPUTE WS-HASH-TOTAL =
                 FUNCTION MOD (WS-HASH-WORK, 1000000000)
              MOVE SPACES TO WS-PULL-LINE
              STRING 'T ' WS-DETAIL-COUNT ' ' WS-HASH-TOTAL
                 DELIMITED BY SIZE INTO WS-PULL-LINE
              WRITE PULL-RECORD FROM WS-PULL-LINE
              CLOSE PULL-FILE
              PERFORM REWRITE-CONSUMER-FILE

              DISPLAY "TODOFEED: wrote " WS-DETAIL-COUNT
                 " event(s) to " FUNCTION TRIM(WS-PULL-FILENAME)
                 ", sequence " WS-CON-E-LAST-READ (WS-CON-HIT)
                 " to " WS-CON-E-PULLED (WS-CON-HIT)
              IF WS-CON-E-LAST-READ (WS-CON-HIT) + 1
                    < WS-FCT-FIRST-SEQ
                 DISPLAY "TODOFEED: consumer "
                    FUNCTION TRIM(WS-CONSUMER-TEXT)
                    " is behind the retention window, events "
                    "before sequence " WS-FCT-FIRST-SEQ
                    " are no longer available"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
          EXIT.

       WRITE-PULL-DETAIL SECTION.
           MOVE SPACES TO WS-PULL-LINE
           STRING 'D ' WS-EVENT-LINE
              DELIMITED BY SIZE INTO WS-PULL-LINE
           WRITE PULL-RECORD FROM WS-PULL-LINE
           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-EVT-SEQ TO WS-CON-E-PULLED (WS-CON-HIT)
           COMPUTE WS-HASH-WORK = WS-HASH-WORK
              + WS-EVT-SEQ + WS-EVT-ITEM-ID
          EXIT.

       ACKNOWLEDGE-CONSUMER SECTION.
           IF WS-CON-HIT = ZERO
              DISPLAY "TODOFEED: consumer "
                 FUNCTION TRIM(WS-CONSUMER-TEXT) " is not registered"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-CON-E-PULLED (WS-CON-HIT) TO WS-ACK-SEQ
              MOVE SPACES TO WS-SEQ-TEXT
              ACCEPT WS-SEQ-TEXT FROM ENVIRONMENT "TODOFEED_SEQ"
              IF WS-SEQ-TEXT NOT = SPACES
                 MOVE FUNCTION NUMVAL(WS-SEQ-TEXT) TO WS-ACK-SEQ
              END-IF
              IF WS-ACK-SEQ > WS-FCT-LAST-SEQ
                 DISPLAY "TODOFEED: sequence " WS-ACK-SEQ
                    " beyond last event " WS-FCT-LAST-SEQ
                    ", refusing"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-ACK-SEQ TO WS-CON-E-LAST-READ (WS-CON-HIT)
                 MOVE WS-ACK-SEQ TO WS-CON-E-PULLED (WS-CON-HIT)
                 MOVE WS-NOW-STAMP TO WS-CON-E-ACK-STAMP (WS-CON-HIT)
                 PERFORM REWRITE-CONSUMER-FILE
                 DISPLAY "TODOFEED: consumer "
                    FUNCTION TRIM(WS-CONSUMER-TEXT)
                    " checkpoint set to " WS-ACK-SEQ
              END-IF
           END-IF
          EXIT.

       REGISTER-CONSUMER SECTION.
           EVALUATE TRUE
              WHEN WS-CON-HIT > ZERO
                 DISPLAY "TODOFEED: consumer "
                    FUNCTION TRIM(WS-CONSUMER-TEXT)
                    " already registered"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-CON-COUNT NOT < 99
                 DISPLAY "TODOFEED: consumer table full"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 ADD 1 TO WS-CON-COUNT
                 MOVE WS-CONSUMER-TEXT TO WS-CON-E-ID (WS-CON-COUNT)
                 COMPUTE WS-ACK-SEQ = WS-FCT-FIRST-SEQ - 1
                 MOVE SPACES TO WS-SEQ-TEXT
                 ACCEPT WS-SEQ-TEXT FROM ENVIRONMENT "TODOFEED_SEQ"
                 IF WS-SEQ-TEXT NOT = SPACES
                    MOVE FUNCTION NUMVAL(WS-SEQ-TEXT) TO WS-ACK-SEQ
                 END-IF
                 MOVE WS-ACK-SEQ TO WS-CON-E-LAST-READ (WS-CON-COUNT)
                 MOVE WS-ACK-SEQ TO WS-CON-E-PULLED (WS-CON-COUNT)
                 MOVE WS-TODAY-DATE
                   TO WS-CON-E-REG-DATE (WS-CON-COUNT)
                 MOVE WS-NOW-STAMP
                   TO WS-CON-E-ACK-STAMP (WS-CON-COUNT)
                 PERFORM REWRITE-CONSUMER-FILE
                 DISPLAY "TODOFEED: consumer "
                    FUNCTION TRIM(WS-CONSUMER-TEXT)
                    " registered, reading after sequence "
                    WS-ACK-SEQ
           END-EVALUATE
          EXIT.

       DROP-CONSUMER SECTION.
           IF WS-CON-HIT = ZERO
              DISPLAY "TODOFEED: consumer "
                 FUNCTION TRIM(WS-CONSUMER-TEXT) " is not registered"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-CON-IDX FROM WS-CON-HIT BY 1
                    UNTIL WS-CON-IDX NOT < WS-CON-COUNT
                 MOVE WS-CON-ROW (WS-CON-IDX + 1)
                   TO WS-CON-ROW (WS-CON-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-CON-COUNT
              PERFORM REWRITE-CONSUMER-FILE
              DISPLAY "TODOFEED: consumer "
                 FUNCTION TRIM(WS-CONSUMER-TEXT) " dropped"
           END-IF
          EXIT.

       LIST-CONSUMERS SECTION.
           DISPLAY "Feed sequence " WS-FCT-FIRST-SEQ " to "
              WS-FCT-LAST-SEQ ", built " WS-FCT-BUILD-STAMP
           DISPLAY "Consumer   Last-read Lag       Registered"
              " Last ack        State"
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                 UNTIL WS-CON-IDX > WS-CON-COUNT
              COMPUTE WS-CON-LAG = WS-FCT-LAST-SEQ
                 - WS-CON-E-LAST-READ (WS-CON-IDX)
              IF WS-CON-E-LAST-READ (WS-CON-IDX) + 1
                    < WS-FCT-FIRST-SEQ
                 MOVE 'BEHIND' TO WS-CON-STATE
              ELSE
                 MOVE 'OK' TO WS-CON-STATE
              END-IF
              DISPLAY WS-CON-E-ID (WS-CON-IDX) " "
                 WS-CON-E-LAST-READ (WS-CON-IDX) " "
                 WS-CON-LAG " "
                 WS-CON-E-REG-DATE (WS-CON-IDX) "   "
                 WS-CON-E-ACK-STAMP (WS-CON-IDX) " "
                 WS-CON-STATE
           END-PERFORM
           DISPLAY "TODOFEED: " WS-CON-COUNT
              " consumer(s) registered"
          EXIT.

       MASK-CONFIDENTIAL-ITEM SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-AFTER-ITEM TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-AFTER-ITEM TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              IF ITEM-CONTENT IN WS-AFTER-ITEM NOT = SPACES
                 MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-AFTER-ITEM
              END-IF
              MOVE SPACES TO ITEM-CATEGORY IN WS-AFTER-ITEM
              ADD 1 TO WS-MASKED-COUNT
           END-IF
          EXIT.

       END PROGRAM TODOFEED.
