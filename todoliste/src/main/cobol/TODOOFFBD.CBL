         SELECT SESSION-FILE ASSIGN TO 'todosess.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SESSION-STATUS.
         SELECT WATCH-FILE ASSIGN TO 'todowatch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.
         SELECT NOTES-FILE ASSIGN TO 'todonotes.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          01 USER-FILE-RECORD PIC X(46).
          FD SESSION-FILE.
          01 SESSION-FILE-RECORD PIC X(44).
          FD WATCH-FILE.
          01 WATCH-RECORD PIC X(16).
          FD NOTES-FILE.
          01 NOTES-RECORD PIC X(100).
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           03 WS-SESSION-ENTRY PIC X(44) OCCURS 999 TIMES.
        01 WS-SESSION-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SESSION-IDX PIC 9(3) VALUE ZERO.
        01 WS-WATCH-STATUS PIC XX.
        01 WS-WATCH-LINE.
           05 WS-WATCH-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-WATCH-USER PIC X(10).
        01 WS-WATCH-TABLE.
           03 WS-WATCH-ENTRY PIC X(16) OCCURS 999 TIMES.
        01 WS-WATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WATCH-IDX PIC 9(3) VALUE ZERO.
        01 WS-WATCH-DROPPED PIC 9(3) VALUE ZERO.
        01 WS-WATCH-OVERFLOW PIC X VALUE 'N'.
        01 WS-NOTE-RECORD.
           05 WS-NOTE-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
        01 WS-NOTE-OVERFLOW PIC X VALUE 'N'.
        01 WS-REPORT-LINE PIC X(80).
        01 WS-AUDIT-CONTENT PIC X(35).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-JOURNAL-LINE.
           05 WS-JRNL-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-ACTION PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-BEFORE PIC X(101).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JRNL-AFTER PIC X(101).
        01 WS-HELD-SKIPS PIC 9(3) VALUE ZERO.
        COPY TODOAUDP.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME

           PERFORM REASSIGN-OPEN-ITEMS
           PERFORM CLOSE-LEAVER-SESSIONS
           PERFORM DROP-LEAVER-WATCHES
           PERFORM DEACTIVATE-LEAVER
           IF WS-ANON-MODE = 'YES'
              PERFORM ANONYMIZE-DONE-ITEMS
                       IF ITEM-ACTIVE IN WS-TDLIST
                             AND ITEM-OWNER IN WS-TDLIST
                                = WS-LEAVER
                          PERFORM CHECK-ITEM-HOLD
                          IF NOT HOLD-IS-FOUND
                             PERFORM REASSIGN-ONE-ITEM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           STRING FUNCTION TRIM(WS-LEAVER) ' -> '
                  FUNCTION TRIM(WS-SUCCESSOR)
              DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
           MOVE WS-TDLIST TO WS-JRNL-BEFORE
           MOVE WS-SUCCESSOR TO ITEM-OWNER IN WS-TDLIST
           REWRITE TDLIST-FILE FROM WS-TDLIST
              INVALID KEY
                 MOVE ITEM-ID IN WS-TDLIST TO AUD-ITEM-ID
                 MOVE WS-AUDIT-CONTENT TO AUD-CONTENT
                 CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
           END-REWRITE
          EXIT.

       WRITE-CHANGE-JOURNAL-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-JRNL-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-JRNL-STAMP
           MOVE 'BATCH' TO WS-JRNL-USER
           MOVE 'REASSIGN' TO WS-JRNL-ACTION
           MOVE WS-TDLIST TO WS-JRNL-AFTER

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE JOURNAL-FILE
          EXIT.

       CLOSE-LEAVER-SESSIONS SECTION.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-SESSION-COUNT
           END-IF
          EXIT.

       DROP-LEAVER-WATCHES SECTION.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-WATCH-COUNT
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WATCH-FILE INTO WS-WATCH-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-WATCH-USER = WS-LEAVER
                          ADD 1 TO WS-WATCH-DROPPED
                       ELSE
                          IF WS-WATCH-COUNT < 999
                             ADD 1 TO WS-WATCH-COUNT
                             MOVE WS-WATCH-LINE
                               TO WS-WATCH-ENTRY (WS-WATCH-COUNT)
                          ELSE
                             MOVE 'Y' TO WS-WATCH-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCH-FILE
              IF WS-WATCH-OVERFLOW = 'Y'
                 MOVE ZERO TO WS-WATCH-DROPPED
                 DISPLAY "TODOOFFBD: todowatch.txt exceeds the 999"
                    " line work table, watches NOT dropped"
                 MOVE 8 TO RETURN-CODE
              END-IF
              IF WS-WATCH-DROPPED > ZERO
                 OPEN OUTPUT WATCH-FILE
                 PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                       UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                    WRITE WATCH-RECORD
                       FROM WS-WATCH-ENTRY (WS-WATCH-IDX)
                 END-PERFORM
                 CLOSE WATCH-FILE
              END-IF
           END-IF
          EXIT.

       DEACTIVATE-LEAVER SECTION.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-USER-COUNT
                       IF ITEM-DONE IN WS-TDLIST
                             AND ITEM-OWNER IN WS-TDLIST
                                = WS-LEAVER
                          PERFORM CHECK-ITEM-HOLD
                       END-IF
                       IF ITEM-DONE IN WS-TDLIST
                             AND ITEM-OWNER IN WS-TDLIST
                                = WS-LEAVER
                             AND NOT HOLD-IS-FOUND
                          MOVE WS-ANON-TAG
                            TO ITEM-OWNER IN WS-TDLIST
                          REWRITE TDLIST-FILE FROM WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-OWNER = WS-LEAVER
                          MOVE WS-NOTE-ITEM-ID TO HOLD-ITEM-ID
                          PERFORM CHECK-LEAVER-HOLD
                       END-IF
                       IF WS-NOTE-OWNER = WS-LEAVER
                             AND NOT HOLD-IS-FOUND
                          MOVE WS-ANON-TAG TO WS-NOTE-OWNER
                          ADD 1 TO WS-ANON-NOTES
                          MOVE 'Y' TO WS-NOTES-CHANGED
                 MOVE ZERO TO WS-ANON-NOTES
                 DISPLAY "TODOOFFBD: todonotes.txt exceeds the 999"
                    " line work table, notes NOT anonymized"
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 IF WS-NOTES-CHANGED = 'Y'
                    OPEN OUTPUT NOTES-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WORK-OWNER IN WORK-FILE-REC = WS-LEAVER
                          MOVE WORK-ITEM-ID IN WORK-FILE-REC
                            TO HOLD-ITEM-ID
                          PERFORM CHECK-LEAVER-HOLD
                       END-IF
                       IF WORK-OWNER IN WORK-FILE-REC = WS-LEAVER
                             AND NOT HOLD-IS-FOUND
                          MOVE WS-ANON-TAG
                            TO WORK-OWNER IN WORK-FILE-REC
                          REWRITE WORK-FILE-REC
           END-IF
          EXIT.

       CHECK-ITEM-HOLD SECTION.
           MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
           PERFORM CALL-HOLD-CHECK
          EXIT.

       CHECK-LEAVER-HOLD SECTION.
           MOVE WS-LEAVER TO HOLD-ITEM-OWNER
           MOVE SPACES TO HOLD-ITEM-CATEGORY
           PERFORM CALL-HOLD-CHECK
          EXIT.

       CALL-HOLD-CHECK SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODOOFFBD' TO HOLD-CALLER
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              ADD 1 TO WS-HELD-SKIPS
              DISPLAY "TODOOFFBD: item " HOLD-ITEM-ID
                 " under legal hold " HOLD-REF ", left unchanged"
           END-IF
          EXIT.

       WRITE-OFFBOARDING-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING 'todooffbd-' FUNCTION TRIM(WS-LEAVER) '.rpt'
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-WATCH-OVERFLOW = 'Y'
              MOVE 'Watch entries dropped: SKIPPED, watch file too big'
                TO WS-REPORT-LINE
           ELSE
              STRING 'Watch entries dropped: ' WS-WATCH-DROPPED
                 DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-USER-FOUND = 'Y'
              MOVE 'Registry entry deactivated: yes'
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Records kept under legal hold: ' WS-HELD-SKIPS
              DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE REPORT-RECORD FROM WS-REPORT-LINE

           IF WS-ANON-MODE = 'YES'
              MOVE SPACES TO WS-REPORT-LINE
              STRING 'Completed items anonymized: ' WS-ANON-ITEMS
