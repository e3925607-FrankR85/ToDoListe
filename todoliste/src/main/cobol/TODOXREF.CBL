       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOXREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN DYNAMIC WS-TDLIST-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID
            ALTERNATE RECORD KEY IS ITEM-OWNER WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT MAPPING-FILE ASSIGN TO 'todoreorg.map'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAPPING-STATUS.
         SELECT MAPDONE-FILE ASSIGN TO 'todoreorg.old'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAPDONE-STATUS.
         SELECT NOTES-FILE ASSIGN TO 'todonotes.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT DEPS-FILE ASSIGN TO 'tododeps.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT TICKLER-FILE ASSIGN TO 'todotickl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TICKLER-STATUS.
         SELECT UID-INDEX-FILE ASSIGN TO 'todoicalin.idx'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UID-INDEX-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT WORK-FILE ASSIGN TO 'todowork.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT WORKTOT-FILE ASSIGN TO 'todowtot.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TOT-ITEM-ID
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORKTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD MAPPING-FILE.
          01 MAPPING-RECORD PIC X(20).
          FD MAPDONE-FILE.
          01 MAPDONE-RECORD PIC X(20).
          FD NOTES-FILE.
          01 NOTES-RECORD PIC X(100).
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
          FD TICKLER-FILE.
          01 TICKLER-RECORD PIC X(16).
          FD UID-INDEX-FILE.
          01 UID-INDEX-RECORD PIC X(70).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD WORKTOT-FILE.
          01 WORKTOT-REC.
             05 TOT-ITEM-ID PIC 9(5).
             05 TOT-MINUTES PIC 9(7).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-MAPPING-STATUS PIC XX.
        01 WS-MAPDONE-STATUS PIC XX.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-TICKLER-STATUS PIC XX.
        01 WS-UID-INDEX-STATUS PIC XX.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-WORKTOT-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-MAPPING-NAME PIC X(20) VALUE 'todoreorg.map'.
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-WORK-EOF PIC X VALUE 'N'.
        01 WS-MODE PIC X(6).
        01 WS-REPAIR-MODE PIC X VALUE 'N'.
        01 WS-INCOMPLETE PIC X VALUE 'N'.
        01 WS-ITEM-TABLE.
           03 WS-IT-ENTRY OCCURS 999 TIMES.
              05 WS-IT-ID PIC 9(5).
              05 WS-IT-STATUS PIC X(4).
        01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ITEM-IDX PIC 9(4) VALUE ZERO.
        01 WS-TOTAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-MAPPING-LINE.
           05 WS-MAPPING-OLD-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-MAPPING-NEW-ID PIC 9(5).
           05 FILLER PIC X(9).
        01 WS-ID-MAP-TABLE.
           03 WS-ID-MAP-ENTRY OCCURS 999 TIMES.
              05 WS-MAP-OLD-ID PIC 9(5).
              05 WS-MAP-NEW-ID PIC 9(5).
        01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MAP-IDX PIC 9(4) VALUE ZERO.
        01 WS-MAP-PENDING PIC X VALUE 'N'.
        01 WS-MAP-APPLIED PIC X VALUE 'N'.
        01 WS-REF-ID PIC 9(5).
        01 WS-REF-NEW-ID PIC 9(5).
        01 WS-REF-STATE PIC X.
        01 WS-REF-ITEM-STATUS PIC X(4).
        01 WS-LOOKUP-ID PIC 9(5).
        01 WS-LOOKUP-STATUS PIC X(4).
        01 WS-SIDE-NAME PIC X(8).
        01 WS-LINE-TABLE.
           03 WS-LINE-ENTRY PIC X(100) OCCURS 999 TIMES.
        01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-LINE-IDX PIC 9(4) VALUE ZERO.
        01 WS-LINE-OVERFLOW PIC X VALUE 'N'.
        01 WS-LINE-CHANGED PIC X VALUE 'N'.
        01 WS-FILE-LINES PIC 9(5) VALUE ZERO.
        01 WS-FILE-FINDINGS PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-FINDINGS PIC 9(5) VALUE ZERO.
        01 WS-FIX-COUNT PIC 9(5) VALUE ZERO.
        01 WS-JRNL-FINDINGS PIC 9(5) VALUE ZERO.
        01 WS-NOTE-LINE.
           05 WS-NOTE-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-NOTE-REST PIC X(94).
        01 WS-DEPS-LINE.
           05 WS-DEP-PRED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEP-SUCC PIC 9(5).
        01 WS-DEP-PRED-STATE PIC X.
        01 WS-DEP-PRED-NEW PIC 9(5).
        01 WS-TICKLER-LINE.
           05 WS-TICK-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TICK-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-TICK-ARMED PIC X.
        01 WS-UID-INDEX-LINE.
           05 WS-UID-INDEX-UID PIC X(60).
           05 FILLER PIC X.
           05 WS-UID-INDEX-ITEM-ID PIC X(5).
           05 FILLER PIC X(4).
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
        01 WS-JRNL-MISSING PIC X.
        01 WS-WORK-REC.
           COPY TDWORKREC.
        01 WS-MOVE-TABLE.
           03 WS-MOVE-ENTRY OCCURS 999 TIMES.
              COPY TDWORKREC.
        01 WS-MOVE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MOVE-IDX PIC 9(4) VALUE ZERO.
        01 WS-WORK-SKIPPED PIC 9(3) VALUE ZERO.
        01 WS-WORK-NEXT-SEQ PIC 9(4) VALUE 1.
        01 WS-SEQ-ITEM-ID PIC 9(5).
        01 WS-SUM-TABLE.
           03 WS-SUM-ENTRY OCCURS 999 TIMES.
              05 WS-SUM-ID PIC 9(5).
              05 WS-SUM-MINUTES PIC 9(7).
              05 WS-SUM-SEEN PIC X.
        01 WS-SUM-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SUM-IDX PIC 9(4) VALUE ZERO.
        01 WS-SUM-HIT PIC 9(4) VALUE ZERO.
        01 WS-SUM-OVERFLOW PIC X VALUE 'N'.
        01 WS-DETAIL-MINUTES PIC 9(7) VALUE ZERO.
        01 WS-AUDIT-ACTION PIC X(12) VALUE 'XREF-FIX'.
        01 WS-AUDIT-ITEM-ID PIC 9(5).
        01 WS-AUDIT-CONTENT PIC X(35).
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-MODE
           ACCEPT WS-MODE FROM ENVIRONMENT "TODOXREF_MODE"
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
              WHEN SPACES
              WHEN 'REPORT'
                 MOVE 'REPORT' TO WS-MODE
              WHEN 'REPAIR'
                 MOVE 'Y' TO WS-REPAIR-MODE
              WHEN OTHER
                 DISPLAY "TODOXREF: TODOXREF_MODE must be REPORT"
                    " or REPAIR"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "TODOXREF: cannot open list file, status "
                 WS-TDLIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ITEM-TABLE
           CLOSE TDLIST

           IF WS-TOTAL-COUNT > 999
              DISPLAY "TODOXREF: " WS-TOTAL-COUNT " record(s)"
                 " exceed the 999 entry work table,"
                 " reconciliation aborted"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-REORG-MAP

           DISPLAY "=================================================="
           DISPLAY "  TODOXREF SIDE FILE RECONCILIATION - "
              WS-MODE
           DISPLAY "=================================================="
           DISPLAY "  Items on file: " WS-ITEM-COUNT
           IF WS-MAP-PENDING = 'Y'
              DISPLAY "  todoreorg.map renumbers " WS-MAP-COUNT
                 " item(s), side files still use the old IDs"
           END-IF

           PERFORM CHECK-NOTES-FILE
           PERFORM CHECK-DEPS-FILE
           PERFORM CHECK-TICKLER-FILE
           PERFORM CHECK-UID-INDEX-FILE
           PERFORM CHECK-WORK-DETAIL
           IF WS-REPAIR-MODE = 'Y'
              MOVE 'N' TO WS-MAP-APPLIED
              IF WS-MAP-PENDING = 'Y'
                 MOVE 'Y' TO WS-MAP-APPLIED
                 MOVE 'N' TO WS-MAP-PENDING
              END-IF
           END-IF
           PERFORM CHECK-WORK-TOTALS
           PERFORM CHECK-JOURNAL-FILE

           IF WS-REPAIR-MODE = 'Y'
                 AND WS-MAP-APPLIED = 'Y'
              IF WS-INCOMPLETE = 'N'
                 PERFORM RETIRE-REORG-MAP
              ELSE
                 DISPLAY "TODOXREF: todoreorg.map kept, not every"
                    " side file could be re-pointed"
              END-IF
           END-IF

           DISPLAY "--------------------------------------------------"
           DISPLAY "  Findings: " WS-TOTAL-FINDINGS
              "   Journal references to missing items: "
              WS-JRNL-FINDINGS
           IF WS-REPAIR-MODE = 'Y'
              DISPLAY "  Fixes applied: " WS-FIX-COUNT
           ELSE
              IF WS-TOTAL-FINDINGS > ZERO
                 DISPLAY "  Set TODOXREF_MODE=REPAIR to remove or"
                    " re-point the broken entries"
              END-IF
           END-IF
           DISPLAY "=================================================="

           MOVE ZERO TO RETURN-CODE
           IF WS-INCOMPLETE = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-REPAIR-MODE = 'N'
                 AND WS-TOTAL-FINDINGS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-ITEM-TABLE SECTION.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-TOTAL-COUNT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-TOTAL-COUNT
                    IF WS-ITEM-COUNT < 999
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE ITEM-ID IN WS-TDLIST
                         TO WS-IT-ID (WS-ITEM-COUNT)
                       MOVE ITEM-STATUS IN WS-TDLIST
                         TO WS-IT-STATUS (WS-ITEM-COUNT)
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       LOAD-REORG-MAP SECTION.
           MOVE ZERO TO WS-MAP-COUNT
           MOVE 'N' TO WS-MAP-PENDING
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MAPPING-FILE INTO WS-MAPPING-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-MAPPING-OLD-ID IS NUMERIC
                             AND WS-MAPPING-NEW-ID IS NUMERIC
                             AND WS-MAP-COUNT < 999
                          ADD 1 TO WS-MAP-COUNT
                          MOVE WS-MAPPING-OLD-ID
                            TO WS-MAP-OLD-ID (WS-MAP-COUNT)
                          MOVE WS-MAPPING-NEW-ID
                            TO WS-MAP-NEW-ID (WS-MAP-COUNT)
                          IF WS-MAPPING-OLD-ID
                                NOT = WS-MAPPING-NEW-ID
                             MOVE 'Y' TO WS-MAP-PENDING
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MAPPING-FILE
           END-IF
          EXIT.

       RESOLVE-ITEM-REF SECTION.
           MOVE 'O' TO WS-REF-STATE
           MOVE SPACES TO WS-REF-ITEM-STATUS
           MOVE WS-REF-ID TO WS-REF-NEW-ID
           IF WS-MAP-PENDING = 'Y'
              MOVE ZERO TO WS-REF-NEW-ID
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 IF WS-MAP-OLD-ID (WS-MAP-IDX) = WS-REF-ID
                    MOVE WS-MAP-NEW-ID (WS-MAP-IDX)
                      TO WS-REF-NEW-ID
                 END-IF
              END-PERFORM
           END-IF
           IF WS-REF-NEW-ID > ZERO
              MOVE WS-REF-NEW-ID TO WS-LOOKUP-ID
              PERFORM FIND-ITEM-ENTRY
              IF WS-LOOKUP-STATUS NOT = SPACES
                 MOVE WS-LOOKUP-STATUS TO WS-REF-ITEM-STATUS
                 IF WS-REF-NEW-ID = WS-REF-ID
                    MOVE 'K' TO WS-REF-STATE
                 ELSE
                    MOVE 'M' TO WS-REF-STATE
                 END-IF
              END-IF
           END-IF
          EXIT.

       FIND-ITEM-ENTRY SECTION.
           MOVE SPACES TO WS-LOOKUP-STATUS
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-IT-ID (WS-ITEM-IDX) = WS-LOOKUP-ID
                 MOVE WS-IT-STATUS (WS-ITEM-IDX) TO WS-LOOKUP-STATUS
              END-IF
           END-PERFORM
          EXIT.

       DISPLAY-REF-FINDING SECTION.
           EVALUATE WS-REF-STATE
              WHEN 'M'
                 ADD 1 TO WS-FILE-FINDINGS
                 DISPLAY "  " WS-SIDE-NAME " ID " WS-REF-ID
                    " renumbered, now ID " WS-REF-NEW-ID
              WHEN 'O'
                 ADD 1 TO WS-FILE-FINDINGS
                 DISPLAY "  " WS-SIDE-NAME " ID " WS-REF-ID
                    " not on file"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
          EXIT.

       START-SIDE-FILE SECTION.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-FILE-LINES
           MOVE ZERO TO WS-FILE-FINDINGS
           MOVE 'N' TO WS-LINE-OVERFLOW
           MOVE 'N' TO WS-LINE-CHANGED
           MOVE 'N' TO WS-EOF
          EXIT.

       STORE-SIDE-LINE SECTION.
           ADD 1 TO WS-FILE-LINES
           IF WS-LINE-COUNT < 999
              ADD 1 TO WS-LINE-COUNT
           ELSE
              MOVE 'Y' TO WS-LINE-OVERFLOW
           END-IF
          EXIT.

       FINISH-SIDE-FILE SECTION.
           DISPLAY "  " WS-SIDE-NAME ": " WS-FILE-LINES
              " entry(ies) checked, " WS-FILE-FINDINGS
              " finding(s)"
           ADD WS-FILE-FINDINGS TO WS-TOTAL-FINDINGS
           IF WS-LINE-OVERFLOW = 'Y'
              DISPLAY "TODOXREF: " WS-SIDE-NAME
                 " exceeds the 999 line work table, file left"
                 " unchanged"
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF
          EXIT.

       CHECK-NOTES-FILE SECTION.
           MOVE 'NOTES' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-SIDE-LINE
                       IF WS-LINE-OVERFLOW = 'N'
                          MOVE WS-NOTE-LINE
                            TO WS-LINE-ENTRY (WS-LINE-COUNT)
                       END-IF
                       IF WS-NOTE-ITEM-ID IS NUMERIC
                          MOVE WS-NOTE-ITEM-ID TO WS-REF-ID
                          PERFORM RESOLVE-ITEM-REF
                          PERFORM DISPLAY-REF-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
              PERFORM FINISH-SIDE-FILE
              IF WS-REPAIR-MODE = 'Y'
                    AND WS-LINE-OVERFLOW = 'N'
                    AND WS-FILE-FINDINGS > ZERO
                 PERFORM REPAIR-NOTES-FILE
              END-IF
           END-IF
          EXIT.

       REPAIR-NOTES-FILE SECTION.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY (WS-LINE-IDX) TO WS-NOTE-LINE
              IF WS-NOTE-ITEM-ID IS NUMERIC
                 MOVE WS-NOTE-ITEM-ID TO WS-REF-ID
                 PERFORM RESOLVE-ITEM-REF
                 MOVE WS-REF-ID TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 EVALUATE WS-REF-STATE
                    WHEN 'M'
                       MOVE WS-REF-NEW-ID TO WS-NOTE-ITEM-ID
                       MOVE WS-NOTE-LINE
                         TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'NOTES line moved to ' WS-REF-NEW-ID
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN 'O'
                       MOVE SPACES TO WS-LINE-ENTRY (WS-LINE-IDX)
                       MOVE 'NOTES line removed, item gone'
                         TO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-LINE-CHANGED = 'Y'
              OPEN OUTPUT NOTES-FILE
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > WS-LINE-COUNT
                 IF WS-LINE-ENTRY (WS-LINE-IDX) NOT = SPACES
                    WRITE NOTES-RECORD
                       FROM WS-LINE-ENTRY (WS-LINE-IDX)
                 END-IF
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
          EXIT.

       CHECK-DEPS-FILE SECTION.
           MOVE 'DEPS' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEPS-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-SIDE-LINE
                       IF WS-LINE-OVERFLOW = 'N'
                          MOVE WS-DEPS-LINE
                            TO WS-LINE-ENTRY (WS-LINE-COUNT)
                       END-IF
                       IF WS-DEP-PRED IS NUMERIC
                             AND WS-DEP-SUCC IS NUMERIC
                          MOVE WS-DEP-PRED TO WS-REF-ID
                          PERFORM RESOLVE-ITEM-REF
                          PERFORM DISPLAY-REF-FINDING
                          MOVE WS-DEP-SUCC TO WS-REF-ID
                          PERFORM RESOLVE-ITEM-REF
                          PERFORM DISPLAY-REF-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
              PERFORM FINISH-SIDE-FILE
              IF WS-REPAIR-MODE = 'Y'
                    AND WS-LINE-OVERFLOW = 'N'
                    AND WS-FILE-FINDINGS > ZERO
                 PERFORM REPAIR-DEPS-FILE
              END-IF
           END-IF
          EXIT.

       REPAIR-DEPS-FILE SECTION.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY (WS-LINE-IDX) TO WS-DEPS-LINE
              IF WS-DEP-PRED IS NUMERIC
                    AND WS-DEP-SUCC IS NUMERIC
                 MOVE WS-DEP-PRED TO WS-REF-ID
                 PERFORM RESOLVE-ITEM-REF
                 MOVE WS-REF-STATE TO WS-DEP-PRED-STATE
                 MOVE WS-REF-NEW-ID TO WS-DEP-PRED-NEW
                 MOVE WS-DEP-SUCC TO WS-REF-ID
                 PERFORM RESOLVE-ITEM-REF
                 MOVE WS-DEP-SUCC TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 EVALUATE TRUE
                    WHEN WS-DEP-PRED-STATE = 'O'
                          OR WS-REF-STATE = 'O'
                       MOVE SPACES TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'DEPS link ' WS-DEP-PRED
                              ' removed, item gone'
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN WS-DEP-PRED-STATE = 'M'
                          OR WS-REF-STATE = 'M'
                       MOVE WS-DEP-PRED-NEW TO WS-DEP-PRED
                       MOVE WS-REF-NEW-ID TO WS-DEP-SUCC
                       MOVE WS-DEPS-LINE
                         TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'DEPS link now ' WS-DEPS-LINE
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-LINE-CHANGED = 'Y'
              OPEN OUTPUT DEPS-FILE
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > WS-LINE-COUNT
                 IF WS-LINE-ENTRY (WS-LINE-IDX) NOT = SPACES
                    WRITE DEPS-RECORD
                       FROM WS-LINE-ENTRY (WS-LINE-IDX)
                 END-IF
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       CHECK-TICKLER-FILE SECTION.
           MOVE 'TICKLER' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           OPEN INPUT TICKLER-FILE
           IF WS-TICKLER-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TICKLER-FILE INTO WS-TICKLER-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-SIDE-LINE
                       IF WS-LINE-OVERFLOW = 'N'
                          MOVE WS-TICKLER-LINE
                            TO WS-LINE-ENTRY (WS-LINE-COUNT)
                       END-IF
                       IF WS-TICK-ITEM-ID IS NUMERIC
                          MOVE WS-TICK-ITEM-ID TO WS-REF-ID
                          PERFORM RESOLVE-ITEM-REF
                          PERFORM DISPLAY-REF-FINDING
                          IF WS-REF-STATE NOT = 'O'
                                AND WS-REF-ITEM-STATUS = 'DONE'
                             ADD 1 TO WS-FILE-FINDINGS
                             DISPLAY "  " WS-SIDE-NAME " ID "
                                WS-REF-ID " tickler date "
                                WS-TICK-DATE " on a DONE item"
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TICKLER-FILE
              PERFORM FINISH-SIDE-FILE
              IF WS-REPAIR-MODE = 'Y'
                    AND WS-LINE-OVERFLOW = 'N'
                    AND WS-FILE-FINDINGS > ZERO
                 PERFORM REPAIR-TICKLER-FILE
              END-IF
           END-IF
          EXIT.

       REPAIR-TICKLER-FILE SECTION.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY (WS-LINE-IDX) TO WS-TICKLER-LINE
              IF WS-TICK-ITEM-ID IS NUMERIC
                 MOVE WS-TICK-ITEM-ID TO WS-REF-ID
                 PERFORM RESOLVE-ITEM-REF
                 MOVE WS-REF-ID TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 EVALUATE TRUE
                    WHEN WS-REF-STATE = 'O'
                       MOVE SPACES TO WS-LINE-ENTRY (WS-LINE-IDX)
                       MOVE 'TICKLER removed, item gone'
                         TO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN WS-REF-ITEM-STATUS = 'DONE'
                       MOVE SPACES TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'TICKLER ' WS-TICK-DATE
                              ' removed, item DONE'
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN WS-REF-STATE = 'M'
                       MOVE WS-REF-NEW-ID TO WS-TICK-ITEM-ID
                       MOVE WS-TICKLER-LINE
                         TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'TICKLER moved to ' WS-REF-NEW-ID
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-LINE-CHANGED = 'Y'
              OPEN OUTPUT TICKLER-FILE
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > WS-LINE-COUNT
                 IF WS-LINE-ENTRY (WS-LINE-IDX) NOT = SPACES
                    WRITE TICKLER-RECORD
                       FROM WS-LINE-ENTRY (WS-LINE-IDX)
                 END-IF
              END-PERFORM
              CLOSE TICKLER-FILE
           END-IF
          EXIT.

       CHECK-UID-INDEX-FILE SECTION.
           MOVE 'ICALIN' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           OPEN INPUT UID-INDEX-FILE
           IF WS-UID-INDEX-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 MOVE SPACES TO WS-UID-INDEX-LINE
                 READ UID-INDEX-FILE INTO WS-UID-INDEX-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-SIDE-LINE
                       IF WS-LINE-OVERFLOW = 'N'
                          MOVE WS-UID-INDEX-LINE
                            TO WS-LINE-ENTRY (WS-LINE-COUNT)
                       END-IF
                       IF WS-UID-INDEX-ITEM-ID IS NUMERIC
                             AND WS-UID-INDEX-ITEM-ID NOT = ZERO
                          MOVE WS-UID-INDEX-ITEM-ID TO WS-REF-ID
                          PERFORM RESOLVE-ITEM-REF
                          PERFORM DISPLAY-REF-FINDING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UID-INDEX-FILE
              PERFORM FINISH-SIDE-FILE
              IF WS-REPAIR-MODE = 'Y'
                    AND WS-LINE-OVERFLOW = 'N'
                    AND WS-FILE-FINDINGS > ZERO
                 PERFORM REPAIR-UID-INDEX-FILE
              END-IF
           END-IF
          EXIT.

       REPAIR-UID-INDEX-FILE SECTION.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                 UNTIL WS-LINE-IDX > WS-LINE-COUNT
              MOVE WS-LINE-ENTRY (WS-LINE-IDX) TO WS-UID-INDEX-LINE
              IF WS-UID-INDEX-ITEM-ID IS NUMERIC
                    AND WS-UID-INDEX-ITEM-ID NOT = ZERO
                 MOVE WS-UID-INDEX-ITEM-ID TO WS-REF-ID
                 PERFORM RESOLVE-ITEM-REF
                 MOVE WS-REF-ID TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 EVALUATE WS-REF-STATE
                    WHEN 'M'
                       MOVE WS-REF-NEW-ID TO WS-UID-INDEX-ITEM-ID
                       MOVE WS-UID-INDEX-LINE
                         TO WS-LINE-ENTRY (WS-LINE-IDX)
                       STRING 'ICALIN UID moved to ' WS-REF-NEW-ID
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN 'O'
                       MOVE ZERO TO WS-REF-NEW-ID
                       MOVE WS-REF-NEW-ID TO WS-UID-INDEX-ITEM-ID
                       MOVE WS-UID-INDEX-LINE
                         TO WS-LINE-ENTRY (WS-LINE-IDX)
                       MOVE 'ICALIN UID kept, item link cleared'
                         TO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-LINE-CHANGED = 'Y'
              OPEN OUTPUT UID-INDEX-FILE
              PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                    UNTIL WS-LINE-IDX > WS-LINE-COUNT
                 WRITE UID-INDEX-RECORD
                    FROM WS-LINE-ENTRY (WS-LINE-IDX)
              END-PERFORM
              CLOSE UID-INDEX-FILE
           END-IF
          EXIT.

       CHECK-WORK-DETAIL SECTION.
           MOVE 'WORK' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-FILE-LINES
                       MOVE WORK-ITEM-ID IN WS-WORK-REC
                         TO WS-REF-ID
                       PERFORM RESOLVE-ITEM-REF
                       PERFORM DISPLAY-REF-FINDING
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
              PERFORM FINISH-SIDE-FILE
              IF WS-REPAIR-MODE = 'Y'
                    AND WS-FILE-FINDINGS > ZERO
                 PERFORM REPAIR-WORK-DETAIL
              END-IF
           END-IF
          EXIT.

       REPAIR-WORK-DETAIL SECTION.
           MOVE ZERO TO WS-MOVE-COUNT
           MOVE ZERO TO WS-WORK-SKIPPED
           MOVE 'N' TO WS-EOF
           OPEN I-O WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE WORK-ITEM-ID IN WS-WORK-REC
                         TO WS-REF-ID
                       PERFORM RESOLVE-ITEM-REF
                       PERFORM REPAIR-ONE-POSTING
                 END-READ
              END-PERFORM
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                    UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                 MOVE WS-MOVE-ENTRY (WS-MOVE-IDX) TO WS-WORK-REC
                 MOVE WORK-ITEM-ID IN WS-WORK-REC
                   TO WS-SEQ-ITEM-ID
                 PERFORM FIND-NEXT-WORK-SEQ
                 MOVE WS-MOVE-ENTRY (WS-MOVE-IDX) TO WS-WORK-REC
                 MOVE WS-WORK-NEXT-SEQ TO WORK-SEQ IN WS-WORK-REC
                 WRITE WORK-FILE-REC FROM WS-WORK-REC
                    INVALID KEY
                       DISPLAY "TODOXREF: posting for item "
                          WS-SEQ-ITEM-ID " could not be written"
                       MOVE 'Y' TO WS-INCOMPLETE
                 END-WRITE
              END-PERFORM
              CLOSE WORK-FILE
              IF WS-WORK-SKIPPED > ZERO
                 DISPLAY "TODOXREF: " WS-WORK-SKIPPED
                    " work posting(s) beyond the move limit"
                    " left under their old item IDs"
                 MOVE 'Y' TO WS-INCOMPLETE
              END-IF
           ELSE
              DISPLAY "TODOXREF: cannot open todowork.idx, status "
                 WS-WORK-STATUS
              MOVE 'Y' TO WS-INCOMPLETE
           END-IF
          EXIT.

       REPAIR-ONE-POSTING SECTION.
           MOVE WS-REF-ID TO WS-AUDIT-ITEM-ID
           MOVE SPACES TO WS-AUDIT-CONTENT
           EVALUATE WS-REF-STATE
              WHEN 'O'
                 DELETE WORK-FILE RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       STRING 'WORK ' WORK-SEQ IN WS-WORK-REC
                              ' removed, '
                              WORK-MINUTES IN WS-WORK-REC
                              ' min'
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM RECORD-FIX
                 END-DELETE
              WHEN 'M'
                 IF WS-MOVE-COUNT < 999
                    DELETE WORK-FILE RECORD
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          ADD 1 TO WS-MOVE-COUNT
                          MOVE WS-WORK-REC
                            TO WS-MOVE-ENTRY (WS-MOVE-COUNT)
                          MOVE WS-REF-NEW-ID TO WORK-ITEM-ID
                             IN WS-MOVE-ENTRY (WS-MOVE-COUNT)
                          STRING 'WORK ' WORK-SEQ IN WS-WORK-REC
                                 ' moved to ' WS-REF-NEW-ID
                             DELIMITED BY SIZE
                             INTO WS-AUDIT-CONTENT
                          PERFORM RECORD-FIX
                    END-DELETE
                 ELSE
                    ADD 1 TO WS-WORK-SKIPPED
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
          EXIT.

       FIND-NEXT-WORK-SEQ SECTION.
           MOVE 1 TO WS-WORK-NEXT-SEQ
           MOVE 'N' TO WS-WORK-EOF
           MOVE WS-SEQ-ITEM-ID TO WORK-ITEM-ID IN WORK-FILE-REC
           MOVE ZERO TO WORK-SEQ IN WORK-FILE-REC
           START WORK-FILE KEY IS >= WORK-KEY IN WORK-FILE-REC
              INVALID KEY MOVE 'Y' TO WS-WORK-EOF
           END-START
           PERFORM UNTIL WS-WORK-EOF = 'Y'
              READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                 AT END MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END
                    IF WORK-ITEM-ID IN WS-WORK-REC
                          NOT = WS-SEQ-ITEM-ID
                       MOVE 'Y' TO WS-WORK-EOF
                    ELSE
                       COMPUTE WS-WORK-NEXT-SEQ =
                          WORK-SEQ IN WS-WORK-REC + 1
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       BUILD-WORK-SUMS SECTION.
           MOVE ZERO TO WS-SUM-COUNT
           MOVE 'N' TO WS-SUM-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM ADD-POSTING-TO-SUMS
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
           END-IF
          EXIT.

       ADD-POSTING-TO-SUMS SECTION.
           MOVE WORK-ITEM-ID IN WS-WORK-REC TO WS-REF-ID
           PERFORM FIND-SUM-ENTRY
           IF WS-SUM-HIT = ZERO
              IF WS-SUM-COUNT < 999
                 ADD 1 TO WS-SUM-COUNT
                 MOVE WS-SUM-COUNT TO WS-SUM-HIT
                 MOVE WS-REF-ID TO WS-SUM-ID (WS-SUM-HIT)
                 MOVE ZERO TO WS-SUM-MINUTES (WS-SUM-HIT)
                 MOVE 'N' TO WS-SUM-SEEN (WS-SUM-HIT)
              ELSE
                 MOVE 'Y' TO WS-SUM-OVERFLOW
              END-IF
           END-IF
           IF WS-SUM-HIT > ZERO
              ADD WORK-MINUTES IN WS-WORK-REC
                TO WS-SUM-MINUTES (WS-SUM-HIT)
           END-IF
          EXIT.

       FIND-SUM-ENTRY SECTION.
           MOVE ZERO TO WS-SUM-HIT
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                 UNTIL WS-SUM-IDX > WS-SUM-COUNT
              IF WS-SUM-ID (WS-SUM-IDX) = WS-REF-ID
                 MOVE WS-SUM-IDX TO WS-SUM-HIT
              END-IF
           END-PERFORM
          EXIT.

       CHECK-WORK-TOTALS SECTION.
           MOVE 'WORKTOT' TO WS-SIDE-NAME
           PERFORM START-SIDE-FILE
           PERFORM BUILD-WORK-SUMS
           IF WS-SUM-OVERFLOW = 'Y'
              DISPLAY "TODOXREF: more than 999 items carry work"
                 " postings, totals not reconciled"
              MOVE 'Y' TO WS-INCOMPLETE
           ELSE
              IF WS-REPAIR-MODE = 'Y'
                 OPEN I-O WORKTOT-FILE
                 IF WS-WORKTOT-STATUS = '35'
                    OPEN OUTPUT WORKTOT-FILE
                 END-IF
              ELSE
                 OPEN INPUT WORKTOT-FILE
              END-IF
              IF WS-WORKTOT-STATUS = '00'
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ WORKTOT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          ADD 1 TO WS-FILE-LINES
                          PERFORM CHECK-ONE-WORK-TOTAL
                    END-READ
                 END-PERFORM
                 PERFORM CHECK-MISSING-WORK-TOTALS
                 CLOSE WORKTOT-FILE
              ELSE
                 PERFORM CHECK-MISSING-WORK-TOTALS
              END-IF
              PERFORM FINISH-SIDE-FILE
           END-IF
          EXIT.

       CHECK-ONE-WORK-TOTAL SECTION.
           MOVE TOT-ITEM-ID TO WS-REF-ID
           PERFORM FIND-SUM-ENTRY
           MOVE ZERO TO WS-DETAIL-MINUTES
           IF WS-SUM-HIT > ZERO
              MOVE WS-SUM-MINUTES (WS-SUM-HIT) TO WS-DETAIL-MINUTES
              MOVE 'Y' TO WS-SUM-SEEN (WS-SUM-HIT)
           END-IF
           PERFORM RESOLVE-ITEM-REF
           PERFORM DISPLAY-REF-FINDING
           IF WS-REF-STATE = 'K'
                 AND TOT-MINUTES NOT = WS-DETAIL-MINUTES
              ADD 1 TO WS-FILE-FINDINGS
              DISPLAY "  " WS-SIDE-NAME " ID " WS-REF-ID
                 " total " TOT-MINUTES " min, detail "
                 WS-DETAIL-MINUTES " min"
           END-IF
           IF WS-REPAIR-MODE = 'Y'
              MOVE WS-REF-ID TO WS-AUDIT-ITEM-ID
              MOVE SPACES TO WS-AUDIT-CONTENT
              EVALUATE TRUE
                 WHEN WS-REF-STATE = 'O'
                       AND WS-DETAIL-MINUTES = ZERO
                    DELETE WORKTOT-FILE RECORD
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          STRING 'WORKTOT removed, was '
                                 TOT-MINUTES ' min'
                             DELIMITED BY SIZE
                             INTO WS-AUDIT-CONTENT
                          PERFORM RECORD-FIX
                    END-DELETE
                 WHEN TOT-MINUTES NOT = WS-DETAIL-MINUTES
                    STRING 'WORKTOT ' TOT-MINUTES ' set to '
                           WS-DETAIL-MINUTES
                       DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                    MOVE WS-DETAIL-MINUTES TO TOT-MINUTES
                    REWRITE WORKTOT-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM RECORD-FIX
                    END-REWRITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
          EXIT.

       CHECK-MISSING-WORK-TOTALS SECTION.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                 UNTIL WS-SUM-IDX > WS-SUM-COUNT
              IF WS-SUM-SEEN (WS-SUM-IDX) = 'N'
                    AND WS-SUM-MINUTES (WS-SUM-IDX) > ZERO
                 ADD 1 TO WS-FILE-FINDINGS
                 DISPLAY "  " WS-SIDE-NAME " ID "
                    WS-SUM-ID (WS-SUM-IDX) " no total, detail "
                    WS-SUM-MINUTES (WS-SUM-IDX) " min"
                 IF WS-REPAIR-MODE = 'Y'
                       AND WS-WORKTOT-STATUS = '00'
                    MOVE WS-SUM-ID (WS-SUM-IDX) TO TOT-ITEM-ID
                    MOVE WS-SUM-MINUTES (WS-SUM-IDX) TO TOT-MINUTES
                    WRITE WORKTOT-REC
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE TOT-ITEM-ID TO WS-AUDIT-ITEM-ID
                          MOVE SPACES TO WS-AUDIT-CONTENT
                          STRING 'WORKTOT added, ' TOT-MINUTES
                                 ' min'
                             DELIMITED BY SIZE
                             INTO WS-AUDIT-CONTENT
                          PERFORM RECORD-FIX
                    END-WRITE
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       CHECK-JOURNAL-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-ONE-JOURNAL-LINE
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
              DISPLAY "  JOURNAL : " WS-JRNL-FINDINGS
                 " line(s) refer to items no longer on file"
                 " (history, not repaired)"
           END-IF
          EXIT.

       CHECK-ONE-JOURNAL-LINE SECTION.
           MOVE 'N' TO WS-JRNL-MISSING
           IF WS-JRNL-BEFORE (1:5) IS NUMERIC
                 AND WS-JRNL-BEFORE (1:5) NOT = ZERO
              MOVE WS-JRNL-BEFORE (1:5) TO WS-LOOKUP-ID
              PERFORM FIND-ITEM-ENTRY
              IF WS-LOOKUP-STATUS = SPACES
                 MOVE 'Y' TO WS-JRNL-MISSING
              END-IF
           END-IF
           IF WS-JRNL-AFTER (1:5) IS NUMERIC
                 AND WS-JRNL-AFTER (1:5) NOT = ZERO
              MOVE WS-JRNL-AFTER (1:5) TO WS-LOOKUP-ID
              PERFORM FIND-ITEM-ENTRY
              IF WS-LOOKUP-STATUS = SPACES
                 MOVE 'Y' TO WS-JRNL-MISSING
              END-IF
           END-IF
           IF WS-JRNL-MISSING = 'Y'
              ADD 1 TO WS-JRNL-FINDINGS
           END-IF
          EXIT.

       RETIRE-REORG-MAP SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT MAPPING-FILE
           IF WS-MAPPING-STATUS = '00'
              OPEN OUTPUT MAPDONE-FILE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MAPPING-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE MAPDONE-RECORD FROM MAPPING-RECORD
                 END-READ
              END-PERFORM
              CLOSE MAPDONE-FILE
              CLOSE MAPPING-FILE
              CALL "CBL_DELETE_FILE" USING WS-MAPPING-NAME
              MOVE ZERO TO RETURN-CODE
              DISPLAY "TODOXREF: todoreorg.map applied, kept as"
                 " todoreorg.old"
           END-IF
          EXIT.

       RECORD-FIX SECTION.
           ADD 1 TO WS-FIX-COUNT
           MOVE 'Y' TO WS-LINE-CHANGED
           PERFORM WRITE-AUDIT-LOG-ENTRY
          EXIT.

       WRITE-AUDIT-LOG-ENTRY SECTION.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-ITEM-ID TO AUD-ITEM-ID
           MOVE WS-AUDIT-CONTENT TO AUD-CONTENT
           CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
          EXIT.

       END PROGRAM TODOXREF.
