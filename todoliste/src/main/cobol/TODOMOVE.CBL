       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOMOVE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SOURCE-LIST ASSIGN DYNAMIC WS-SOURCE-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN SOURCE-LIST-REC
            ALTERNATE RECORD KEY IS ITEM-OWNER IN SOURCE-LIST-REC
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY IN SOURCE-LIST-REC
               WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-SOURCE-STATUS.
         SELECT TARGET-LIST ASSIGN DYNAMIC WS-TARGET-FILENAME
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID IN TARGET-LIST-REC
            ALTERNATE RECORD KEY IS ITEM-OWNER IN TARGET-LIST-REC
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-CATEGORY IN TARGET-LIST-REC
               WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TARGET-STATUS.
         SELECT CONFIG-FILE ASSIGN TO 'todolists.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT NEXTID-FILE ASSIGN TO 'todoseq.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-NEXTID-STATUS.
         SELECT COUNT-FILE ASSIGN TO 'todocount.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-COUNT-STATUS.
         SELECT NOTES-FILE ASSIGN TO 'todonotes.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
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
         SELECT DEPS-FILE ASSIGN TO 'tododeps.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT XFER-FILE ASSIGN TO 'todoxfer.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XFER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD SOURCE-LIST.
          01 SOURCE-LIST-REC.
             COPY TDLISTREC.
          FD TARGET-LIST.
          01 TARGET-LIST-REC.
             COPY TDLISTREC.
          FD CONFIG-FILE.
          01 CONFIG-RECORD PIC X(51).
          FD NEXTID-FILE.
          01 NEXTID-RECORD PIC 9(5).
          FD COUNT-FILE.
          01 COUNT-RECORD PIC 9(5).
          FD NOTES-FILE.
          01 NOTES-RECORD PIC X(100).
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD WORKTOT-FILE.
          01 WORKTOT-REC.
             05 TOT-ITEM-ID PIC 9(5).
             05 TOT-MINUTES PIC 9(7).
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD XFER-FILE.
          01 XFER-RECORD PIC X(55).
       WORKING-STORAGE SECTION.
        01 WS-SOURCE-STATUS PIC XX.
        01 WS-TARGET-STATUS PIC XX.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-NEXTID-STATUS PIC XX.
        01 WS-COUNT-STATUS PIC XX.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-WORKTOT-STATUS PIC XX.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-XFER-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-SOURCE-FILENAME PIC X(40).
        01 WS-TARGET-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-OLD-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-ID-TEXT PIC X(5).
        01 WS-ROOT-ID PIC 9(5) VALUE ZERO.
        01 WS-FROM-TAG PIC X(10).
        01 WS-TO-TAG PIC X(10).
        01 WS-MOVE-USER PIC X(10).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-CONFIG-LINE.
           05 WS-CFG-TAG PIC X(10).
           05 FILLER PIC X.
           05 WS-CFG-FILE PIC X(40).
        01 WS-LIST-TABLE.
           03 WS-LIST-ROW OCCURS 20 TIMES.
              05 WS-LIST-TAG PIC X(10).
              05 WS-LIST-FILE PIC X(40).
        01 WS-LIST-COUNT PIC 9(2) VALUE ZERO.
        01 WS-LIST-IDX PIC 9(2) VALUE ZERO.
        01 WS-FROM-HIT PIC 9(2) VALUE ZERO.
        01 WS-TO-HIT PIC 9(2) VALUE ZERO.
        01 WS-ITEM-TABLE.
           03 WS-ITEM-ENTRY OCCURS 999 TIMES.
              COPY TDLISTREC.
        01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
        01 WS-ITEM-IDX PIC 9(4) VALUE ZERO.
        01 WS-ITEM-OVERFLOW PIC X VALUE 'N'.
        01 WS-LIST-MAX-TEXT PIC X(5).
        01 WS-LIST-MAX PIC 9(5) VALUE ZERO.
        01 WS-MOVE-TABLE.
           03 WS-MOVE-ROW OCCURS 999 TIMES.
              05 WS-MOVE-ITEM-IDX PIC 9(3).
              05 WS-MOVE-OLD-ID PIC 9(5).
              05 WS-MOVE-NEW-ID PIC 9(5).
        01 WS-MOVE-COUNT PIC 9(4) VALUE ZERO.
        01 WS-MOVE-IDX PIC 9(4) VALUE ZERO.
        01 WS-MOVE-HEAD PIC 9(4) VALUE ZERO.
        01 WS-MOVE-HIT PIC 9(4) VALUE ZERO.
        01 WS-LOOKUP-ID PIC 9(5).
        01 WS-TARGET-COUNT PIC 9(5) VALUE ZERO.
        01 WS-NEXT-ID PIC 9(5) VALUE ZERO.
        01 WS-NEXTID-EOF PIC X VALUE 'N'.
        01 WS-NEXTID-LOCK-RETRY PIC 99 VALUE ZERO.
        01 WS-NEXTID-LOCK-MAX PIC 99 VALUE 10.
        01 WS-NEXTID-LOCK-WAIT PIC 9 VALUE 1.
        01 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
        01 WS-NOTE-TABLE.
           03 WS-NOTE-ENTRY PIC X(100) OCCURS 999 TIMES.
        01 WS-NOTE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-NOTE-IDX PIC 9(3) VALUE ZERO.
        01 WS-NOTE-CHANGED PIC X VALUE 'N'.
        01 WS-NOTE-OVERFLOW PIC X VALUE 'N'.
        01 WS-NOTE-MOVED PIC 9(5) VALUE ZERO.
        01 WS-NOTE-SEQ-MAX PIC 9(3).
        01 WS-NOTE-TARGET-ID PIC 9(5).
        01 WS-NOTE-TEXT-NEW PIC X(60).
        01 WS-NOTE-LINE.
           05 WS-NOTE-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-NOTE-REST PIC X(94).
        01 WS-NOTE-RECORD.
           05 WS-NOTE-R-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-NOTE-R-SEQ PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-NOTE-R-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-NOTE-R-OWNER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-NOTE-R-TEXT PIC X(60).
        01 WS-WORK-EOF PIC X.
        01 WS-WORK-REC.
           COPY TDWORKREC.
        01 WS-WMOVE-TABLE.
           03 WS-WMOVE-ENTRY OCCURS 200 TIMES.
              COPY TDWORKREC.
        01 WS-WMOVE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WMOVE-IDX PIC 9(3) VALUE ZERO.
        01 WS-WORK-MOVED PIC 9(5) VALUE ZERO.
        01 WS-WORK-SKIPPED PIC 9(3) VALUE ZERO.
        01 WS-DEPS-LINE.
           05 WS-DEP-PRED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEP-SUCC PIC 9(5).
        01 WS-DEP-TABLE.
           03 WS-DEP-ENTRY OCCURS 999 TIMES.
              05 WS-DEP-E-PRED PIC 9(5).
              05 WS-DEP-E-SUCC PIC 9(5).
        01 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DEP-IDX PIC 9(3) VALUE ZERO.
        01 WS-DEP-CHANGED PIC X VALUE 'N'.
        01 WS-DEP-PRED-HIT PIC 9(3) VALUE ZERO.
        01 WS-DEP-SUCC-HIT PIC 9(3) VALUE ZERO.
        01 WS-DEP-DROPPED PIC 9(3) VALUE ZERO.
        01 WS-DEP-CARRIED PIC 9(3) VALUE ZERO.
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
        01 WS-XFER-LINE.
           05 WS-XFER-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-XFER-FROM-TAG PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-XFER-OLD-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-XFER-TO-TAG PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-XFER-NEW-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-XFER-USER PIC X(10).
        01 WS-WRITTEN-COUNT PIC 9(3) VALUE ZERO.
        01 WS-REMOVED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
        01 WS-AUDIT-ACTION PIC X(12).
        01 WS-AUDIT-ITEM-ID PIC 9(5).
        01 WS-AUDIT-CONTENT PIC X(35).
        COPY TODOAUDP.
        COPY TODOCONFP.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ID-TEXT
           ACCEPT WS-ID-TEXT FROM ENVIRONMENT "TODOMOVE_ID"
           IF WS-ID-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ID-TEXT) TO WS-ROOT-ID
           END-IF

           MOVE SPACES TO WS-FROM-TAG
           ACCEPT WS-FROM-TAG FROM ENVIRONMENT "TODOMOVE_FROM"
           MOVE SPACES TO WS-TO-TAG
           ACCEPT WS-TO-TAG FROM ENVIRONMENT "TODOMOVE_TO"

           MOVE SPACES TO WS-MOVE-USER
           ACCEPT WS-MOVE-USER FROM ENVIRONMENT "TODOMOVE_USER"
           IF WS-MOVE-USER = SPACES
              MOVE 'BATCH' TO WS-MOVE-USER
           END-IF

           MOVE SPACES TO WS-LIST-MAX-TEXT
           ACCEPT WS-LIST-MAX-TEXT FROM ENVIRONMENT "TODOLIST_MAX_ITEMS"
           IF WS-LIST-MAX-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-LIST-MAX-TEXT) TO WS-LIST-MAX
           END-IF
           IF WS-LIST-MAX = ZERO
              MOVE 999 TO WS-LIST-MAX
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           PERFORM LOAD-LIST-CONFIG
           PERFORM RESOLVE-LIST-FILES

           EVALUATE TRUE
              WHEN WS-ROOT-ID = ZERO OR WS-TO-TAG = SPACES
                 DISPLAY "TODOMOVE: set TODOMOVE_ID to the item and"
                    " TODOMOVE_TO to a list tag from todolists.cfg"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TO-HIT = ZERO
                 DISPLAY "TODOMOVE: list " FUNCTION TRIM(WS-TO-TAG)
                    " is not in todolists.cfg"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-FROM-TAG NOT = SPACES AND WS-FROM-HIT = ZERO
                 DISPLAY "TODOMOVE: list " FUNCTION TRIM(WS-FROM-TAG)
                    " is not in todolists.cfg"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SOURCE-FILENAME = WS-TARGET-FILENAME
                 DISPLAY "TODOMOVE: source and target list are the"
                    " same file"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM TRANSFER-ITEM-TREE
           END-EVALUATE
           GOBACK
          .

       LOAD-LIST-CONFIG SECTION.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CONFIG-FILE INTO WS-CONFIG-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CFG-TAG NOT = SPACES
                             AND WS-CFG-FILE NOT = SPACES
                             AND WS-LIST-COUNT < 20
                          ADD 1 TO WS-LIST-COUNT
                          MOVE WS-CFG-TAG
                            TO WS-LIST-TAG (WS-LIST-COUNT)
                          MOVE WS-CFG-FILE
                            TO WS-LIST-FILE (WS-LIST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
          EXIT.

       RESOLVE-LIST-FILES SECTION.
           MOVE ZERO TO WS-FROM-HIT
           MOVE ZERO TO WS-TO-HIT
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                 UNTIL WS-LIST-IDX > WS-LIST-COUNT
              IF WS-TO-TAG NOT = SPACES
                    AND WS-LIST-TAG (WS-LIST-IDX) = WS-TO-TAG
                 MOVE WS-LIST-IDX TO WS-TO-HIT
              END-IF
              IF WS-FROM-TAG NOT = SPACES
                    AND WS-LIST-TAG (WS-LIST-IDX) = WS-FROM-TAG
                 MOVE WS-LIST-IDX TO WS-FROM-HIT
              END-IF
              IF WS-FROM-TAG = SPACES
                    AND WS-LIST-FILE (WS-LIST-IDX)
                       = WS-TDLIST-FILENAME
                 MOVE WS-LIST-IDX TO WS-FROM-HIT
              END-IF
           END-PERFORM

           MOVE SPACES TO WS-TARGET-FILENAME
           IF WS-TO-HIT > ZERO
              MOVE WS-LIST-FILE (WS-TO-HIT) TO WS-TARGET-FILENAME
           END-IF
           IF WS-FROM-TAG = SPACES
              MOVE WS-TDLIST-FILENAME TO WS-SOURCE-FILENAME
              IF WS-FROM-HIT > ZERO
                 MOVE WS-LIST-TAG (WS-FROM-HIT) TO WS-FROM-TAG
              ELSE
                 MOVE 'LOCAL' TO WS-FROM-TAG
              END-IF
              MOVE ZERO TO WS-FROM-HIT
           ELSE
              MOVE SPACES TO WS-SOURCE-FILENAME
              IF WS-FROM-HIT > ZERO
                 MOVE WS-LIST-FILE (WS-FROM-HIT)
                   TO WS-SOURCE-FILENAME
              END-IF
           END-IF
          EXIT.

       TRANSFER-ITEM-TREE SECTION.
           PERFORM LOAD-SOURCE-ITEMS
           PERFORM BUILD-MOVE-SET
           PERFORM CHECK-MOVE-SET-HOLDS
           PERFORM COUNT-TARGET-ITEMS
           PERFORM LOAD-NOTES-TABLE

           EVALUATE TRUE
              WHEN WS-ITEM-OVERFLOW = 'Y'
                 DISPLAY "TODOMOVE: "
                    FUNCTION TRIM(WS-SOURCE-FILENAME)
                    " exceeds the 999 item work table, nothing moved"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-MOVE-COUNT = ZERO
                 DISPLAY "TODOMOVE: item " WS-ROOT-ID " not found in "
                    FUNCTION TRIM(WS-SOURCE-FILENAME)
                 MOVE 8 TO RETURN-CODE
              WHEN WS-HELD-COUNT > ZERO
                 DISPLAY "TODOMOVE: " WS-HELD-COUNT
                    " item(s) under legal hold, nothing moved"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TARGET-COUNT + WS-MOVE-COUNT > WS-LIST-MAX
                 DISPLAY "TODOMOVE: list " FUNCTION TRIM(WS-TO-TAG)
                    " has no room for " WS-MOVE-COUNT " item(s)"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-NOTE-OVERFLOW = 'Y'
                 DISPLAY "TODOMOVE: todonotes.txt exceeds the"
                    " 999 line work table, nothing moved"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM ASSIGN-NEW-ITEM-IDS
                 PERFORM WRITE-TARGET-ITEMS
                 IF WS-WRITTEN-COUNT = WS-MOVE-COUNT
                    PERFORM REMOVE-SOURCE-ITEMS
                    PERFORM LOAD-DEPS-TABLE
                    PERFORM CARRY-DEPENDENCIES
                    PERFORM CARRY-NOTES
                    PERFORM CARRY-WORK-POSTINGS
                    PERFORM WRITE-CROSS-REFERENCES
                    PERFORM RESET-RECORD-COUNT-CONTROL
                    PERFORM PRINT-TRANSFER-SUMMARY
                 ELSE
                    DISPLAY "TODOMOVE: only " WS-WRITTEN-COUNT
                       " of " WS-MOVE-COUNT " item(s) written to "
                       FUNCTION TRIM(WS-TARGET-FILENAME)
                       ", source list left unchanged"
                    MOVE 8 TO RETURN-CODE
                 END-IF
           END-EVALUATE
          EXIT.

       LOAD-SOURCE-ITEMS SECTION.
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE 'N' TO WS-ITEM-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT SOURCE-LIST
           IF WS-SOURCE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SOURCE-LIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-ITEM-COUNT < 999
                          ADD 1 TO WS-ITEM-COUNT
                          MOVE WS-TDLIST
                            TO WS-ITEM-ENTRY (WS-ITEM-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-ITEM-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SOURCE-LIST
           END-IF
          EXIT.

       BUILD-MOVE-SET SECTION.
           MOVE ZERO TO WS-MOVE-COUNT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF ITEM-ID IN WS-ITEM-ENTRY (WS-ITEM-IDX) = WS-ROOT-ID
                 ADD 1 TO WS-MOVE-COUNT
                 MOVE WS-ITEM-IDX TO WS-MOVE-ITEM-IDX (WS-MOVE-COUNT)
                 MOVE WS-ROOT-ID TO WS-MOVE-OLD-ID (WS-MOVE-COUNT)
                 MOVE ZERO TO WS-MOVE-NEW-ID (WS-MOVE-COUNT)
              END-IF
           END-PERFORM
           MOVE 1 TO WS-MOVE-HEAD
           PERFORM UNTIL WS-MOVE-HEAD > WS-MOVE-COUNT
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                 IF ITEM-PARENT-ID IN WS-ITEM-ENTRY (WS-ITEM-IDX)
                       = WS-MOVE-OLD-ID (WS-MOVE-HEAD)
                       AND WS-MOVE-COUNT < 999
                    ADD 1 TO WS-MOVE-COUNT
                    MOVE WS-ITEM-IDX
                      TO WS-MOVE-ITEM-IDX (WS-MOVE-COUNT)
                    MOVE ITEM-ID IN WS-ITEM-ENTRY (WS-ITEM-IDX)
                      TO WS-MOVE-OLD-ID (WS-MOVE-COUNT)
                    MOVE ZERO TO WS-MOVE-NEW-ID (WS-MOVE-COUNT)
                 END-IF
              END-PERFORM
              ADD 1 TO WS-MOVE-HEAD
           END-PERFORM
          EXIT.

       CHECK-MOVE-SET-HOLDS SECTION.
           MOVE ZERO TO WS-HELD-COUNT
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
              MOVE WS-ITEM-ENTRY (WS-MOVE-ITEM-IDX (WS-MOVE-IDX))
                TO WS-TDLIST
              PERFORM CHECK-LEGAL-HOLD
           END-PERFORM
          EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODOMOVE' TO HOLD-CALLER
           MOVE ITEM-ID IN WS-TDLIST TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-TDLIST TO HOLD-ITEM-CATEGORY
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "TODOMOVE: item " ITEM-ID IN WS-TDLIST
                 " under legal hold " HOLD-REF ", not moved"
           END-IF
          EXIT.

       FIND-MOVED-ID SECTION.
           MOVE ZERO TO WS-MOVE-HIT
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                    OR WS-MOVE-HIT > ZERO
              IF WS-MOVE-OLD-ID (WS-MOVE-IDX) = WS-LOOKUP-ID
                 MOVE WS-MOVE-IDX TO WS-MOVE-HIT
              END-IF
           END-PERFORM
          EXIT.

       COUNT-TARGET-ITEMS SECTION.
           MOVE ZERO TO WS-TARGET-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TARGET-LIST
           IF WS-TARGET-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TARGET-LIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-TARGET-COUNT
                 END-READ
              END-PERFORM
              CLOSE TARGET-LIST
           END-IF
          EXIT.

       ASSIGN-NEW-ITEM-IDS SECTION.
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
              PERFORM GET-NEXT-ITEM-ID
              MOVE WS-NEXT-ID TO WS-MOVE-NEW-ID (WS-MOVE-IDX)
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX) TO CONF-ITEM-ID
              PERFORM CALL-CONFIDENTIAL-MARKER
              IF CONF-IS-MARKED
                 MOVE 'SET' TO CONF-FUNCTION
                 MOVE WS-MOVE-NEW-ID (WS-MOVE-IDX) TO CONF-ITEM-ID
                 PERFORM CALL-CONFIDENTIAL-MARKER
              END-IF
           END-PERFORM
          EXIT.

       CALL-CONFIDENTIAL-MARKER SECTION.
           MOVE SPACES TO CONF-ITEM-OWNER
           MOVE WS-MOVE-USER TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-FAILED
              DISPLAY "TODOMOVE: confidential marker " CONF-FUNCTION
                 " failed for ID " CONF-ITEM-ID
              MOVE 8 TO RETURN-CODE
           END-IF
          EXIT.

       GET-NEXT-ITEM-ID SECTION.
           MOVE ZERO TO WS-NEXT-ID
           MOVE 'N' TO WS-NEXTID-EOF
           MOVE ZERO TO WS-NEXTID-LOCK-RETRY
           PERFORM WITH TEST AFTER UNTIL
                 WS-NEXTID-STATUS = '00' OR WS-NEXTID-STATUS = '35'
                 OR WS-NEXTID-LOCK-RETRY >= WS-NEXTID-LOCK-MAX
              OPEN I-O NEXTID-FILE
              IF WS-NEXTID-STATUS NOT = '00'
                    AND WS-NEXTID-STATUS NOT = '35'
                 ADD 1 TO WS-NEXTID-LOCK-RETRY
                 CALL "C$SLEEP" USING WS-NEXTID-LOCK-WAIT
              END-IF
           END-PERFORM

           IF WS-NEXTID-STATUS = '35'
              OPEN OUTPUT NEXTID-FILE
              MOVE 1 TO WS-NEXT-ID
              WRITE NEXTID-RECORD FROM WS-NEXT-ID
           ELSE
              READ NEXTID-FILE INTO WS-NEXT-ID
                 AT END MOVE ZERO TO WS-NEXT-ID
                         MOVE 'Y' TO WS-NEXTID-EOF
              END-READ
              ADD 1 TO WS-NEXT-ID
              IF WS-NEXTID-EOF = 'Y'
                 WRITE NEXTID-RECORD FROM WS-NEXT-ID
              ELSE
                 REWRITE NEXTID-RECORD FROM WS-NEXT-ID
              END-IF
           END-IF
           CLOSE NEXTID-FILE
          EXIT.

       WRITE-TARGET-ITEMS SECTION.
           MOVE ZERO TO WS-WRITTEN-COUNT
           OPEN I-O TARGET-LIST
           IF WS-TARGET-STATUS = '35'
              OPEN OUTPUT TARGET-LIST
           END-IF
           IF WS-TARGET-STATUS NOT = '00'
              DISPLAY "TODOMOVE: cannot open "
                 FUNCTION TRIM(WS-TARGET-FILENAME)
                 " (status " WS-TARGET-STATUS ")"
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                    UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                 PERFORM WRITE-ONE-TARGET-ITEM
              END-PERFORM
              CLOSE TARGET-LIST
           END-IF
          EXIT.

       WRITE-ONE-TARGET-ITEM SECTION.
           MOVE WS-ITEM-ENTRY (WS-MOVE-ITEM-IDX (WS-MOVE-IDX))
             TO WS-OLD-TDLIST
           MOVE WS-OLD-TDLIST TO WS-TDLIST
           MOVE WS-MOVE-NEW-ID (WS-MOVE-IDX) TO ITEM-ID IN WS-TDLIST
           IF WS-MOVE-IDX = 1
              MOVE ZERO TO ITEM-PARENT-ID IN WS-TDLIST
           ELSE
              MOVE ITEM-PARENT-ID IN WS-OLD-TDLIST TO WS-LOOKUP-ID
              PERFORM FIND-MOVED-ID
              IF WS-MOVE-HIT > ZERO
                 MOVE WS-MOVE-NEW-ID (WS-MOVE-HIT)
                   TO ITEM-PARENT-ID IN WS-TDLIST
              END-IF
           END-IF
           WRITE TARGET-LIST-REC FROM WS-TDLIST
              INVALID KEY
                 DISPLAY "TODOMOVE: ID " ITEM-ID IN WS-TDLIST
                    " already present in "
                    FUNCTION TRIM(WS-TARGET-FILENAME)
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
                 MOVE WS-OLD-TDLIST TO WS-JRNL-BEFORE
                 MOVE 'XFER-IN' TO WS-JRNL-ACTION
                 PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                 MOVE 'XFER-IN' TO WS-AUDIT-ACTION
                 MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                 MOVE SPACES TO WS-AUDIT-CONTENT
                 STRING 'from ' FUNCTION TRIM(WS-FROM-TAG)
                        ' ID ' ITEM-ID IN WS-OLD-TDLIST
                    DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                 PERFORM WRITE-AUDIT-LOG-ENTRY
           END-WRITE
          EXIT.

       REMOVE-SOURCE-ITEMS SECTION.
           MOVE ZERO TO WS-REMOVED-COUNT
           OPEN I-O SOURCE-LIST
           IF WS-SOURCE-STATUS NOT = '00'
              DISPLAY "TODOMOVE: cannot open "
                 FUNCTION TRIM(WS-SOURCE-FILENAME)
                 " (status " WS-SOURCE-STATUS ")"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                    UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                 PERFORM REMOVE-ONE-SOURCE-ITEM
              END-PERFORM
              CLOSE SOURCE-LIST
           END-IF
          EXIT.

       REMOVE-ONE-SOURCE-ITEM SECTION.
           MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX)
             TO ITEM-ID IN SOURCE-LIST-REC
           READ SOURCE-LIST INTO WS-TDLIST
              INVALID KEY
                 DISPLAY "TODOMOVE: ID " WS-MOVE-OLD-ID (WS-MOVE-IDX)
                    " vanished from "
                    FUNCTION TRIM(WS-SOURCE-FILENAME)
              NOT INVALID KEY
                 DELETE SOURCE-LIST RECORD
                    INVALID KEY
                       DISPLAY "TODOMOVE: delete failed for ID "
                          WS-MOVE-OLD-ID (WS-MOVE-IDX)
                       IF RETURN-CODE < 4
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    NOT INVALID KEY
                       ADD 1 TO WS-REMOVED-COUNT
                       MOVE 'CLEAR' TO CONF-FUNCTION
                       MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX)
                         TO CONF-ITEM-ID
                       PERFORM CALL-CONFIDENTIAL-MARKER
                       MOVE WS-TDLIST TO WS-JRNL-BEFORE
                       MOVE 'XFER-OUT' TO WS-JRNL-ACTION
                       PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                       MOVE 'XFER-OUT' TO WS-AUDIT-ACTION
                       MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX)
                         TO WS-AUDIT-ITEM-ID
                       MOVE SPACES TO WS-AUDIT-CONTENT
                       STRING 'to ' FUNCTION TRIM(WS-TO-TAG)
                              ' as ID ' WS-MOVE-NEW-ID (WS-MOVE-IDX)
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM WRITE-AUDIT-LOG-ENTRY
                 END-DELETE
           END-READ
          EXIT.

       LOAD-DEPS-TABLE SECTION.
           MOVE ZERO TO WS-DEP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEPS-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-DEP-COUNT < 999
                          ADD 1 TO WS-DEP-COUNT
                          MOVE WS-DEP-PRED
                            TO WS-DEP-E-PRED (WS-DEP-COUNT)
                          MOVE WS-DEP-SUCC
                            TO WS-DEP-E-SUCC (WS-DEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       CARRY-DEPENDENCIES SECTION.
           MOVE 'N' TO WS-DEP-CHANGED
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
              MOVE WS-DEP-E-PRED (WS-DEP-IDX) TO WS-LOOKUP-ID
              PERFORM FIND-MOVED-ID
              MOVE WS-MOVE-HIT TO WS-DEP-PRED-HIT
              MOVE WS-DEP-E-SUCC (WS-DEP-IDX) TO WS-LOOKUP-ID
              PERFORM FIND-MOVED-ID
              MOVE WS-MOVE-HIT TO WS-DEP-SUCC-HIT
              EVALUATE TRUE
                 WHEN WS-DEP-PRED-HIT > ZERO
                       AND WS-DEP-SUCC-HIT > ZERO
                    MOVE WS-MOVE-NEW-ID (WS-DEP-PRED-HIT)
                      TO WS-DEP-E-PRED (WS-DEP-IDX)
                    MOVE WS-MOVE-NEW-ID (WS-DEP-SUCC-HIT)
                      TO WS-DEP-E-SUCC (WS-DEP-IDX)
                    MOVE 'Y' TO WS-DEP-CHANGED
                    ADD 1 TO WS-DEP-CARRIED
                 WHEN WS-DEP-PRED-HIT > ZERO
                    MOVE WS-MOVE-NEW-ID (WS-DEP-PRED-HIT)
                      TO WS-NOTE-TARGET-ID
                    MOVE SPACES TO WS-NOTE-TEXT-NEW
                    STRING 'Link dropped on move from '
                           FUNCTION TRIM(WS-FROM-TAG)
                           ': ID ' WS-DEP-E-SUCC (WS-DEP-IDX)
                           ' waited on this item'
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT-NEW
                    PERFORM ADD-TRANSFER-NOTE
                    MOVE WS-DEP-E-SUCC (WS-DEP-IDX)
                      TO WS-NOTE-TARGET-ID
                    MOVE SPACES TO WS-NOTE-TEXT-NEW
                    STRING 'Link dropped: predecessor '
                           WS-DEP-E-PRED (WS-DEP-IDX)
                           ' moved to ' FUNCTION TRIM(WS-TO-TAG)
                           ' as ID ' WS-MOVE-NEW-ID (WS-DEP-PRED-HIT)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT-NEW
                    PERFORM ADD-TRANSFER-NOTE
                    MOVE ZERO TO WS-DEP-E-PRED (WS-DEP-IDX)
                    MOVE 'Y' TO WS-DEP-CHANGED
                    ADD 1 TO WS-DEP-DROPPED
                 WHEN WS-DEP-SUCC-HIT > ZERO
                    MOVE WS-MOVE-NEW-ID (WS-DEP-SUCC-HIT)
                      TO WS-NOTE-TARGET-ID
                    MOVE SPACES TO WS-NOTE-TEXT-NEW
                    STRING 'Link dropped on move from '
                           FUNCTION TRIM(WS-FROM-TAG)
                           ': waited on ID ' WS-DEP-E-PRED (WS-DEP-IDX)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT-NEW
                    PERFORM ADD-TRANSFER-NOTE
                    MOVE WS-DEP-E-PRED (WS-DEP-IDX)
                      TO WS-NOTE-TARGET-ID
                    MOVE SPACES TO WS-NOTE-TEXT-NEW
                    STRING 'Link dropped: successor '
                           WS-DEP-E-SUCC (WS-DEP-IDX)
                           ' moved to ' FUNCTION TRIM(WS-TO-TAG)
                           ' as ID ' WS-MOVE-NEW-ID (WS-DEP-SUCC-HIT)
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT-NEW
                    PERFORM ADD-TRANSFER-NOTE
                    MOVE ZERO TO WS-DEP-E-PRED (WS-DEP-IDX)
                    MOVE 'Y' TO WS-DEP-CHANGED
                    ADD 1 TO WS-DEP-DROPPED
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           IF WS-DEP-CHANGED = 'Y'
              OPEN OUTPUT DEPS-FILE
              PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                 IF WS-DEP-E-PRED (WS-DEP-IDX) > ZERO
                    MOVE WS-DEP-E-PRED (WS-DEP-IDX) TO WS-DEP-PRED
                    MOVE WS-DEP-E-SUCC (WS-DEP-IDX) TO WS-DEP-SUCC
                    WRITE DEPS-RECORD FROM WS-DEPS-LINE
                 END-IF
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       ADD-TRANSFER-NOTE SECTION.
           IF WS-NOTE-COUNT < 999
              MOVE ZERO TO WS-NOTE-SEQ-MAX
              PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                    UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                 MOVE WS-NOTE-ENTRY (WS-NOTE-IDX) TO WS-NOTE-RECORD
                 IF WS-NOTE-R-ITEM-ID = WS-NOTE-TARGET-ID
                       AND WS-NOTE-R-SEQ > WS-NOTE-SEQ-MAX
                    MOVE WS-NOTE-R-SEQ TO WS-NOTE-SEQ-MAX
                 END-IF
              END-PERFORM
              MOVE SPACES TO WS-NOTE-RECORD
              MOVE WS-NOTE-TARGET-ID TO WS-NOTE-R-ITEM-ID
              COMPUTE WS-NOTE-R-SEQ = WS-NOTE-SEQ-MAX + 1
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
              STRING WS-CURRENT-DATETIME (1:8) '-'
                     WS-CURRENT-DATETIME (9:6)
                 DELIMITED BY SIZE INTO WS-NOTE-R-STAMP
              MOVE WS-MOVE-USER TO WS-NOTE-R-OWNER
              MOVE WS-NOTE-TEXT-NEW TO WS-NOTE-R-TEXT
              ADD 1 TO WS-NOTE-COUNT
              MOVE WS-NOTE-RECORD TO WS-NOTE-ENTRY (WS-NOTE-COUNT)
              MOVE 'Y' TO WS-NOTE-CHANGED
           ELSE
              DISPLAY "TODOMOVE: note table full, not recorded for ID "
                 WS-NOTE-TARGET-ID ": " WS-NOTE-TEXT-NEW
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
          EXIT.

       LOAD-NOTES-TABLE SECTION.
           MOVE ZERO TO WS-NOTE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-COUNT < 999
                          ADD 1 TO WS-NOTE-COUNT
                          MOVE WS-NOTE-LINE
                            TO WS-NOTE-ENTRY (WS-NOTE-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-NOTE-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
          EXIT.

       CARRY-NOTES SECTION.
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                 UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
              MOVE WS-NOTE-ENTRY (WS-NOTE-IDX) TO WS-NOTE-LINE
              MOVE WS-NOTE-ITEM-ID TO WS-LOOKUP-ID
              PERFORM FIND-MOVED-ID
              IF WS-MOVE-HIT > ZERO
                 MOVE WS-MOVE-NEW-ID (WS-MOVE-HIT) TO WS-NOTE-ITEM-ID
                 MOVE WS-NOTE-LINE TO WS-NOTE-ENTRY (WS-NOTE-IDX)
                 MOVE 'Y' TO WS-NOTE-CHANGED
                 ADD 1 TO WS-NOTE-MOVED
              END-IF
           END-PERFORM
           IF WS-NOTE-CHANGED = 'Y'
              OPEN OUTPUT NOTES-FILE
              PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                    UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                 WRITE NOTES-RECORD FROM WS-NOTE-ENTRY (WS-NOTE-IDX)
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
          EXIT.

       CARRY-WORK-POSTINGS SECTION.
           OPEN I-O WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                    UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                 PERFORM CARRY-ONE-ITEM-WORK
              END-PERFORM
              CLOSE WORK-FILE
           END-IF
           OPEN I-O WORKTOT-FILE
           IF WS-WORKTOT-STATUS = '00'
              PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                    UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
                 PERFORM CARRY-ONE-WORK-TOTAL
              END-PERFORM
              CLOSE WORKTOT-FILE
           END-IF
          EXIT.

       CARRY-ONE-ITEM-WORK SECTION.
           MOVE ZERO TO WS-WMOVE-COUNT
           MOVE 'N' TO WS-WORK-EOF
           MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX)
             TO WORK-ITEM-ID IN WORK-FILE-REC
           MOVE ZERO TO WORK-SEQ IN WORK-FILE-REC
           START WORK-FILE KEY IS >= WORK-KEY IN WORK-FILE-REC
              INVALID KEY MOVE 'Y' TO WS-WORK-EOF
           END-START
           PERFORM UNTIL WS-WORK-EOF = 'Y'
              READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                 AT END MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END
                    IF WORK-ITEM-ID IN WS-WORK-REC
                          NOT = WS-MOVE-OLD-ID (WS-MOVE-IDX)
                       MOVE 'Y' TO WS-WORK-EOF
                    ELSE
                       IF WS-WMOVE-COUNT < 200
                          ADD 1 TO WS-WMOVE-COUNT
                          MOVE WS-WORK-REC
                            TO WS-WMOVE-ENTRY (WS-WMOVE-COUNT)
                          DELETE WORK-FILE RECORD
                             INVALID KEY
                                CONTINUE
                          END-DELETE
                       ELSE
                          ADD 1 TO WS-WORK-SKIPPED
                          DISPLAY "TODOMOVE: posting "
                             WORK-KEY IN WS-WORK-REC
                             " left under item "
                             WS-MOVE-OLD-ID (WS-MOVE-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           PERFORM VARYING WS-WMOVE-IDX FROM 1 BY 1
                 UNTIL WS-WMOVE-IDX > WS-WMOVE-COUNT
              MOVE WS-WMOVE-ENTRY (WS-WMOVE-IDX) TO WS-WORK-REC
              MOVE WS-MOVE-NEW-ID (WS-MOVE-IDX)
                TO WORK-ITEM-ID IN WS-WORK-REC
              WRITE WORK-FILE-REC FROM WS-WORK-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-WORK-MOVED
              END-WRITE
           END-PERFORM
          EXIT.

       CARRY-ONE-WORK-TOTAL SECTION.
           MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX) TO TOT-ITEM-ID
           READ WORKTOT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE WORKTOT-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 MOVE WS-MOVE-NEW-ID (WS-MOVE-IDX) TO TOT-ITEM-ID
                 WRITE WORKTOT-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-READ
          EXIT.

       WRITE-CROSS-REFERENCES SECTION.
           OPEN EXTEND XFER-FILE
           IF WS-XFER-STATUS = '35'
              OPEN OUTPUT XFER-FILE
           END-IF
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
              MOVE SPACES TO WS-XFER-LINE
              MOVE WS-TODAY-DATE TO WS-XFER-DATE
              MOVE WS-FROM-TAG TO WS-XFER-FROM-TAG
              MOVE WS-MOVE-OLD-ID (WS-MOVE-IDX) TO WS-XFER-OLD-ID
              MOVE WS-TO-TAG TO WS-XFER-TO-TAG
              MOVE WS-MOVE-NEW-ID (WS-MOVE-IDX) TO WS-XFER-NEW-ID
              MOVE WS-MOVE-USER TO WS-XFER-USER
              WRITE XFER-RECORD FROM WS-XFER-LINE
           END-PERFORM
           CLOSE XFER-FILE
          EXIT.

       RESET-RECORD-COUNT-CONTROL SECTION.
           IF WS-SOURCE-FILENAME = WS-TDLIST-FILENAME
                 OR WS-TARGET-FILENAME = WS-TDLIST-FILENAME
              OPEN INPUT COUNT-FILE
              IF WS-COUNT-STATUS = '00'
                 CLOSE COUNT-FILE
                 MOVE WS-TDLIST-FILENAME TO WS-SOURCE-FILENAME
                 MOVE ZERO TO WS-RECORD-COUNT
                 MOVE 'N' TO WS-EOF
                 OPEN INPUT SOURCE-LIST
                 IF WS-SOURCE-STATUS = '00'
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ SOURCE-LIST NEXT RECORD INTO WS-TDLIST
                          AT END MOVE 'Y' TO WS-EOF
                          NOT AT END
                             ADD 1 TO WS-RECORD-COUNT
                       END-READ
                    END-PERFORM
                    CLOSE SOURCE-LIST
                 END-IF
                 OPEN OUTPUT COUNT-FILE
                 WRITE COUNT-RECORD FROM WS-RECORD-COUNT
                 CLOSE COUNT-FILE
              END-IF
           END-IF
          EXIT.

       PRINT-TRANSFER-SUMMARY SECTION.
           DISPLAY "===================================="
           DISPLAY "  TODOLIST ITEM TRANSFER"
           DISPLAY "  From " FUNCTION TRIM(WS-FROM-TAG)
              " to " FUNCTION TRIM(WS-TO-TAG)
           DISPLAY "===================================="
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                 UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
              DISPLAY "  ID " WS-MOVE-OLD-ID (WS-MOVE-IDX)
                 " -> ID " WS-MOVE-NEW-ID (WS-MOVE-IDX)
           END-PERFORM
           DISPLAY "Items moved:         " WS-REMOVED-COUNT
           DISPLAY "Notes carried:       " WS-NOTE-MOVED
           DISPLAY "Postings carried:    " WS-WORK-MOVED
           DISPLAY "Links carried:       " WS-DEP-CARRIED
           DISPLAY "Links made notes:    " WS-DEP-DROPPED
           DISPLAY "===================================="
           IF WS-WORK-SKIPPED > ZERO
              DISPLAY "TODOMOVE: " WS-WORK-SKIPPED
                 " work posting(s) beyond the move limit"
                 " left under their original items"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
          EXIT.

       WRITE-CHANGE-JOURNAL-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-JRNL-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-JRNL-STAMP
           MOVE WS-MOVE-USER TO WS-JRNL-USER
           MOVE WS-TDLIST TO WS-JRNL-AFTER

           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE
           CLOSE JOURNAL-FILE
          EXIT.

       WRITE-AUDIT-LOG-ENTRY SECTION.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE WS-AUDIT-ITEM-ID TO AUD-ITEM-ID
           MOVE WS-AUDIT-CONTENT TO AUD-CONTENT
           CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
          EXIT.

       END PROGRAM TODOMOVE.
