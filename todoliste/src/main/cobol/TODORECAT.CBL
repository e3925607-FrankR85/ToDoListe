       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORECAT.

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
         SELECT PAIR-FILE ASSIGN TO 'todorecat.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAIR-STATUS.
         SELECT CATMASTER-FILE ASSIGN TO 'todocatmst.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATMST-STATUS.
         SELECT TEMPLATE-FILE ASSIGN TO 'todotmpl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEMPLATE-STATUS.
         SELECT RATE-FILE ASSIGN TO 'todorate.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATE-STATUS.
         SELECT VIEW-FILE ASSIGN TO 'todoviews.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEW-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT MAINT-FILE ASSIGN TO 'todomaint.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD PAIR-FILE.
          01 PAIR-RECORD PIC X(21).
          FD CATMASTER-FILE.
          01 CATMASTER-RECORD PIC X(18).
          FD TEMPLATE-FILE.
          01 TEMPLATE-RECORD PIC X(77).
          FD RATE-FILE.
          01 RATE-RECORD PIC X(47).
          FD VIEW-FILE.
          01 VIEW-FILE-RECORD PIC X(106).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD MAINT-FILE.
          01 MAINT-FILE-RECORD PIC X(28).
       WORKING-STORAGE SECTION.
        01 WS-MAINT-STATUS PIC XX.
        01 WS-MAINT-NAME PIC X(20) VALUE 'todomaint.txt'.
        01 WS-MAINT-DATETIME PIC X(21).
        01 WS-MAINT-RECORD.
           05 WS-MAINT-FLAG PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-MAINT-SET-BY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MAINT-STAMP PIC X(15).
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-PAIR-STATUS PIC XX.
        01 WS-CATMST-STATUS PIC XX.
        01 WS-TEMPLATE-STATUS PIC XX.
        01 WS-RATE-STATUS PIC XX.
        01 WS-VIEW-STATUS PIC XX.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-APPLY-MODE PIC X(3).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-PAIR-LINE.
           05 WS-PAIR-OLD-TEXT PIC X(10).
           05 FILLER PIC X.
           05 WS-PAIR-NEW-TEXT PIC X(10).
        01 WS-PAIR-TABLE.
           03 WS-PAIR-ENTRY OCCURS 20 TIMES.
              05 WS-PAIR-OLD PIC X(10).
              05 WS-PAIR-NEW PIC X(10).
              05 WS-PAIR-MASTER PIC X(6).
              05 WS-PAIR-ITEMS PIC 9(5).
              05 WS-PAIR-TEMPLATES PIC 9(5).
              05 WS-PAIR-RATES PIC 9(5).
              05 WS-PAIR-VIEWS PIC 9(5).
        01 WS-PAIR-COUNT PIC 9(2) VALUE ZERO.
        01 WS-PAIR-IDX PIC 9(2) VALUE ZERO.
        01 WS-PAIR-SCAN PIC 9(2) VALUE ZERO.
        01 WS-PAIR-ERRORS PIC 9(2) VALUE ZERO.
        01 WS-PAIR-OVERFLOW PIC X VALUE 'N'.
        01 WS-CATMST-LINE.
           05 WS-CATMST-NAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-PRIO PIC 9(1).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-LEAD PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CATMST-APPROVAL PIC X(1).
        01 WS-CAT-TABLE.
           03 WS-CAT-ENTRY PIC X(18) OCCURS 99 TIMES.
        01 WS-CAT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CAT-IDX PIC 9(3) VALUE ZERO.
        01 WS-CAT-HIT PIC 9(2) VALUE ZERO.
        01 WS-CAT-LOOKUP PIC X(10).
        01 WS-CATMST-PRESENT PIC X VALUE 'N'.
        01 WS-CATMST-CHANGED PIC X VALUE 'N'.
        01 WS-OLD-HIT PIC 9(2) VALUE ZERO.
        01 WS-TEMPLATE-LINE.
           05 WS-TMPL-NAME PIC X(10).
           05 FILLER PIC X.
           05 WS-TMPL-SEQ PIC 9(2).
           05 FILLER PIC X.
           05 WS-TMPL-CONTENT PIC X(35).
           05 FILLER PIC X.
           05 WS-TMPL-CATEGORY PIC X(10).
           05 FILLER PIC X.
           05 WS-TMPL-PRIORITY PIC 9(1).
           05 FILLER PIC X.
           05 WS-TMPL-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-TMPL-OFFSET PIC 9(3).
        01 WS-TMPL-TABLE.
           03 WS-TMPL-ENTRY PIC X(77) OCCURS 999 TIMES.
        01 WS-TMPL-COUNT PIC 9(3) VALUE ZERO.
        01 WS-TMPL-IDX PIC 9(4) VALUE ZERO.
        01 WS-TMPL-OVERFLOW PIC X VALUE 'N'.
        01 WS-TMPL-CHANGED PIC X VALUE 'N'.
        01 WS-RATE-LINE.
           05 WS-RATE-CATEGORY PIC X(10).
           05 FILLER PIC X(37).
        01 WS-RATE-TABLE.
           03 WS-RATE-ENTRY PIC X(47) OCCURS 999 TIMES.
        01 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-RATE-IDX PIC 9(4) VALUE ZERO.
        01 WS-RATE-OVERFLOW PIC X VALUE 'N'.
        01 WS-RATE-CHANGED PIC X VALUE 'N'.
        01 WS-VIEW-RECORD.
           COPY TODOVIEWREC.
        01 WS-VIEW-TABLE.
           03 WS-VIEW-ENTRY PIC X(106) OCCURS 500 TIMES.
        01 WS-VIEW-COUNT PIC 9(3) VALUE ZERO.
        01 WS-VIEW-IDX PIC 9(3) VALUE ZERO.
        01 WS-VIEW-OVERFLOW PIC X VALUE 'N'.
        01 WS-VIEW-CHANGED PIC X VALUE 'N'.
        01 WS-BATCH-TABLE.
           03 WS-BATCH-ID PIC 9(5) OCCURS 999 TIMES.
        01 WS-BATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-BATCH-IDX PIC 9(4) VALUE ZERO.
        01 WS-BATCH-DONE PIC 9(3) VALUE ZERO.
        01 WS-ITEM-DONE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ITEM-FAILED PIC 9(5) VALUE ZERO.
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
        01 WS-AUDIT-ACTION PIC X(12) VALUE 'RECAT'.
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

           MOVE SPACES TO WS-APPLY-MODE
           ACCEPT WS-APPLY-MODE FROM ENVIRONMENT "TODORECAT_APPLY"
           MOVE FUNCTION UPPER-CASE(WS-APPLY-MODE) TO WS-APPLY-MODE

           PERFORM LOAD-PAIR-FILE
           IF WS-PAIR-STATUS NOT = '00'
              DISPLAY "TODORECAT: cannot open todorecat.txt, status "
                 WS-PAIR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-PAIR-COUNT = ZERO
              DISPLAY "TODORECAT: todorecat.txt holds no"
                 " old/new category pairs"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-CATEGORY-MASTER
           PERFORM VALIDATE-PAIRS
           IF WS-PAIR-ERRORS > ZERO
              DISPLAY "TODORECAT: " WS-PAIR-ERRORS
                 " pair(s) rejected, nothing changed"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "TODORECAT: cannot open list file, status "
                 WS-TDLIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              PERFORM COUNT-PAIR-ITEMS
           END-PERFORM
           CLOSE TDLIST

           PERFORM LOAD-TEMPLATE-TABLE
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-VIEW-TABLE
           PERFORM COUNT-SIDE-FILE-ENTRIES
           PERFORM DISPLAY-PAIR-COUNTS

           IF WS-APPLY-MODE NOT = 'YES'
              DISPLAY "TODORECAT: dry run, set TODORECAT_APPLY=YES"
                 " to change the files"
              GOBACK
           END-IF

           PERFORM SET-MAINT-SWITCH
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              PERFORM RECAT-PAIR-ITEMS
           END-PERFORM
           PERFORM APPLY-PAIRS-TO-MASTER
           PERFORM APPLY-PAIRS-TO-TEMPLATES
           PERFORM APPLY-PAIRS-TO-RATES
           PERFORM APPLY-PAIRS-TO-VIEWS
           PERFORM CLEAR-MAINT-SWITCH

           DISPLAY "TODORECAT: recategorised " WS-ITEM-DONE-COUNT
              " item(s)"
           IF WS-ITEM-FAILED > ZERO
              DISPLAY "TODORECAT: " WS-ITEM-FAILED
                 " item(s) could not be rewritten"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-TMPL-OVERFLOW = 'Y' OR WS-RATE-OVERFLOW = 'Y'
                 OR WS-VIEW-OVERFLOW = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-PAIR-FILE SECTION.
           MOVE ZERO TO WS-PAIR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAIR-FILE
           IF WS-PAIR-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 MOVE SPACES TO WS-PAIR-LINE
                 READ PAIR-FILE INTO WS-PAIR-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-PAIR-LINE NOT = SPACES
                          IF WS-PAIR-COUNT < 20
                             ADD 1 TO WS-PAIR-COUNT
                             MOVE WS-PAIR-OLD-TEXT
                               TO WS-PAIR-OLD (WS-PAIR-COUNT)
                             MOVE WS-PAIR-NEW-TEXT
                               TO WS-PAIR-NEW (WS-PAIR-COUNT)
                             MOVE SPACES
                               TO WS-PAIR-MASTER (WS-PAIR-COUNT)
                             MOVE ZERO
                               TO WS-PAIR-ITEMS (WS-PAIR-COUNT)
                             MOVE ZERO
                               TO WS-PAIR-TEMPLATES (WS-PAIR-COUNT)
                             MOVE ZERO
                               TO WS-PAIR-RATES (WS-PAIR-COUNT)
                             MOVE ZERO
                               TO WS-PAIR-VIEWS (WS-PAIR-COUNT)
                          ELSE
                             MOVE 'Y' TO WS-PAIR-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAIR-FILE
              MOVE '00' TO WS-PAIR-STATUS
           END-IF
          EXIT.

       LOAD-CATEGORY-MASTER SECTION.
           MOVE ZERO TO WS-CAT-COUNT
           MOVE 'N' TO WS-CATMST-PRESENT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATMASTER-FILE
           IF WS-CATMST-STATUS = '00'
              MOVE 'Y' TO WS-CATMST-PRESENT
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CATMASTER-FILE INTO WS-CATMST-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CATMST-NAME NOT = SPACES
                             AND WS-CAT-COUNT < 99
                          ADD 1 TO WS-CAT-COUNT
                          MOVE WS-CATMST-LINE
                            TO WS-CAT-ENTRY (WS-CAT-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATMASTER-FILE
           END-IF
          EXIT.

       FIND-CATEGORY-IN-TABLE SECTION.
           MOVE ZERO TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              MOVE WS-CAT-ENTRY (WS-CAT-IDX) TO WS-CATMST-LINE
              IF WS-CATMST-NAME = WS-CAT-LOOKUP
                 MOVE WS-CAT-IDX TO WS-CAT-HIT
              END-IF
           END-PERFORM
          EXIT.

       VALIDATE-PAIRS SECTION.
           MOVE ZERO TO WS-PAIR-ERRORS
           IF WS-PAIR-OVERFLOW = 'Y'
              DISPLAY "TODORECAT: more than 20 pairs in"
                 " todorecat.txt"
              ADD 1 TO WS-PAIR-ERRORS
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              PERFORM VALIDATE-ONE-PAIR
           END-PERFORM
           IF WS-CATMST-PRESENT = 'N'
              DISPLAY "TODORECAT: no category master, targets"
                 " not validated"
           END-IF
          EXIT.

       VALIDATE-ONE-PAIR SECTION.
           EVALUATE TRUE
              WHEN WS-PAIR-OLD (WS-PAIR-IDX) = SPACES
                    OR WS-PAIR-NEW (WS-PAIR-IDX) = SPACES
                 DISPLAY "TODORECAT: pair " WS-PAIR-IDX
                    " needs an old and a new category"
                 ADD 1 TO WS-PAIR-ERRORS
              WHEN WS-PAIR-OLD (WS-PAIR-IDX)
                    = WS-PAIR-NEW (WS-PAIR-IDX)
                 DISPLAY "TODORECAT: pair " WS-PAIR-IDX
                    " maps " WS-PAIR-OLD (WS-PAIR-IDX)
                    " onto itself"
                 ADD 1 TO WS-PAIR-ERRORS
              WHEN OTHER
                 PERFORM CHECK-PAIR-AGAINST-OTHERS
                 PERFORM CHECK-PAIR-AGAINST-MASTER
           END-EVALUATE
          EXIT.

       CHECK-PAIR-AGAINST-OTHERS SECTION.
           PERFORM VARYING WS-PAIR-SCAN FROM 1 BY 1
                 UNTIL WS-PAIR-SCAN > WS-PAIR-COUNT
              IF WS-PAIR-SCAN < WS-PAIR-IDX
                    AND WS-PAIR-OLD (WS-PAIR-SCAN)
                       = WS-PAIR-OLD (WS-PAIR-IDX)
                 DISPLAY "TODORECAT: " WS-PAIR-OLD (WS-PAIR-IDX)
                    " appears twice as old category"
                 ADD 1 TO WS-PAIR-ERRORS
              END-IF
              IF WS-PAIR-OLD (WS-PAIR-SCAN)
                    = WS-PAIR-NEW (WS-PAIR-IDX)
                 DISPLAY "TODORECAT: " WS-PAIR-NEW (WS-PAIR-IDX)
                    " is both a target and renamed itself"
                 ADD 1 TO WS-PAIR-ERRORS
              END-IF
           END-PERFORM
          EXIT.

       CHECK-PAIR-AGAINST-MASTER SECTION.
           IF WS-CATMST-PRESENT = 'Y'
              MOVE WS-PAIR-OLD (WS-PAIR-IDX) TO WS-CAT-LOOKUP
              PERFORM FIND-CATEGORY-IN-TABLE
              MOVE WS-CAT-HIT TO WS-OLD-HIT
              MOVE WS-PAIR-NEW (WS-PAIR-IDX) TO WS-CAT-LOOKUP
              PERFORM FIND-CATEGORY-IN-TABLE
              IF WS-CAT-HIT = ZERO
                 PERFORM VARYING WS-PAIR-SCAN FROM 1 BY 1
                       UNTIL WS-PAIR-SCAN >= WS-PAIR-IDX
                    IF WS-PAIR-NEW (WS-PAIR-SCAN)
                          = WS-PAIR-NEW (WS-PAIR-IDX)
                          AND WS-PAIR-MASTER (WS-PAIR-SCAN)
                             = 'RENAME'
                       MOVE 99 TO WS-CAT-HIT
                    END-IF
                 END-PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN WS-CAT-HIT > ZERO AND WS-OLD-HIT > ZERO
                    MOVE 'MERGE' TO WS-PAIR-MASTER (WS-PAIR-IDX)
                 WHEN WS-CAT-HIT > ZERO
                    MOVE 'NONE' TO WS-PAIR-MASTER (WS-PAIR-IDX)
                 WHEN WS-OLD-HIT > ZERO
                    MOVE 'RENAME' TO WS-PAIR-MASTER (WS-PAIR-IDX)
                 WHEN OTHER
                    DISPLAY "TODORECAT: target "
                       WS-PAIR-NEW (WS-PAIR-IDX)
                       " is not in the category master"
                    ADD 1 TO WS-PAIR-ERRORS
              END-EVALUATE
           ELSE
              MOVE 'NONE' TO WS-PAIR-MASTER (WS-PAIR-IDX)
           END-IF
          EXIT.

       COUNT-PAIR-ITEMS SECTION.
           MOVE ZERO TO WS-PAIR-ITEMS (WS-PAIR-IDX)
           MOVE 'N' TO WS-EOF
           MOVE WS-PAIR-OLD (WS-PAIR-IDX)
             TO ITEM-CATEGORY IN TDLIST-FILE
           START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-CATEGORY IN WS-TDLIST
                          NOT = WS-PAIR-OLD (WS-PAIR-IDX)
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       ADD 1 TO WS-PAIR-ITEMS (WS-PAIR-IDX)
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       LOAD-TEMPLATE-TABLE SECTION.
           MOVE ZERO TO WS-TMPL-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TEMPLATE-FILE
           IF WS-TEMPLATE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TEMPLATE-FILE INTO WS-TEMPLATE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TMPL-COUNT < 999
                          ADD 1 TO WS-TMPL-COUNT
                          MOVE WS-TEMPLATE-LINE
                            TO WS-TMPL-ENTRY (WS-TMPL-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-TMPL-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TEMPLATE-FILE
           END-IF
          EXIT.

       LOAD-RATE-TABLE SECTION.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RATE-FILE INTO WS-RATE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-RATE-COUNT < 999
                          ADD 1 TO WS-RATE-COUNT
                          MOVE WS-RATE-LINE
                            TO WS-RATE-ENTRY (WS-RATE-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-RATE-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF
          EXIT.

       LOAD-VIEW-TABLE SECTION.
           MOVE ZERO TO WS-VIEW-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT VIEW-FILE
           IF WS-VIEW-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ VIEW-FILE INTO WS-VIEW-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-VIEW-COUNT < 500
                          ADD 1 TO WS-VIEW-COUNT
                          MOVE WS-VIEW-RECORD
                            TO WS-VIEW-ENTRY (WS-VIEW-COUNT)
                       ELSE
                          MOVE 'Y' TO WS-VIEW-OVERFLOW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VIEW-FILE
           END-IF
          EXIT.

       COUNT-SIDE-FILE-ENTRIES SECTION.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                    UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                 MOVE WS-TMPL-ENTRY (WS-TMPL-IDX) TO WS-TEMPLATE-LINE
                 IF WS-TMPL-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                    ADD 1 TO WS-PAIR-TEMPLATES (WS-PAIR-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 MOVE WS-RATE-ENTRY (WS-RATE-IDX) TO WS-RATE-LINE
                 IF WS-RATE-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                    ADD 1 TO WS-PAIR-RATES (WS-PAIR-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                    UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                 MOVE WS-VIEW-ENTRY (WS-VIEW-IDX) TO WS-VIEW-RECORD
                 IF VIEW-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                    ADD 1 TO WS-PAIR-VIEWS (WS-PAIR-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
          EXIT.

       DISPLAY-PAIR-COUNTS SECTION.
           DISPLAY "=================================================="
           DISPLAY "  TODORECAT CATEGORY RENAME / MERGE"
           DISPLAY "=================================================="
           DISPLAY "  Old        New        Master  Items Tmpl  Rate"
              "  View"
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              DISPLAY "  " WS-PAIR-OLD (WS-PAIR-IDX)
                 " " WS-PAIR-NEW (WS-PAIR-IDX)
                 " " WS-PAIR-MASTER (WS-PAIR-IDX)
                 "  " WS-PAIR-ITEMS (WS-PAIR-IDX)
                 " " WS-PAIR-TEMPLATES (WS-PAIR-IDX)
                 " " WS-PAIR-RATES (WS-PAIR-IDX)
                 " " WS-PAIR-VIEWS (WS-PAIR-IDX)
           END-PERFORM
           DISPLAY "=================================================="
           IF WS-TMPL-OVERFLOW = 'Y'
              DISPLAY "TODORECAT: todotmpl.txt exceeds the 999 line"
                 " work table, templates will be left unchanged"
           END-IF
           IF WS-RATE-OVERFLOW = 'Y'
              DISPLAY "TODORECAT: todorate.txt exceeds the 999 line"
                 " work table, rates will be left unchanged"
           END-IF
           IF WS-VIEW-OVERFLOW = 'Y'
              DISPLAY "TODORECAT: todoviews.txt exceeds the 500 line"
                 " work table, views will be left unchanged"
           END-IF
          EXIT.

       RECAT-PAIR-ITEMS SECTION.
           MOVE 1 TO WS-BATCH-DONE
           PERFORM UNTIL WS-BATCH-DONE = ZERO
              PERFORM COLLECT-PAIR-BATCH
              MOVE ZERO TO WS-BATCH-DONE
              IF WS-BATCH-COUNT > ZERO
                 OPEN I-O TDLIST
                 IF WS-TDLIST-STATUS = '00'
                    PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                          UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                       PERFORM RECAT-ONE-ITEM
                    END-PERFORM
                    CLOSE TDLIST
                 ELSE
                    DISPLAY "TODORECAT: cannot open list file,"
                       " status " WS-TDLIST-STATUS
                    ADD WS-BATCH-COUNT TO WS-ITEM-FAILED
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       COLLECT-PAIR-BATCH SECTION.
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              MOVE WS-PAIR-OLD (WS-PAIR-IDX)
                TO ITEM-CATEGORY IN TDLIST-FILE
              START TDLIST KEY IS = ITEM-CATEGORY IN TDLIST-FILE
                 INVALID KEY MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ITEM-CATEGORY IN WS-TDLIST
                             NOT = WS-PAIR-OLD (WS-PAIR-IDX)
                             OR WS-BATCH-COUNT >= 999
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          ADD 1 TO WS-BATCH-COUNT
                          MOVE ITEM-ID IN WS-TDLIST
                            TO WS-BATCH-ID (WS-BATCH-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       RECAT-ONE-ITEM SECTION.
           MOVE WS-BATCH-ID (WS-BATCH-IDX) TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
              INVALID KEY
                 ADD 1 TO WS-ITEM-FAILED
              NOT INVALID KEY
                 MOVE WS-TDLIST TO WS-JRNL-BEFORE
                 MOVE WS-PAIR-NEW (WS-PAIR-IDX)
                   TO ITEM-CATEGORY IN WS-TDLIST
                 REWRITE TDLIST-FILE FROM WS-TDLIST
                    INVALID KEY
                       ADD 1 TO WS-ITEM-FAILED
                       DISPLAY "TODORECAT: rewrite failed for ID "
                          ITEM-ID IN WS-TDLIST
                    NOT INVALID KEY
                       ADD 1 TO WS-BATCH-DONE
                       ADD 1 TO WS-ITEM-DONE-COUNT
                       MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
                       MOVE SPACES TO WS-AUDIT-CONTENT
                       STRING FUNCTION TRIM(WS-PAIR-OLD (WS-PAIR-IDX))
                              ' -> '
                              FUNCTION TRIM(WS-PAIR-NEW (WS-PAIR-IDX))
                          DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
                       PERFORM WRITE-AUDIT-LOG-ENTRY
                       PERFORM WRITE-CHANGE-JOURNAL-ENTRY
                 END-REWRITE
           END-READ
          EXIT.

       APPLY-PAIRS-TO-MASTER SECTION.
           MOVE 'N' TO WS-CATMST-CHANGED
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                 UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
              MOVE WS-PAIR-OLD (WS-PAIR-IDX) TO WS-CAT-LOOKUP
              PERFORM FIND-CATEGORY-IN-TABLE
              IF WS-CAT-HIT > ZERO
                 IF WS-PAIR-MASTER (WS-PAIR-IDX) = 'RENAME'
                    MOVE WS-CAT-ENTRY (WS-CAT-HIT) TO WS-CATMST-LINE
                    MOVE WS-PAIR-NEW (WS-PAIR-IDX) TO WS-CATMST-NAME
                    MOVE WS-CATMST-LINE TO WS-CAT-ENTRY (WS-CAT-HIT)
                 ELSE
                    MOVE SPACES TO WS-CAT-ENTRY (WS-CAT-HIT)
                 END-IF
                 MOVE 'Y' TO WS-CATMST-CHANGED
              END-IF
           END-PERFORM
           IF WS-CATMST-CHANGED = 'Y'
              OPEN OUTPUT CATMASTER-FILE
              PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                    UNTIL WS-CAT-IDX > WS-CAT-COUNT
                 IF WS-CAT-ENTRY (WS-CAT-IDX) NOT = SPACES
                    WRITE CATMASTER-RECORD
                       FROM WS-CAT-ENTRY (WS-CAT-IDX)
                 END-IF
              END-PERFORM
              CLOSE CATMASTER-FILE
              DISPLAY "TODORECAT: category master updated"
           END-IF
          EXIT.

       APPLY-PAIRS-TO-TEMPLATES SECTION.
           IF WS-TMPL-OVERFLOW = 'N'
              PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                    UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                 MOVE WS-TMPL-ENTRY (WS-TMPL-IDX) TO WS-TEMPLATE-LINE
                 PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                    IF WS-TMPL-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                       MOVE WS-PAIR-NEW (WS-PAIR-IDX)
                         TO WS-TMPL-CATEGORY
                       MOVE WS-TEMPLATE-LINE
                         TO WS-TMPL-ENTRY (WS-TMPL-IDX)
                       MOVE 'Y' TO WS-TMPL-CHANGED
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-TMPL-CHANGED = 'Y'
                 OPEN OUTPUT TEMPLATE-FILE
                 PERFORM VARYING WS-TMPL-IDX FROM 1 BY 1
                       UNTIL WS-TMPL-IDX > WS-TMPL-COUNT
                    WRITE TEMPLATE-RECORD
                       FROM WS-TMPL-ENTRY (WS-TMPL-IDX)
                 END-PERFORM
                 CLOSE TEMPLATE-FILE
                 DISPLAY "TODORECAT: templates updated"
              END-IF
           END-IF
          EXIT.

       APPLY-PAIRS-TO-RATES SECTION.
           IF WS-RATE-OVERFLOW = 'N'
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                    UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 MOVE WS-RATE-ENTRY (WS-RATE-IDX) TO WS-RATE-LINE
                 PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                    IF WS-RATE-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                       MOVE WS-PAIR-NEW (WS-PAIR-IDX)
                         TO WS-RATE-CATEGORY
                       MOVE WS-RATE-LINE
                         TO WS-RATE-ENTRY (WS-RATE-IDX)
                       MOVE 'Y' TO WS-RATE-CHANGED
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-RATE-CHANGED = 'Y'
                 OPEN OUTPUT RATE-FILE
                 PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                    WRITE RATE-RECORD
                       FROM WS-RATE-ENTRY (WS-RATE-IDX)
                 END-PERFORM
                 CLOSE RATE-FILE
                 DISPLAY "TODORECAT: billing rates updated"
              END-IF
           END-IF
          EXIT.

       APPLY-PAIRS-TO-VIEWS SECTION.
           IF WS-VIEW-OVERFLOW = 'N'
              PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                    UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                 MOVE WS-VIEW-ENTRY (WS-VIEW-IDX) TO WS-VIEW-RECORD
                 PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                    IF VIEW-CATEGORY = WS-PAIR-OLD (WS-PAIR-IDX)
                       MOVE WS-PAIR-NEW (WS-PAIR-IDX)
                         TO VIEW-CATEGORY
                       MOVE WS-VIEW-RECORD
                         TO WS-VIEW-ENTRY (WS-VIEW-IDX)
                       MOVE 'Y' TO WS-VIEW-CHANGED
                    END-IF
                 END-PERFORM
              END-PERFORM
              IF WS-VIEW-CHANGED = 'Y'
                 OPEN OUTPUT VIEW-FILE
                 PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                       UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                    WRITE VIEW-FILE-RECORD
                       FROM WS-VIEW-ENTRY (WS-VIEW-IDX)
                 END-PERFORM
                 CLOSE VIEW-FILE
                 DISPLAY "TODORECAT: saved views updated"
              END-IF
           END-IF
          EXIT.

       WRITE-CHANGE-JOURNAL-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-JRNL-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-JRNL-STAMP
           MOVE 'BATCH' TO WS-JRNL-USER
           MOVE 'RECAT' TO WS-JRNL-ACTION
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

       SET-MAINT-SWITCH SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-MAINT-DATETIME
           MOVE SPACES TO WS-MAINT-RECORD
           MOVE 'Y' TO WS-MAINT-FLAG
           MOVE 'RECAT' TO WS-MAINT-SET-BY
           STRING WS-MAINT-DATETIME (1:8) '-'
                  WS-MAINT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-MAINT-STAMP
           OPEN OUTPUT MAINT-FILE
           WRITE MAINT-FILE-RECORD FROM WS-MAINT-RECORD
           CLOSE MAINT-FILE
          EXIT.

       CLEAR-MAINT-SWITCH SECTION.
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS = '00'
              CLOSE MAINT-FILE
              CALL "CBL_DELETE_FILE" USING WS-MAINT-NAME
              MOVE ZERO TO RETURN-CODE
           END-IF
          EXIT.

       END PROGRAM TODORECAT.
