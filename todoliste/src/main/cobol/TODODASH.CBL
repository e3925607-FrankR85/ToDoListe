       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODASH.

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
         SELECT CONFIG-FILE ASSIGN TO 'todolists.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT DEPS-FILE ASSIGN TO 'tododeps.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT HISTORY-FILE ASSIGN TO 'todohist.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
         SELECT HTML-FILE ASSIGN DYNAMIC WS-HTML-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HTML-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD CONFIG-FILE.
          01 CONFIG-RECORD PIC X(51).
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
          FD HISTORY-FILE.
          01 HISTORY-RECORD PIC X(52).
          FD HTML-FILE.
          01 HTML-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-HISTORY-STATUS PIC XX.
        01 WS-HTML-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-MAIN-FILENAME PIC X(40).
        01 WS-HTML-DIR PIC X(40).
        01 WS-HTML-FILENAME PIC X(60).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X.
        01 WS-CONFIG-EOF PIC X VALUE 'N'.
        01 WS-DEPS-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-WEEK-END-DATE PIC 9(8).
        01 WS-TREND-FROM-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-WEEKDAY PIC 9.
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-CONFIG-LINE.
           05 WS-CFG-TAG PIC X(10).
           05 FILLER PIC X.
           05 WS-CFG-FILE PIC X(40).
        01 WS-LIST-TABLE.
           03 WS-LIST-ROW OCCURS 20 TIMES.
              05 WS-LIST-TAG PIC X(10).
              05 WS-LIST-FILE PIC X(40).
              05 WS-LIST-READABLE PIC X.
              05 WS-LIST-FIRST-CELL PIC 9(3).
        01 WS-LIST-COUNT PIC 9(2) VALUE ZERO.
        01 WS-LIST-IDX PIC 9(2) VALUE ZERO.
        01 WS-CELL-TABLE.
           03 WS-CELL-ROW OCCURS 300 TIMES.
              05 WS-CELL-LIST PIC 9(2).
              05 WS-CELL-CATEGORY PIC X(10).
              05 WS-CELL-OPEN PIC 9(5).
              05 WS-CELL-PROG PIC 9(5).
              05 WS-CELL-WAIT PIC 9(5).
              05 WS-CELL-DONE PIC 9(5).
              05 WS-CELL-OVERDUE PIC 9(5).
              05 WS-CELL-WEEK PIC 9(5).
              05 WS-CELL-BLOCKED PIC 9(5).
        01 WS-CELL-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CELL-IDX PIC 9(3) VALUE ZERO.
        01 WS-CELL-HIT PIC 9(3) VALUE ZERO.
        01 WS-CELL-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-TEAM-TOTALS.
           05 WS-TOT-OPEN PIC 9(5).
           05 WS-TOT-PROG PIC 9(5).
           05 WS-TOT-WAIT PIC 9(5).
           05 WS-TOT-DONE PIC 9(5).
           05 WS-TOT-OVERDUE PIC 9(5).
           05 WS-TOT-WEEK PIC 9(5).
           05 WS-TOT-BLOCKED PIC 9(5).
        01 WS-DEPS-LINE.
           05 WS-DEP-PRED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEP-SUCC PIC 9(5).
        01 WS-DEP-TABLE.
           03 WS-DEP-ENTRY OCCURS 999 TIMES.
              05 WS-DEP-E-PRED PIC 9(5).
              05 WS-DEP-E-SUCC PIC 9(5).
              05 WS-DEP-E-OPEN PIC X.
        01 WS-DEP-COUNT PIC 9(4) VALUE ZERO.
        01 WS-DEP-IDX PIC 9(4) VALUE ZERO.
        01 WS-DEP-WAIT-ON PIC 9(5) VALUE ZERO.
        01 WS-IS-MAIN-LIST PIC X VALUE 'N'.
        01 WS-OVERDUE-TABLE.
           03 WS-OVD-ROW OCCURS 50 TIMES.
              05 WS-OVD-TAG PIC X(10).
              05 WS-OVD-ID PIC 9(5).
              05 WS-OVD-DUE PIC 9(8).
              05 WS-OVD-OWNER PIC X(10).
              05 WS-OVD-CONTENT PIC X(35).
        01 WS-OVD-COUNT PIC 9(2) VALUE ZERO.
        01 WS-OVD-TOTAL PIC 9(5) VALUE ZERO.
        01 WS-BLOCKED-TABLE.
           03 WS-BLK-ROW OCCURS 50 TIMES.
              05 WS-BLK-TAG PIC X(10).
              05 WS-BLK-ID PIC 9(5).
              05 WS-BLK-WAIT-ON PIC 9(5).
              05 WS-BLK-OWNER PIC X(10).
              05 WS-BLK-CONTENT PIC X(35).
        01 WS-BLK-COUNT PIC 9(2) VALUE ZERO.
        01 WS-BLK-TOTAL PIC 9(5) VALUE ZERO.
        01 WS-ROW-IDX PIC 9(2) VALUE ZERO.
        01 WS-HISTORY-EOF PIC X VALUE 'N'.
        01 WS-SNAPSHOT.
           05 WS-SNAP-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WS-SNAP-OPEN PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-DONE PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-OVERDUE PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-ADDS PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-COMPLETIONS PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-PROG PIC 9(5).
           05 FILLER PIC X.
           05 WS-SNAP-WAIT PIC 9(5).
        01 WS-TREND-ROWS PIC 9(3) VALUE ZERO.
        01 WS-ESC-SOURCE PIC X(35).
        01 WS-ESC-CHAR PIC X.
        01 WS-ESC-SRC-IDX PIC 9(2).
        01 WS-ESCAPED-CONTENT PIC X(175).
        01 WS-ESCAPED-LENGTH PIC 9(3).
        01 WS-HTML-LINE PIC X(400).
        01 WS-HTML-PTR PIC 9(3).
        01 WS-NUM-EDIT PIC ZZZZ9.
        01 WS-DATE-EDIT PIC 9999/99/99.
        01 WS-ITEM-TOTAL PIC 9(6) VALUE ZERO.
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ITEM-CHECKED PIC X VALUE 'N'.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-MAIN-FILENAME
           ACCEPT WS-MAIN-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-MAIN-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-MAIN-FILENAME
           END-IF

           MOVE SPACES TO WS-HTML-DIR
           ACCEPT WS-HTML-DIR FROM ENVIRONMENT "TODODASH_DIR"
           IF WS-HTML-DIR = SPACES
              MOVE 'htdocs' TO WS-HTML-DIR
           END-IF
           MOVE SPACES TO WS-HTML-FILENAME
           STRING FUNCTION TRIM(WS-HTML-DIR) '/tododash.html'
              DELIMITED BY SIZE INTO WS-HTML-FILENAME

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           COMPUTE WS-WEEKDAY =
              FUNCTION MOD (WS-TODAY-INTEGER - 1, 7) + 1
           COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INTEGER + 7 - WS-WEEKDAY)
           COMPUTE WS-TREND-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INTEGER - 30)

           PERFORM LOAD-LIST-CONFIG
           PERFORM LOAD-DEP-TABLE

           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                 UNTIL WS-LIST-IDX > WS-LIST-COUNT
              PERFORM SCAN-ONE-LIST
           END-PERFORM

           OPEN OUTPUT HTML-FILE
           IF WS-HTML-STATUS NOT = '00'
              DISPLAY "TODODASH: cannot write "
                 FUNCTION TRIM(WS-HTML-FILENAME)
                 " (status " WS-HTML-STATUS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-PAGE-HEADER
           PERFORM WRITE-STATUS-TABLE
           PERFORM WRITE-OVERDUE-ITEMS
           PERFORM WRITE-BLOCKED-ITEMS
           PERFORM WRITE-TREND-TABLE
           MOVE '</body></html>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           CLOSE HTML-FILE

           DISPLAY "TODODASH: " WS-ITEM-TOTAL " item(s) from "
              WS-LIST-COUNT " list(s) written to "
              FUNCTION TRIM(WS-HTML-FILENAME)
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODODASH: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           IF WS-CELL-SKIPPED > ZERO
              DISPLAY "TODODASH: table full, " WS-CELL-SKIPPED
                 " item(s) not tallied"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-LIST-CONFIG SECTION.
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = '00'
              PERFORM UNTIL WS-CONFIG-EOF = 'Y'
                 READ CONFIG-FILE INTO WS-CONFIG-LINE
                    AT END MOVE 'Y' TO WS-CONFIG-EOF
                    NOT AT END
                       IF WS-CFG-TAG NOT = SPACES
                             AND WS-CFG-FILE NOT = SPACES
                             AND WS-LIST-COUNT < 20
                          ADD 1 TO WS-LIST-COUNT
                          MOVE WS-CFG-TAG
                            TO WS-LIST-TAG (WS-LIST-COUNT)
                          MOVE WS-CFG-FILE
                            TO WS-LIST-FILE (WS-LIST-COUNT)
                          MOVE 'N'
                            TO WS-LIST-READABLE (WS-LIST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONFIG-FILE
           END-IF
           IF WS-LIST-COUNT = ZERO
              MOVE 1 TO WS-LIST-COUNT
              MOVE 'MAIN' TO WS-LIST-TAG (1)
              MOVE WS-MAIN-FILENAME TO WS-LIST-FILE (1)
              MOVE 'N' TO WS-LIST-READABLE (1)
           END-IF
          EXIT.

       LOAD-DEP-TABLE SECTION.
           MOVE ZERO TO WS-DEP-COUNT
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = '00'
              PERFORM UNTIL WS-DEPS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEPS-LINE
                    AT END MOVE 'Y' TO WS-DEPS-EOF
                    NOT AT END
                       IF WS-DEP-COUNT < 999
                          ADD 1 TO WS-DEP-COUNT
                          MOVE WS-DEP-PRED
                            TO WS-DEP-E-PRED (WS-DEP-COUNT)
                          MOVE WS-DEP-SUCC
                            TO WS-DEP-E-SUCC (WS-DEP-COUNT)
                          MOVE 'N' TO WS-DEP-E-OPEN (WS-DEP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       SCAN-ONE-LIST SECTION.
           MOVE WS-LIST-FILE (WS-LIST-IDX) TO WS-TDLIST-FILENAME
           COMPUTE WS-LIST-FIRST-CELL (WS-LIST-IDX) = WS-CELL-COUNT + 1
           MOVE 'N' TO WS-IS-MAIN-LIST
           IF WS-TDLIST-FILENAME = WS-MAIN-FILENAME
                 AND WS-DEP-COUNT > ZERO
              MOVE 'Y' TO WS-IS-MAIN-LIST
           END-IF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "TODODASH: cannot open "
                 FUNCTION TRIM(WS-TDLIST-FILENAME)
                 " (status " WS-TDLIST-STATUS ")"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO WS-LIST-READABLE (WS-LIST-IDX)
              IF WS-IS-MAIN-LIST = 'Y'
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ TDLIST NEXT RECORD INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          PERFORM MARK-OPEN-PREDECESSOR
                    END-READ
                 END-PERFORM
                 CLOSE TDLIST
                 OPEN INPUT TDLIST
              END-IF
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM TALLY-ONE-ITEM
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
          EXIT.

       MARK-OPEN-PREDECESSOR SECTION.
           IF ITEM-ACTIVE IN WS-TDLIST
              PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                    UNTIL WS-DEP-IDX > WS-DEP-COUNT
                 IF WS-DEP-E-PRED (WS-DEP-IDX) = ITEM-ID IN WS-TDLIST
                    MOVE 'Y' TO WS-DEP-E-OPEN (WS-DEP-IDX)
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       TALLY-ONE-ITEM SECTION.
           ADD 1 TO WS-ITEM-TOTAL
           MOVE 'N' TO WS-ITEM-CHECKED
           PERFORM FIND-CATEGORY-CELL
           IF WS-CELL-HIT = ZERO
              ADD 1 TO WS-CELL-SKIPPED
           ELSE
              EVALUATE TRUE
                 WHEN ITEM-OPEN IN WS-TDLIST
                    ADD 1 TO WS-CELL-OPEN (WS-CELL-HIT)
                 WHEN ITEM-IN-PROGRESS IN WS-TDLIST
                    ADD 1 TO WS-CELL-PROG (WS-CELL-HIT)
                 WHEN ITEM-WAITING IN WS-TDLIST
                    ADD 1 TO WS-CELL-WAIT (WS-CELL-HIT)
                 WHEN ITEM-AWAITING-APPR IN WS-TDLIST
                    ADD 1 TO WS-CELL-WAIT (WS-CELL-HIT)
                 WHEN ITEM-DONE IN WS-TDLIST
                    ADD 1 TO WS-CELL-DONE (WS-CELL-HIT)
              END-EVALUATE
           END-IF
           IF ITEM-ACTIVE IN WS-TDLIST
              IF ITEM-DUE-DATE IN WS-TDLIST > ZERO
                    AND ITEM-DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
                 IF WS-CELL-HIT > ZERO
                    ADD 1 TO WS-CELL-OVERDUE (WS-CELL-HIT)
                 END-IF
                 PERFORM ADD-OVERDUE-ENTRY
              END-IF
              IF ITEM-DUE-DATE IN WS-TDLIST >= WS-TODAY-DATE
                    AND ITEM-DUE-DATE IN WS-TDLIST <= WS-WEEK-END-DATE
                    AND WS-CELL-HIT > ZERO
                 ADD 1 TO WS-CELL-WEEK (WS-CELL-HIT)
              END-IF
              IF WS-IS-MAIN-LIST = 'Y'
                 PERFORM CHECK-ITEM-BLOCKED
                 IF WS-DEP-WAIT-ON > ZERO
                    IF WS-CELL-HIT > ZERO
                       ADD 1 TO WS-CELL-BLOCKED (WS-CELL-HIT)
                    END-IF
                    PERFORM ADD-BLOCKED-ENTRY
                 END-IF
              END-IF
           END-IF
          EXIT.

       FIND-CATEGORY-CELL SECTION.
           MOVE ZERO TO WS-CELL-HIT
           PERFORM VARYING WS-CELL-IDX
                 FROM WS-LIST-FIRST-CELL (WS-LIST-IDX) BY 1
                 UNTIL WS-CELL-IDX > WS-CELL-COUNT
                    OR WS-CELL-HIT > ZERO
              IF WS-CELL-CATEGORY (WS-CELL-IDX)
                    = ITEM-CATEGORY IN WS-TDLIST
                 MOVE WS-CELL-IDX TO WS-CELL-HIT
              END-IF
           END-PERFORM
           IF WS-CELL-HIT = ZERO AND WS-CELL-COUNT < 300
              MOVE WS-LIST-FIRST-CELL (WS-LIST-IDX) TO WS-CELL-HIT
              PERFORM UNTIL WS-CELL-HIT > WS-CELL-COUNT
                    OR WS-CELL-CATEGORY (WS-CELL-HIT)
                       > ITEM-CATEGORY IN WS-TDLIST
                 ADD 1 TO WS-CELL-HIT
              END-PERFORM
              PERFORM VARYING WS-CELL-IDX FROM WS-CELL-COUNT BY -1
                    UNTIL WS-CELL-IDX < WS-CELL-HIT
                 MOVE WS-CELL-ROW (WS-CELL-IDX)
                   TO WS-CELL-ROW (WS-CELL-IDX + 1)
              END-PERFORM
              ADD 1 TO WS-CELL-COUNT
              MOVE WS-LIST-IDX TO WS-CELL-LIST (WS-CELL-HIT)
              MOVE ITEM-CATEGORY IN WS-TDLIST
                TO WS-CELL-CATEGORY (WS-CELL-HIT)
              MOVE ZERO TO WS-CELL-OPEN (WS-CELL-HIT)
                 WS-CELL-PROG (WS-CELL-HIT)
                 WS-CELL-WAIT (WS-CELL-HIT)
                 WS-CELL-DONE (WS-CELL-HIT)
                 WS-CELL-OVERDUE (WS-CELL-HIT)
                 WS-CELL-WEEK (WS-CELL-HIT)
                 WS-CELL-BLOCKED (WS-CELL-HIT)
           END-IF
          EXIT.

       CHECK-ITEM-BLOCKED SECTION.
           MOVE ZERO TO WS-DEP-WAIT-ON
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
                    OR WS-DEP-WAIT-ON > ZERO
              IF WS-DEP-E-SUCC (WS-DEP-IDX) = ITEM-ID IN WS-TDLIST
                    AND WS-DEP-E-OPEN (WS-DEP-IDX) = 'Y'
                 MOVE WS-DEP-E-PRED (WS-DEP-IDX) TO WS-DEP-WAIT-ON
              END-IF
           END-PERFORM
          EXIT.

       ADD-OVERDUE-ENTRY SECTION.
           ADD 1 TO WS-OVD-TOTAL
           IF WS-OVD-COUNT < 50
              PERFORM MASK-CONFIDENTIAL-ITEM
              ADD 1 TO WS-OVD-COUNT
              MOVE WS-LIST-TAG (WS-LIST-IDX)
                TO WS-OVD-TAG (WS-OVD-COUNT)
              MOVE ITEM-ID IN WS-TDLIST TO WS-OVD-ID (WS-OVD-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
                TO WS-OVD-DUE (WS-OVD-COUNT)
              MOVE ITEM-OWNER IN WS-TDLIST
                TO WS-OVD-OWNER (WS-OVD-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO WS-OVD-CONTENT (WS-OVD-COUNT)
           END-IF
          EXIT.

       ADD-BLOCKED-ENTRY SECTION.
           ADD 1 TO WS-BLK-TOTAL
           IF WS-BLK-COUNT < 50
              PERFORM MASK-CONFIDENTIAL-ITEM
              ADD 1 TO WS-BLK-COUNT
              MOVE WS-LIST-TAG (WS-LIST-IDX)
                TO WS-BLK-TAG (WS-BLK-COUNT)
              MOVE ITEM-ID IN WS-TDLIST TO WS-BLK-ID (WS-BLK-COUNT)
              MOVE WS-DEP-WAIT-ON TO WS-BLK-WAIT-ON (WS-BLK-COUNT)
              MOVE ITEM-OWNER IN WS-TDLIST
                TO WS-BLK-OWNER (WS-BLK-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO WS-BLK-CONTENT (WS-BLK-COUNT)
           END-IF
          EXIT.

       MASK-CONFIDENTIAL-ITEM SECTION.
           IF WS-ITEM-CHECKED = 'N'
              MOVE 'Y' TO WS-ITEM-CHECKED
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
              MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
              MOVE SPACES TO CONF-USER
              MOVE SPACES TO CONF-ROLE
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF CONF-IS-MARKED
                 MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
                 ADD 1 TO WS-MASKED-COUNT
              END-IF
           END-IF
          EXIT.

       ESCAPE-HTML-TEXT SECTION.
           MOVE SPACES TO WS-ESCAPED-CONTENT
           MOVE 1 TO WS-ESCAPED-LENGTH
           PERFORM VARYING WS-ESC-SRC-IDX FROM 1 BY 1
                 UNTIL WS-ESC-SRC-IDX > 35
              MOVE WS-ESC-SOURCE (WS-ESC-SRC-IDX:1) TO WS-ESC-CHAR
              EVALUATE WS-ESC-CHAR
                 WHEN '&'
                    MOVE '&amp;' TO
                       WS-ESCAPED-CONTENT (WS-ESCAPED-LENGTH:5)
                    ADD 5 TO WS-ESCAPED-LENGTH
                 WHEN '<'
                    MOVE '&lt;' TO
                       WS-ESCAPED-CONTENT (WS-ESCAPED-LENGTH:4)
                    ADD 4 TO WS-ESCAPED-LENGTH
                 WHEN '>'
                    MOVE '&gt;' TO
                       WS-ESCAPED-CONTENT (WS-ESCAPED-LENGTH:4)
                    ADD 4 TO WS-ESCAPED-LENGTH
                 WHEN OTHER
                    MOVE WS-ESC-CHAR TO
                       WS-ESCAPED-CONTENT (WS-ESCAPED-LENGTH:1)
                    ADD 1 TO WS-ESCAPED-LENGTH
              END-EVALUATE
           END-PERFORM
           SUBTRACT 1 FROM WS-ESCAPED-LENGTH
           IF WS-ESCAPED-LENGTH = 0
              MOVE 1 TO WS-ESCAPED-LENGTH
           END-IF
          EXIT.

       APPEND-ESCAPED-CELL SECTION.
           PERFORM ESCAPE-HTML-TEXT
           STRING '<td>'
                  FUNCTION TRIM(WS-ESCAPED-CONTENT
                     (1:WS-ESCAPED-LENGTH) TRAILING)
                  '</td>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
              WITH POINTER WS-HTML-PTR
          EXIT.

       APPEND-NUMBER-CELL SECTION.
           STRING '<td class="num">' FUNCTION TRIM(WS-NUM-EDIT) '</td>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
              WITH POINTER WS-HTML-PTR
          EXIT.

       START-HTML-ROW SECTION.
           MOVE SPACES TO WS-HTML-LINE
           MOVE 1 TO WS-HTML-PTR
           STRING '<tr>' DELIMITED BY SIZE INTO WS-HTML-LINE
              WITH POINTER WS-HTML-PTR
          EXIT.

       END-HTML-ROW SECTION.
           STRING '</tr>' DELIMITED BY SIZE INTO WS-HTML-LINE
              WITH POINTER WS-HTML-PTR
           PERFORM WRITE-HTML-LINE
          EXIT.

       WRITE-HTML-LINE SECTION.
           WRITE HTML-RECORD FROM WS-HTML-LINE
           MOVE SPACES TO WS-HTML-LINE
          EXIT.

       WRITE-PAGE-HEADER SECTION.
           MOVE '<!DOCTYPE html>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<html><head><meta charset="utf-8">' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<title>ToDo team dashboard</title>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<style>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE 'body { font-family: sans-serif; }' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING 'table { border-collapse: collapse; '
                  'margin-bottom: 1em; }'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE 'th, td { border: 1px solid #999; padding: 2px 6px; }'
             TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '.num { text-align: right; }' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '.total { font-weight: bold; }' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '.overdue { color: red; }' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '</style>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '</head><body>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<h1>ToDo team dashboard</h1>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING '<p>Generated at '
                  WS-CURRENT-DATETIME (1:4) '-'
                  WS-CURRENT-DATETIME (5:2) '-'
                  WS-CURRENT-DATETIME (7:2) ' '
                  WS-CURRENT-DATETIME (9:2) ':'
                  WS-CURRENT-DATETIME (11:2) ':'
                  WS-CURRENT-DATETIME (13:2) '</p>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
          EXIT.

       WRITE-STATUS-TABLE SECTION.
           MOVE '<h2>Status by team and category</h2>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING '<tr><th>Team</th><th>Category</th><th>Open</th>'
                  '<th>In progress</th><th>Waiting</th><th>Done</th>'
                  '<th>Overdue</th><th>Due this week</th>'
                  '<th>Blocked</th></tr>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                 UNTIL WS-LIST-IDX > WS-LIST-COUNT
              PERFORM WRITE-TEAM-ROWS
           END-PERFORM
           MOVE '</table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
          EXIT.

       WRITE-TEAM-ROWS SECTION.
           IF WS-LIST-READABLE (WS-LIST-IDX) NOT = 'Y'
              PERFORM START-HTML-ROW
              MOVE WS-LIST-TAG (WS-LIST-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              STRING '<td colspan="8">list not readable</td>'
                 DELIMITED BY SIZE INTO WS-HTML-LINE
                 WITH POINTER WS-HTML-PTR
              PERFORM END-HTML-ROW
           ELSE
              MOVE ZERO TO WS-TOT-OPEN WS-TOT-PROG WS-TOT-WAIT
                 WS-TOT-DONE WS-TOT-OVERDUE WS-TOT-WEEK
                 WS-TOT-BLOCKED
              PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                    UNTIL WS-CELL-IDX > WS-CELL-COUNT
                 IF WS-CELL-LIST (WS-CELL-IDX) = WS-LIST-IDX
                    PERFORM WRITE-CATEGORY-ROW
                 END-IF
              END-PERFORM
              PERFORM START-HTML-ROW
              STRING '<td class="total">'
                 DELIMITED BY SIZE INTO WS-HTML-LINE
                 WITH POINTER WS-HTML-PTR
              MOVE WS-LIST-TAG (WS-LIST-IDX) TO WS-ESC-SOURCE
              PERFORM ESCAPE-HTML-TEXT
              STRING FUNCTION TRIM(WS-ESCAPED-CONTENT
                        (1:WS-ESCAPED-LENGTH) TRAILING)
                     '</td><td class="total">Total</td>'
                 DELIMITED BY SIZE INTO WS-HTML-LINE
                 WITH POINTER WS-HTML-PTR
              MOVE WS-TOT-OPEN TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-PROG TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-WAIT TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-DONE TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-OVERDUE TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-WEEK TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              MOVE WS-TOT-BLOCKED TO WS-NUM-EDIT
              PERFORM APPEND-NUMBER-CELL
              PERFORM END-HTML-ROW
           END-IF
          EXIT.

       WRITE-CATEGORY-ROW SECTION.
           ADD WS-CELL-OPEN (WS-CELL-IDX) TO WS-TOT-OPEN
           ADD WS-CELL-PROG (WS-CELL-IDX) TO WS-TOT-PROG
           ADD WS-CELL-WAIT (WS-CELL-IDX) TO WS-TOT-WAIT
           ADD WS-CELL-DONE (WS-CELL-IDX) TO WS-TOT-DONE
           ADD WS-CELL-OVERDUE (WS-CELL-IDX) TO WS-TOT-OVERDUE
           ADD WS-CELL-WEEK (WS-CELL-IDX) TO WS-TOT-WEEK
           ADD WS-CELL-BLOCKED (WS-CELL-IDX) TO WS-TOT-BLOCKED
           PERFORM START-HTML-ROW
           MOVE WS-LIST-TAG (WS-LIST-IDX) TO WS-ESC-SOURCE
           PERFORM APPEND-ESCAPED-CELL
           IF WS-CELL-CATEGORY (WS-CELL-IDX) = SPACES
              MOVE '(none)' TO WS-ESC-SOURCE
           ELSE
              MOVE WS-CELL-CATEGORY (WS-CELL-IDX) TO WS-ESC-SOURCE
           END-IF
           PERFORM APPEND-ESCAPED-CELL
           MOVE WS-CELL-OPEN (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-PROG (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-WAIT (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-DONE (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-OVERDUE (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-WEEK (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-CELL-BLOCKED (WS-CELL-IDX) TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           PERFORM END-HTML-ROW
          EXIT.

       WRITE-OVERDUE-ITEMS SECTION.
           MOVE WS-OVD-TOTAL TO WS-NUM-EDIT
           STRING '<h2>Overdue items (' FUNCTION TRIM(WS-NUM-EDIT)
                  ')</h2>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING '<tr><th>Team</th><th>ID</th><th>Due</th>'
                  '<th>Owner</th><th>Item</th></tr>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-OVD-COUNT
              PERFORM START-HTML-ROW
              MOVE WS-OVD-TAG (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              MOVE WS-OVD-DUE (WS-ROW-IDX) TO WS-DATE-EDIT
              STRING '<td class="num">' WS-OVD-ID (WS-ROW-IDX)
                     '</td><td class="overdue">' WS-DATE-EDIT '</td>'
                 DELIMITED BY SIZE INTO WS-HTML-LINE
                 WITH POINTER WS-HTML-PTR
              MOVE WS-OVD-OWNER (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              MOVE WS-OVD-CONTENT (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              PERFORM END-HTML-ROW
           END-PERFORM
           MOVE '</table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
          EXIT.

       WRITE-BLOCKED-ITEMS SECTION.
           MOVE WS-BLK-TOTAL TO WS-NUM-EDIT
           STRING '<h2>Blocked items (' FUNCTION TRIM(WS-NUM-EDIT)
                  ')</h2>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING '<tr><th>Team</th><th>ID</th><th>Waiting on</th>'
                  '<th>Owner</th><th>Item</th></tr>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-BLK-COUNT
              PERFORM START-HTML-ROW
              MOVE WS-BLK-TAG (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              STRING '<td class="num">' WS-BLK-ID (WS-ROW-IDX)
                     '</td><td class="num">' WS-BLK-WAIT-ON (WS-ROW-IDX)
                     '</td>'
                 DELIMITED BY SIZE INTO WS-HTML-LINE
                 WITH POINTER WS-HTML-PTR
              MOVE WS-BLK-OWNER (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              MOVE WS-BLK-CONTENT (WS-ROW-IDX) TO WS-ESC-SOURCE
              PERFORM APPEND-ESCAPED-CELL
              PERFORM END-HTML-ROW
           END-PERFORM
           MOVE '</table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
          EXIT.

       WRITE-TREND-TABLE SECTION.
           MOVE '<h2>Last 30 days</h2>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           MOVE '<table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           STRING '<tr><th>Date</th><th>Open</th><th>In progress</th>'
                  '<th>Waiting</th><th>Done</th><th>Overdue</th>'
                  '<th>Added</th><th>Closed</th></tr>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
              PERFORM UNTIL WS-HISTORY-EOF = 'Y'
                 READ HISTORY-FILE INTO WS-SNAPSHOT
                    AT END MOVE 'Y' TO WS-HISTORY-EOF
                    NOT AT END
                       IF WS-SNAP-DATE IS NUMERIC
                             AND WS-SNAP-DATE >= WS-TREND-FROM-DATE
                          PERFORM WRITE-TREND-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           MOVE '</table>' TO WS-HTML-LINE
           PERFORM WRITE-HTML-LINE
           IF WS-TREND-ROWS = ZERO
              MOVE '<p>No snapshots in the last 30 days.</p>'
                TO WS-HTML-LINE
              PERFORM WRITE-HTML-LINE
           END-IF
          EXIT.

       WRITE-TREND-ROW SECTION.
           ADD 1 TO WS-TREND-ROWS
           IF WS-SNAP-PROG IS NOT NUMERIC
              MOVE ZERO TO WS-SNAP-PROG
           END-IF
           IF WS-SNAP-WAIT IS NOT NUMERIC
              MOVE ZERO TO WS-SNAP-WAIT
           END-IF
           PERFORM START-HTML-ROW
           MOVE WS-SNAP-DATE TO WS-DATE-EDIT
           STRING '<td>' WS-DATE-EDIT '</td>'
              DELIMITED BY SIZE INTO WS-HTML-LINE
              WITH POINTER WS-HTML-PTR
           MOVE WS-SNAP-OPEN TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-PROG TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-WAIT TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-DONE TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-OVERDUE TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-ADDS TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           MOVE WS-SNAP-COMPLETIONS TO WS-NUM-EDIT
           PERFORM APPEND-NUMBER-CELL
           PERFORM END-HTML-ROW
          EXIT.

       END PROGRAM TODODASH.
