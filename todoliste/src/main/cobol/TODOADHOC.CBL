       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOADHOC.

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
         SELECT WORKTOT-FILE ASSIGN TO 'todowtot.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TOT-ITEM-ID
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORKTOT-STATUS.
         SELECT NOTES-FILE ASSIGN TO 'todonotes.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT CARD-FILE ASSIGN DYNAMIC WS-CARD-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARD-STATUS.
         SELECT REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WORKTOT-FILE.
          01 WORKTOT-REC.
             05 TOT-ITEM-ID PIC 9(5).
             05 TOT-MINUTES PIC 9(7).
          FD NOTES-FILE.
          01 NOTES-RECORD PIC X(100).
          FD CARD-FILE.
          01 CARD-RECORD PIC X(80).
          FD REPORT-FILE.
          01 REPORT-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WORKTOT-STATUS PIC XX.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-CARD-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-CARD-FILENAME PIC X(40).
        01 WS-REPORT-FILENAME PIC X(40).
        01 WS-WANTED-REPORT PIC X(8).
        01 WS-EOF PIC X.
        01 WS-CARD-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CARD-LINE.
           05 WS-CARD-KEY PIC X(8).
           05 FILLER PIC X.
           05 WS-CARD-REST PIC X(71).
        01 WS-CARD-NO PIC 9(4) VALUE ZERO.
        01 WS-TOKEN-TABLE.
           05 WS-TOKEN PIC X(35) OCCURS 6 TIMES.
        01 WS-TOKEN-IDX PIC 9(2) VALUE ZERO.
        01 WS-FIELD-CATALOG.
           05 FILLER PIC X(11) VALUE 'ID      05N'.
           05 FILLER PIC X(11) VALUE 'STATUS  06X'.
           05 FILLER PIC X(11) VALUE 'CONTENT 35X'.
           05 FILLER PIC X(11) VALUE 'CATEGORY10X'.
           05 FILLER PIC X(11) VALUE 'DUE     08N'.
           05 FILLER PIC X(11) VALUE 'DONE    08N'.
           05 FILLER PIC X(11) VALUE 'OWNER   10X'.
           05 FILLER PIC X(11) VALUE 'CREATED 08N'.
           05 FILLER PIC X(11) VALUE 'PRIORITY08N'.
           05 FILLER PIC X(11) VALUE 'RECUR   07X'.
           05 FILLER PIC X(11) VALUE 'PARENT  06N'.
           05 FILLER PIC X(11) VALUE 'MINUTES 07N'.
           05 FILLER PIC X(11) VALUE 'NOTES   05N'.
        01 WS-FIELD-NAMES REDEFINES WS-FIELD-CATALOG.
           05 WS-CAT-ENTRY OCCURS 13 TIMES.
              10 WS-CAT-NAME PIC X(8).
              10 WS-CAT-WIDTH PIC 9(2).
              10 WS-CAT-TYPE PIC X.
        01 WS-CAT-COUNT PIC 9(2) VALUE 13.
        01 WS-CAT-IDX PIC 9(2) VALUE ZERO.
        01 WS-LOOKUP-NAME PIC X(35).
        01 WS-LOOKUP-CODE PIC 9(2) VALUE ZERO.
        01 WS-DEFINITION.
           05 WS-DEF-NAME PIC X(8).
           05 WS-DEF-SCHEDULE PIC X(8).
           05 WS-DEF-TITLE PIC X(60).
           05 WS-DEF-FORMAT PIC X(5).
           05 WS-DEF-OUTPUT PIC X(40).
           05 WS-DEF-PAGE-LINES PIC 9(3).
           05 WS-DEF-FIELD-COUNT PIC 9(2).
           05 WS-DEF-FIELD PIC 9(2) OCCURS 13 TIMES.
           05 WS-DEF-SELECT-COUNT PIC 9(2).
           05 WS-DEF-SELECT OCCURS 10 TIMES.
              10 WS-SEL-FIELD PIC 9(2).
              10 WS-SEL-OP PIC X(2).
              10 WS-SEL-VALUE PIC X(35).
           05 WS-DEF-SORT-COUNT PIC 9.
           05 WS-DEF-SORT OCCURS 3 TIMES.
              10 WS-SORT-FIELD PIC 9(2).
              10 WS-SORT-DIR PIC X(4).
           05 WS-DEF-BREAK-COUNT PIC 9.
           05 WS-BRK-FIELD PIC 9(2) OCCURS 2 TIMES.
           05 WS-DEF-TOTAL-COUNT PIC 9.
           05 WS-TOT-FIELD PIC 9(2) OCCURS 4 TIMES.
        01 WS-DEF-OPEN PIC X VALUE 'N'.
        01 WS-DEF-BAD PIC X VALUE 'N'.
        01 WS-DEF-FOUND PIC X VALUE 'N'.
        01 WS-DEF-IDX PIC 9(2) VALUE ZERO.
        01 WS-NEED-MINUTES PIC X.
        01 WS-NEED-NOTES PIC X.
        01 WS-WORKTOT-OPEN PIC X.
        01 WS-CUR-ROW.
           COPY TDLISTREC.
           05 WS-CUR-MINUTES PIC 9(7).
           05 WS-CUR-NOTES PIC 9(5).
        01 WS-ROW-TABLE.
           03 WS-ROW-ENTRY OCCURS 999 TIMES.
              05 WS-ROW-DATA PIC X(113).
              05 WS-ROW-KEY PIC X(35) OCCURS 3 TIMES.
        01 WS-ROW-SWAP PIC X(218).
        01 WS-ROW-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ROW-IDX PIC 9(4) VALUE ZERO.
        01 WS-ROW-JDX PIC 9(4) VALUE ZERO.
        01 WS-ROW-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-ROW-WANTED PIC X.
        01 WS-ROW-ORDER PIC X.
        01 WS-NOTE-LINE.
           05 WS-NOTE-ITEM-ID PIC 9(5).
           05 WS-NOTE-REST PIC X(95).
        01 WS-NOTE-TABLE.
           03 WS-NOTE-ENTRY OCCURS 2000 TIMES.
              05 WS-NOTE-ID PIC 9(5).
              05 WS-NOTE-COUNT PIC 9(5).
        01 WS-NOTE-ENTRIES PIC 9(4) VALUE ZERO.
        01 WS-NOTE-IDX PIC 9(4) VALUE ZERO.
        01 WS-NOTE-HIT PIC 9(4) VALUE ZERO.
        01 WS-FLD-CODE PIC 9(2) VALUE ZERO.
        01 WS-FLD-VALUE PIC X(35).
        01 WS-CMP-LEFT PIC X(35).
        01 WS-CMP-RIGHT PIC X(35).
        01 WS-CMP-LEFT-NUM PIC S9(9).
        01 WS-CMP-RIGHT-NUM PIC S9(9).
        01 WS-CMP-RESULT PIC X.
        01 WS-SEL-IDX PIC 9(2) VALUE ZERO.
        01 WS-KEY-IDX PIC 9 VALUE ZERO.
        01 WS-COL-TABLE.
           03 WS-COL-ENTRY OCCURS 13 TIMES.
              05 WS-COL-POS PIC 9(3).
              05 WS-COL-WIDTH PIC 9(2).
        01 WS-COL-IDX PIC 9(2) VALUE ZERO.
        01 WS-LINE-WIDTH PIC 9(3) VALUE ZERO.
        01 WS-PRINT-LINE PIC X(250).
        01 WS-HEADER-LINE PIC X(250).
        01 WS-FORM-FEED-LINE PIC X VALUE X'0C'.
        01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
        01 WS-LINE-PTR PIC 9(3) VALUE ZERO.
        01 WS-BREAK-TABLE.
           03 WS-BREAK-LEVEL OCCURS 2 TIMES.
              05 WS-BRK-VALUE PIC X(35).
              05 WS-BRK-ROWS PIC 9(5).
              05 WS-BRK-SUM PIC 9(9) OCCURS 4 TIMES.
        01 WS-BRK-IDX PIC 9 VALUE ZERO.
        01 WS-BRK-CHANGED PIC 9 VALUE ZERO.
        01 WS-GRAND-ROWS PIC 9(5) VALUE ZERO.
        01 WS-GRAND-SUM PIC 9(9) OCCURS 4 TIMES.
        01 WS-TOT-IDX PIC 9 VALUE ZERO.
        01 WS-REPORTS-RUN PIC 9(3) VALUE ZERO.
        01 WS-REPORTS-BAD PIC 9(3) VALUE ZERO.
        01 WS-REPORTS-SHORT PIC 9(3) VALUE ZERO.
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-CARD-FILENAME
           ACCEPT WS-CARD-FILENAME FROM ENVIRONMENT "TODOADHOC_CARDS"
           IF WS-CARD-FILENAME = SPACES
              MOVE 'todoadhoc.txt' TO WS-CARD-FILENAME
           END-IF

           MOVE SPACES TO WS-WANTED-REPORT
           ACCEPT WS-WANTED-REPORT FROM ENVIRONMENT "TODOADHOC_REPORT"
           MOVE FUNCTION UPPER-CASE(WS-WANTED-REPORT)
             TO WS-WANTED-REPORT

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
              IF WS-WANTED-REPORT = SPACES
                 DISPLAY "TODOADHOC: no report cards in "
                    FUNCTION TRIM(WS-CARD-FILENAME)
                    ", nothing to run"
              ELSE
                 DISPLAY "TODOADHOC: cannot open "
                    FUNCTION TRIM(WS-CARD-FILENAME)
                 MOVE 8 TO RETURN-CODE
              END-IF
              GOBACK
           END-IF

           PERFORM UNTIL WS-CARD-EOF = 'Y'
              READ CARD-FILE INTO WS-CARD-LINE
                 AT END MOVE 'Y' TO WS-CARD-EOF
                 NOT AT END
                    ADD 1 TO WS-CARD-NO
                    PERFORM PROCESS-ONE-CARD
              END-READ
           END-PERFORM
           CLOSE CARD-FILE
           IF WS-DEF-OPEN = 'Y'
              PERFORM FINISH-DEFINITION
           END-IF

           IF WS-WANTED-REPORT NOT = SPACES
                 AND WS-DEF-FOUND = 'N'
              DISPLAY "TODOADHOC: report "
                 FUNCTION TRIM(WS-WANTED-REPORT) " not found in "
                 FUNCTION TRIM(WS-CARD-FILENAME)
              ADD 1 TO WS-REPORTS-BAD
           END-IF

           DISPLAY "TODOADHOC: " WS-REPORTS-RUN " report(s) produced"
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODOADHOC: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           IF WS-REPORTS-BAD > ZERO
              DISPLAY "TODOADHOC: " WS-REPORTS-BAD
                 " report(s) not produced"
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REPORTS-SHORT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK
          .

       PROCESS-ONE-CARD SECTION.
           IF WS-CARD-LINE NOT = SPACES AND WS-CARD-KEY (1:1) NOT = '*'
              PERFORM INTERPRET-CARD
           END-IF
          EXIT.

       INTERPRET-CARD SECTION.
           MOVE FUNCTION UPPER-CASE(WS-CARD-KEY) TO WS-CARD-KEY
           IF WS-CARD-KEY NOT = 'TITLE'
              MOVE SPACES TO WS-TOKEN-TABLE
              UNSTRING WS-CARD-REST DELIMITED BY ALL ' '
                 INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                      WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
              END-UNSTRING
              IF WS-TOKEN (1) = SPACES
                 UNSTRING WS-CARD-REST (2:70) DELIMITED BY ALL ' '
                    INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                         WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                 END-UNSTRING
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-CARD-KEY = 'REPORT'
                 IF WS-DEF-OPEN = 'Y'
                    PERFORM FINISH-DEFINITION
                 END-IF
                 PERFORM START-DEFINITION
              WHEN WS-DEF-OPEN = 'N'
                 DISPLAY "TODOADHOC: card " WS-CARD-NO
                    " outside a REPORT definition, ignored"
              WHEN OTHER
                 PERFORM TAKE-DEFINITION-CARD
           END-EVALUATE
          EXIT.

       TAKE-DEFINITION-CARD SECTION.
           EVALUATE WS-CARD-KEY
              WHEN 'TITLE'
                 MOVE WS-CARD-REST TO WS-DEF-TITLE
              WHEN 'OUTPUT'
                 PERFORM TAKE-OUTPUT-CARD
              WHEN 'PAGE'
                 IF FUNCTION NUMVAL(WS-TOKEN (1)) < 10
                       OR FUNCTION NUMVAL(WS-TOKEN (1)) > 999
                    PERFORM REJECT-CARD
                 ELSE
                    MOVE FUNCTION NUMVAL(WS-TOKEN (1))
                      TO WS-DEF-PAGE-LINES
                 END-IF
              WHEN 'FIELD'
                 PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                       UNTIL WS-TOKEN-IDX > 6
                    IF WS-TOKEN (WS-TOKEN-IDX) NOT = SPACES
                       PERFORM TAKE-FIELD-TOKEN
                    END-IF
                 END-PERFORM
              WHEN 'SELECT'
                 PERFORM TAKE-SELECT-CARD
              WHEN 'SORT'
                 PERFORM TAKE-SORT-CARD
              WHEN 'BREAK'
                 MOVE WS-TOKEN (1) TO WS-LOOKUP-NAME
                 PERFORM FIND-FIELD-CODE
                 IF WS-LOOKUP-CODE = ZERO OR WS-DEF-BREAK-COUNT >= 2
                    PERFORM REJECT-CARD
                 ELSE
                    ADD 1 TO WS-DEF-BREAK-COUNT
                    MOVE WS-LOOKUP-CODE
                      TO WS-BRK-FIELD (WS-DEF-BREAK-COUNT)
                 END-IF
              WHEN 'TOTAL'
                 PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                       UNTIL WS-TOKEN-IDX > 6
                    IF WS-TOKEN (WS-TOKEN-IDX) NOT = SPACES
                       PERFORM TAKE-TOTAL-TOKEN
                    END-IF
                 END-PERFORM
              WHEN 'END'
                 PERFORM FINISH-DEFINITION
              WHEN OTHER
                 PERFORM REJECT-CARD
           END-EVALUATE
          EXIT.

       START-DEFINITION SECTION.
           INITIALIZE WS-DEFINITION
           MOVE FUNCTION UPPER-CASE(WS-TOKEN (1)) TO WS-DEF-NAME
           MOVE FUNCTION UPPER-CASE(WS-TOKEN (2)) TO WS-DEF-SCHEDULE
           MOVE 'PRINT' TO WS-DEF-FORMAT
           MOVE 60 TO WS-DEF-PAGE-LINES
           MOVE 'Y' TO WS-DEF-OPEN
           MOVE 'N' TO WS-DEF-BAD
           IF WS-DEF-NAME = SPACES
              PERFORM REJECT-CARD
           END-IF
          EXIT.

       REJECT-CARD SECTION.
           MOVE 'Y' TO WS-DEF-BAD
           DISPLAY "TODOADHOC: report " FUNCTION TRIM(WS-DEF-NAME)
              " card " WS-CARD-NO " not understood: "
              FUNCTION TRIM(WS-CARD-LINE)
          EXIT.

       TAKE-OUTPUT-CARD SECTION.
           MOVE FUNCTION UPPER-CASE(WS-TOKEN (1)) TO WS-DEF-FORMAT
           IF WS-DEF-FORMAT NOT = 'PRINT' AND WS-DEF-FORMAT NOT = 'CSV'
              PERFORM REJECT-CARD
           ELSE
              MOVE WS-TOKEN (2) TO WS-DEF-OUTPUT
           END-IF
          EXIT.

       TAKE-FIELD-TOKEN SECTION.
           MOVE WS-TOKEN (WS-TOKEN-IDX) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD-CODE
           IF WS-LOOKUP-CODE = ZERO OR WS-DEF-FIELD-COUNT >= 13
              PERFORM REJECT-CARD
           ELSE
              ADD 1 TO WS-DEF-FIELD-COUNT
              MOVE WS-LOOKUP-CODE TO WS-DEF-FIELD (WS-DEF-FIELD-COUNT)
           END-IF
          EXIT.

       TAKE-TOTAL-TOKEN SECTION.
           MOVE WS-TOKEN (WS-TOKEN-IDX) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD-CODE
           IF WS-LOOKUP-CODE = ZERO OR WS-DEF-TOTAL-COUNT >= 4
              PERFORM REJECT-CARD
           ELSE
              IF WS-CAT-TYPE (WS-LOOKUP-CODE) NOT = 'N'
                 PERFORM REJECT-CARD
              ELSE
                 ADD 1 TO WS-DEF-TOTAL-COUNT
                 MOVE WS-LOOKUP-CODE
                   TO WS-TOT-FIELD (WS-DEF-TOTAL-COUNT)
              END-IF
           END-IF
          EXIT.

       TAKE-SELECT-CARD SECTION.
           MOVE WS-TOKEN (1) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD-CODE
           MOVE FUNCTION UPPER-CASE(WS-TOKEN (2)) TO WS-TOKEN (2)
           IF WS-LOOKUP-CODE = ZERO OR WS-DEF-SELECT-COUNT >= 10
                 OR WS-TOKEN (3) = SPACES
              MOVE SPACES TO WS-TOKEN (2)
           END-IF
           EVALUATE WS-TOKEN (2)
              WHEN 'EQ'
              WHEN 'NE'
              WHEN 'LT'
              WHEN 'LE'
              WHEN 'GT'
              WHEN 'GE'
                 ADD 1 TO WS-DEF-SELECT-COUNT
                 MOVE WS-LOOKUP-CODE
                   TO WS-SEL-FIELD (WS-DEF-SELECT-COUNT)
                 MOVE WS-TOKEN (2) TO WS-SEL-OP (WS-DEF-SELECT-COUNT)
                 MOVE WS-TOKEN (3)
                   TO WS-SEL-VALUE (WS-DEF-SELECT-COUNT)
              WHEN OTHER
                 PERFORM REJECT-CARD
           END-EVALUATE
          EXIT.

       TAKE-SORT-CARD SECTION.
           MOVE WS-TOKEN (1) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD-CODE
           MOVE FUNCTION UPPER-CASE(WS-TOKEN (2)) TO WS-TOKEN (2)
           IF WS-TOKEN (2) = SPACES
              MOVE 'ASC' TO WS-TOKEN (2)
           END-IF
           IF WS-LOOKUP-CODE = ZERO OR WS-DEF-SORT-COUNT >= 3
                 OR (WS-TOKEN (2) NOT = 'ASC'
                     AND WS-TOKEN (2) NOT = 'DESC')
              PERFORM REJECT-CARD
           ELSE
              ADD 1 TO WS-DEF-SORT-COUNT
              MOVE WS-LOOKUP-CODE TO WS-SORT-FIELD (WS-DEF-SORT-COUNT)
              MOVE WS-TOKEN (2) TO WS-SORT-DIR (WS-DEF-SORT-COUNT)
           END-IF
          EXIT.

       FIND-FIELD-CODE SECTION.
           MOVE ZERO TO WS-LOOKUP-CODE
           MOVE FUNCTION UPPER-CASE(WS-LOOKUP-NAME) TO WS-LOOKUP-NAME
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
              IF WS-CAT-NAME (WS-CAT-IDX) = WS-LOOKUP-NAME
                 MOVE WS-CAT-IDX TO WS-LOOKUP-CODE
              END-IF
           END-PERFORM
          EXIT.

       FINISH-DEFINITION SECTION.
           MOVE 'N' TO WS-DEF-OPEN
           IF (WS-WANTED-REPORT NOT = SPACES
                 AND WS-DEF-NAME = WS-WANTED-REPORT)
              OR (WS-WANTED-REPORT = SPACES
                 AND WS-DEF-SCHEDULE = 'NIGHTLY')
              PERFORM PRODUCE-DEFINITION
           END-IF
          EXIT.

       PRODUCE-DEFINITION SECTION.
           MOVE 'Y' TO WS-DEF-FOUND
           IF WS-DEF-FIELD-COUNT = ZERO
              DISPLAY "TODOADHOC: report " FUNCTION TRIM(WS-DEF-NAME)
                 " has no FIELD cards"
              MOVE 'Y' TO WS-DEF-BAD
           END-IF
           IF WS-DEF-BAD = 'N'
              PERFORM BUILD-COLUMN-LAYOUT
           END-IF
           IF WS-DEF-BAD = 'Y'
              DISPLAY "TODOADHOC: report " FUNCTION TRIM(WS-DEF-NAME)
                 " skipped"
              ADD 1 TO WS-REPORTS-BAD
           ELSE
              PERFORM RUN-ONE-REPORT
           END-IF
          EXIT.

       BUILD-COLUMN-LAYOUT SECTION.
           MOVE 1 TO WS-LINE-WIDTH
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              MOVE WS-LINE-WIDTH TO WS-COL-POS (WS-COL-IDX)
              MOVE WS-CAT-WIDTH (WS-DEF-FIELD (WS-COL-IDX))
                TO WS-COL-WIDTH (WS-COL-IDX)
              COMPUTE WS-LINE-WIDTH = WS-LINE-WIDTH
                 + WS-COL-WIDTH (WS-COL-IDX) + 1
           END-PERFORM
           IF WS-DEF-FORMAT = 'PRINT' AND WS-LINE-WIDTH > 133
              DISPLAY "TODOADHOC: report " FUNCTION TRIM(WS-DEF-NAME)
                 " fields need more than 132 print positions"
              MOVE 'Y' TO WS-DEF-BAD
           END-IF
          EXIT.

       RUN-ONE-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           IF WS-DEF-OUTPUT NOT = SPACES
              MOVE WS-DEF-OUTPUT TO WS-REPORT-FILENAME
           ELSE
              IF WS-DEF-FORMAT = 'CSV'
                 STRING 'adhoc-'
                        FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DEF-NAME))
                        '.csv'
                    DELIMITED BY SIZE INTO WS-REPORT-FILENAME
              ELSE
                 STRING 'adhoc-'
                        FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DEF-NAME))
                        '.rpt'
                    DELIMITED BY SIZE INTO WS-REPORT-FILENAME
              END-IF
           END-IF

           PERFORM CHECK-JOIN-NEEDS
           IF WS-NEED-NOTES = 'Y'
              PERFORM LOAD-NOTE-COUNTS
           END-IF
           MOVE 'N' TO WS-WORKTOT-OPEN
           IF WS-NEED-MINUTES = 'Y'
              OPEN INPUT WORKTOT-FILE
              IF WS-WORKTOT-STATUS = '00'
                 MOVE 'Y' TO WS-WORKTOT-OPEN
              END-IF
           END-IF

           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-ROW-SKIPPED
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM LOAD-REPORT-ROWS
              PERFORM WRITE-REPORT-FILE
           ELSE
              DISPLAY "TODOADHOC: cannot open list file, status "
                 WS-TDLIST-STATUS
              IF WS-WORKTOT-OPEN = 'Y'
                 CLOSE WORKTOT-FILE
              END-IF
              ADD 1 TO WS-REPORTS-BAD
           END-IF
          EXIT.

       LOAD-REPORT-ROWS SECTION.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-CUR-ROW
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM LOAD-ONE-ROW
              END-READ
           END-PERFORM
           CLOSE TDLIST
           IF WS-WORKTOT-OPEN = 'Y'
              CLOSE WORKTOT-FILE
           END-IF

           IF WS-DEF-SORT-COUNT > ZERO
              PERFORM SORT-REPORT-ROWS
           END-IF
          EXIT.

       WRITE-REPORT-FILE SECTION.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "TODOADHOC: cannot write "
                 FUNCTION TRIM(WS-REPORT-FILENAME)
              ADD 1 TO WS-REPORTS-BAD
           ELSE
              PERFORM WRITE-REPORT-BODY
           END-IF
          EXIT.

       WRITE-REPORT-BODY SECTION.
           IF WS-DEF-FORMAT = 'CSV'
              PERFORM WRITE-CSV-REPORT
           ELSE
              PERFORM PRINT-REPORT
           END-IF
           CLOSE REPORT-FILE
           ADD 1 TO WS-REPORTS-RUN

           DISPLAY "TODOADHOC: report " FUNCTION TRIM(WS-DEF-NAME)
              ", " WS-ROW-COUNT " row(s) to "
              FUNCTION TRIM(WS-REPORT-FILENAME)
           IF WS-ROW-SKIPPED > ZERO
              DISPLAY "TODOADHOC: " WS-ROW-SKIPPED " selected row(s)"
                 " beyond the 999 row work table not reported"
              ADD 1 TO WS-REPORTS-SHORT
           END-IF
          EXIT.

       CHECK-JOIN-NEEDS SECTION.
           MOVE 'N' TO WS-NEED-MINUTES
           MOVE 'N' TO WS-NEED-NOTES
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-FIELD-COUNT
              MOVE WS-DEF-FIELD (WS-DEF-IDX) TO WS-FLD-CODE
              PERFORM NOTE-JOIN-NEED
           END-PERFORM
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-SELECT-COUNT
              MOVE WS-SEL-FIELD (WS-DEF-IDX) TO WS-FLD-CODE
              PERFORM NOTE-JOIN-NEED
           END-PERFORM
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-SORT-COUNT
              MOVE WS-SORT-FIELD (WS-DEF-IDX) TO WS-FLD-CODE
              PERFORM NOTE-JOIN-NEED
           END-PERFORM
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-BREAK-COUNT
              MOVE WS-BRK-FIELD (WS-DEF-IDX) TO WS-FLD-CODE
              PERFORM NOTE-JOIN-NEED
           END-PERFORM
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                 UNTIL WS-DEF-IDX > WS-DEF-TOTAL-COUNT
              MOVE WS-TOT-FIELD (WS-DEF-IDX) TO WS-FLD-CODE
              PERFORM NOTE-JOIN-NEED
           END-PERFORM
          EXIT.

       NOTE-JOIN-NEED SECTION.
           IF WS-CAT-NAME (WS-FLD-CODE) = 'MINUTES'
              MOVE 'Y' TO WS-NEED-MINUTES
           END-IF
           IF WS-CAT-NAME (WS-FLD-CODE) = 'NOTES'
              MOVE 'Y' TO WS-NEED-NOTES
           END-IF
          EXIT.

       LOAD-NOTE-COUNTS SECTION.
           MOVE ZERO TO WS-NOTE-ENTRIES
           OPEN INPUT NOTES-FILE
           IF WS-NOTES-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ NOTES-FILE INTO WS-NOTE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-NOTE-ITEM-ID IS NUMERIC
                          PERFORM COUNT-ONE-NOTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOTES-FILE
           END-IF
          EXIT.

       COUNT-ONE-NOTE SECTION.
           MOVE ZERO TO WS-NOTE-HIT
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                 UNTIL WS-NOTE-IDX > WS-NOTE-ENTRIES
                 OR WS-NOTE-HIT > ZERO
              IF WS-NOTE-ID (WS-NOTE-IDX) = WS-NOTE-ITEM-ID
                 MOVE WS-NOTE-IDX TO WS-NOTE-HIT
              END-IF
           END-PERFORM
           IF WS-NOTE-HIT = ZERO AND WS-NOTE-ENTRIES < 2000
              ADD 1 TO WS-NOTE-ENTRIES
              MOVE WS-NOTE-ENTRIES TO WS-NOTE-HIT
              MOVE WS-NOTE-ITEM-ID TO WS-NOTE-ID (WS-NOTE-HIT)
              MOVE ZERO TO WS-NOTE-COUNT (WS-NOTE-HIT)
           END-IF
           IF WS-NOTE-HIT > ZERO
              ADD 1 TO WS-NOTE-COUNT (WS-NOTE-HIT)
           END-IF
          EXIT.

       LOAD-ONE-ROW SECTION.
           MOVE ZERO TO WS-CUR-MINUTES
           MOVE ZERO TO WS-CUR-NOTES
           IF WS-WORKTOT-OPEN = 'Y'
              MOVE ITEM-ID IN WS-CUR-ROW TO TOT-ITEM-ID
              READ WORKTOT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE TOT-MINUTES TO WS-CUR-MINUTES
              END-READ
           END-IF
           IF WS-NEED-NOTES = 'Y'
              PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                    UNTIL WS-NOTE-IDX > WS-NOTE-ENTRIES
                 IF WS-NOTE-ID (WS-NOTE-IDX) = ITEM-ID IN WS-CUR-ROW
                    MOVE WS-NOTE-COUNT (WS-NOTE-IDX) TO WS-CUR-NOTES
                 END-IF
              END-PERFORM
           END-IF
           PERFORM MASK-CONFIDENTIAL-ITEM

           MOVE 'Y' TO WS-ROW-WANTED
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                 UNTIL WS-SEL-IDX > WS-DEF-SELECT-COUNT
                 OR WS-ROW-WANTED = 'N'
              PERFORM CHECK-ONE-SELECT
           END-PERFORM
           IF WS-ROW-WANTED = 'Y'
              IF WS-ROW-COUNT < 999
                 ADD 1 TO WS-ROW-COUNT
                 MOVE WS-CUR-ROW TO WS-ROW-DATA (WS-ROW-COUNT)
                 PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-DEF-SORT-COUNT
                    MOVE WS-SORT-FIELD (WS-KEY-IDX) TO WS-FLD-CODE
                    PERFORM GET-FIELD-VALUE
                    MOVE WS-FLD-VALUE
                      TO WS-ROW-KEY (WS-ROW-COUNT, WS-KEY-IDX)
                 END-PERFORM
              ELSE
                 ADD 1 TO WS-ROW-SKIPPED
              END-IF
           END-IF
          EXIT.

       CHECK-ONE-SELECT SECTION.
           MOVE WS-SEL-FIELD (WS-SEL-IDX) TO WS-FLD-CODE
           IF WS-CAT-NAME (WS-FLD-CODE) = 'STATUS'
                 AND FUNCTION UPPER-CASE(WS-SEL-VALUE (WS-SEL-IDX))
                    = 'ACTIVE'
              MOVE '>' TO WS-CMP-RESULT
              IF ITEM-ACTIVE IN WS-CUR-ROW
                 MOVE '=' TO WS-CMP-RESULT
              END-IF
           ELSE
              PERFORM GET-FIELD-VALUE
              PERFORM COMPARE-SELECT-VALUE
           END-IF
           EVALUATE WS-SEL-OP (WS-SEL-IDX)
              WHEN 'EQ'
                 IF WS-CMP-RESULT NOT = '='
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
              WHEN 'NE'
                 IF WS-CMP-RESULT = '='
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
              WHEN 'LT'
                 IF WS-CMP-RESULT NOT = '<'
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
              WHEN 'LE'
                 IF WS-CMP-RESULT = '>'
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
              WHEN 'GT'
                 IF WS-CMP-RESULT NOT = '>'
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
              WHEN 'GE'
                 IF WS-CMP-RESULT = '<'
                    MOVE 'N' TO WS-ROW-WANTED
                 END-IF
           END-EVALUATE
          EXIT.

       COMPARE-SELECT-VALUE SECTION.
           IF WS-CAT-TYPE (WS-FLD-CODE) = 'N'
              MOVE FUNCTION NUMVAL(WS-FLD-VALUE) TO WS-CMP-LEFT-NUM
              IF FUNCTION UPPER-CASE(WS-SEL-VALUE (WS-SEL-IDX))
                    = 'TODAY'
                 MOVE WS-TODAY-DATE TO WS-CMP-RIGHT-NUM
              ELSE
                 MOVE FUNCTION NUMVAL(WS-SEL-VALUE (WS-SEL-IDX))
                   TO WS-CMP-RIGHT-NUM
              END-IF
              EVALUATE TRUE
                 WHEN WS-CMP-LEFT-NUM < WS-CMP-RIGHT-NUM
                    MOVE '<' TO WS-CMP-RESULT
                 WHEN WS-CMP-LEFT-NUM > WS-CMP-RIGHT-NUM
                    MOVE '>' TO WS-CMP-RESULT
                 WHEN OTHER
                    MOVE '=' TO WS-CMP-RESULT
              END-EVALUATE
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-FLD-VALUE) TO WS-CMP-LEFT
              MOVE FUNCTION UPPER-CASE(WS-SEL-VALUE (WS-SEL-IDX))
                TO WS-CMP-RIGHT
              EVALUATE TRUE
                 WHEN WS-CMP-LEFT < WS-CMP-RIGHT
                    MOVE '<' TO WS-CMP-RESULT
                 WHEN WS-CMP-LEFT > WS-CMP-RIGHT
                    MOVE '>' TO WS-CMP-RESULT
                 WHEN OTHER
                    MOVE '=' TO WS-CMP-RESULT
              END-EVALUATE
           END-IF
          EXIT.

       GET-FIELD-VALUE SECTION.
           MOVE SPACES TO WS-FLD-VALUE
           EVALUATE WS-CAT-NAME (WS-FLD-CODE)
              WHEN 'ID'
                 MOVE ITEM-ID IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'STATUS'
                 MOVE ITEM-STATUS IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'CONTENT'
                 MOVE ITEM-CONTENT IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'CATEGORY'
                 MOVE ITEM-CATEGORY IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'DUE'
                 MOVE ITEM-DUE-DATE IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'DONE'
                 MOVE ITEM-DONE-DATE IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'OWNER'
                 MOVE ITEM-OWNER IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'CREATED'
                 MOVE ITEM-CREATED-DATE IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'PRIORITY'
                 MOVE ITEM-PRIORITY IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'RECUR'
                 MOVE ITEM-RECUR-INTERVAL IN WS-CUR-ROW
                   TO WS-FLD-VALUE
              WHEN 'PARENT'
                 MOVE ITEM-PARENT-ID IN WS-CUR-ROW TO WS-FLD-VALUE
              WHEN 'MINUTES'
                 MOVE WS-CUR-MINUTES TO WS-FLD-VALUE
              WHEN 'NOTES'
                 MOVE WS-CUR-NOTES TO WS-FLD-VALUE
           END-EVALUATE
          EXIT.

       SORT-REPORT-ROWS SECTION.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX >= WS-ROW-COUNT
              PERFORM VARYING WS-ROW-JDX FROM 1 BY 1
                    UNTIL WS-ROW-JDX > WS-ROW-COUNT - WS-ROW-IDX
                 PERFORM COMPARE-ADJACENT-ROWS
                 IF WS-ROW-ORDER = '>'
                    MOVE WS-ROW-ENTRY (WS-ROW-JDX) TO WS-ROW-SWAP
                    MOVE WS-ROW-ENTRY (WS-ROW-JDX + 1)
                      TO WS-ROW-ENTRY (WS-ROW-JDX)
                    MOVE WS-ROW-SWAP TO WS-ROW-ENTRY (WS-ROW-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
          EXIT.

       COMPARE-ADJACENT-ROWS SECTION.
           MOVE '=' TO WS-ROW-ORDER
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                 UNTIL WS-KEY-IDX > WS-DEF-SORT-COUNT
                 OR WS-ROW-ORDER NOT = '='
              EVALUATE TRUE
                 WHEN WS-ROW-KEY (WS-ROW-JDX, WS-KEY-IDX)
                       < WS-ROW-KEY (WS-ROW-JDX + 1, WS-KEY-IDX)
                    MOVE '<' TO WS-ROW-ORDER
                 WHEN WS-ROW-KEY (WS-ROW-JDX, WS-KEY-IDX)
                       > WS-ROW-KEY (WS-ROW-JDX + 1, WS-KEY-IDX)
                    MOVE '>' TO WS-ROW-ORDER
              END-EVALUATE
              IF WS-SORT-DIR (WS-KEY-IDX) = 'DESC'
                 EVALUATE WS-ROW-ORDER
                    WHEN '<'
                       MOVE '>' TO WS-ROW-ORDER
                    WHEN '>'
                       MOVE '<' TO WS-ROW-ORDER
                 END-EVALUATE
              END-IF
           END-PERFORM
          EXIT.

       PRINT-REPORT SECTION.
           MOVE ZERO TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-GRAND-ROWS
           INITIALIZE WS-BREAK-TABLE
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 4
              MOVE ZERO TO WS-GRAND-SUM (WS-TOT-IDX)
           END-PERFORM
           PERFORM PRINT-PAGE-HEADER
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              MOVE WS-ROW-DATA (WS-ROW-IDX) TO WS-CUR-ROW
              IF WS-DEF-BREAK-COUNT > ZERO
                 PERFORM CHECK-CONTROL-BREAKS
              END-IF
              PERFORM PRINT-DETAIL-LINE
              PERFORM ADD-ROW-TO-TOTALS
           END-PERFORM
           IF WS-ROW-COUNT > ZERO
              PERFORM VARYING WS-BRK-IDX FROM WS-DEF-BREAK-COUNT BY -1
                    UNTIL WS-BRK-IDX < 1
                 PERFORM PRINT-BREAK-TOTAL
              END-PERFORM
           END-IF
           PERFORM PRINT-GRAND-TOTAL
          EXIT.

       PRINT-PAGE-HEADER SECTION.
           IF WS-PAGE-NUMBER > ZERO
              WRITE REPORT-RECORD FROM WS-FORM-FEED-LINE
           END-IF
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO WS-HEADER-LINE
           IF WS-DEF-TITLE = SPACES
              STRING 'AD HOC REPORT ' WS-DEF-NAME
                 DELIMITED BY SIZE INTO WS-HEADER-LINE
           ELSE
              MOVE WS-DEF-TITLE TO WS-HEADER-LINE
           END-IF
           STRING 'DATE: ' WS-TODAY-DATE
                  '    PAGE: ' WS-PAGE-NUMBER
              DELIMITED BY SIZE INTO WS-HEADER-LINE (98:35)
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE ALL '=' TO WS-HEADER-LINE (1:132)
           WRITE REPORT-RECORD FROM WS-HEADER-LINE (1:132)
           MOVE SPACES TO WS-HEADER-LINE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              MOVE WS-CAT-NAME (WS-DEF-FIELD (WS-COL-IDX))
                TO WS-HEADER-LINE (WS-COL-POS (WS-COL-IDX):
                                   WS-COL-WIDTH (WS-COL-IDX))
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO WS-HEADER-LINE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              MOVE ALL '-'
                TO WS-HEADER-LINE (WS-COL-POS (WS-COL-IDX):
                                   WS-COL-WIDTH (WS-COL-IDX))
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-HEADER-LINE
           MOVE 4 TO WS-LINE-COUNT
          EXIT.

       CHECK-PAGE-BREAK SECTION.
           IF WS-LINE-COUNT >= WS-DEF-PAGE-LINES
              PERFORM PRINT-PAGE-HEADER
           END-IF
          EXIT.

       CHECK-CONTROL-BREAKS SECTION.
           MOVE ZERO TO WS-BRK-CHANGED
           IF WS-ROW-IDX > 1
              PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                    UNTIL WS-BRK-IDX > WS-DEF-BREAK-COUNT
                    OR WS-BRK-CHANGED > ZERO
                 MOVE WS-BRK-FIELD (WS-BRK-IDX) TO WS-FLD-CODE
                 PERFORM GET-FIELD-VALUE
                 IF WS-FLD-VALUE NOT = WS-BRK-VALUE (WS-BRK-IDX)
                    MOVE WS-BRK-IDX TO WS-BRK-CHANGED
                 END-IF
              END-PERFORM
              IF WS-BRK-CHANGED > ZERO
                 PERFORM VARYING WS-BRK-IDX FROM WS-DEF-BREAK-COUNT
                       BY -1 UNTIL WS-BRK-IDX < WS-BRK-CHANGED
                    PERFORM PRINT-BREAK-TOTAL
                 END-PERFORM
              END-IF
           END-IF
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                 UNTIL WS-BRK-IDX > WS-DEF-BREAK-COUNT
              MOVE WS-BRK-FIELD (WS-BRK-IDX) TO WS-FLD-CODE
              PERFORM GET-FIELD-VALUE
              MOVE WS-FLD-VALUE TO WS-BRK-VALUE (WS-BRK-IDX)
           END-PERFORM
          EXIT.

       PRINT-DETAIL-LINE SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              MOVE WS-DEF-FIELD (WS-COL-IDX) TO WS-FLD-CODE
              PERFORM GET-FIELD-VALUE
              MOVE WS-FLD-VALUE
                TO WS-PRINT-LINE (WS-COL-POS (WS-COL-IDX):
                                  WS-COL-WIDTH (WS-COL-IDX))
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
          EXIT.

       ADD-ROW-TO-TOTALS SECTION.
           ADD 1 TO WS-GRAND-ROWS
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                 UNTIL WS-BRK-IDX > WS-DEF-BREAK-COUNT
              ADD 1 TO WS-BRK-ROWS (WS-BRK-IDX)
           END-PERFORM
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                 UNTIL WS-TOT-IDX > WS-DEF-TOTAL-COUNT
              MOVE WS-TOT-FIELD (WS-TOT-IDX) TO WS-FLD-CODE
              PERFORM GET-FIELD-VALUE
              ADD FUNCTION NUMVAL(WS-FLD-VALUE)
                TO WS-GRAND-SUM (WS-TOT-IDX)
              PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                    UNTIL WS-BRK-IDX > WS-DEF-BREAK-COUNT
                 ADD FUNCTION NUMVAL(WS-FLD-VALUE)
                   TO WS-BRK-SUM (WS-BRK-IDX, WS-TOT-IDX)
              END-PERFORM
           END-PERFORM
          EXIT.

       PRINT-BREAK-TOTAL SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING 'SUBTOTAL '
                  FUNCTION TRIM(WS-CAT-NAME (WS-BRK-FIELD (WS-BRK-IDX)))
                  ' ' FUNCTION TRIM(WS-BRK-VALUE (WS-BRK-IDX))
                  ': ' WS-BRK-ROWS (WS-BRK-IDX) ' ROW(S)'
              DELIMITED BY SIZE INTO WS-PRINT-LINE
              WITH POINTER WS-LINE-PTR
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                 UNTIL WS-TOT-IDX > WS-DEF-TOTAL-COUNT
              STRING '  '
                     FUNCTION TRIM(WS-CAT-NAME (WS-TOT-FIELD
                        (WS-TOT-IDX)))
                     ' ' WS-BRK-SUM (WS-BRK-IDX, WS-TOT-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
                 WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           ADD 2 TO WS-LINE-COUNT
           MOVE ZERO TO WS-BRK-ROWS (WS-BRK-IDX)
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1 UNTIL WS-TOT-IDX > 4
              MOVE ZERO TO WS-BRK-SUM (WS-BRK-IDX, WS-TOT-IDX)
           END-PERFORM
          EXIT.

       PRINT-GRAND-TOTAL SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE ALL '=' TO WS-PRINT-LINE (1:132)
           WRITE REPORT-RECORD FROM WS-PRINT-LINE (1:132)
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING 'GRAND TOTAL: ' WS-GRAND-ROWS ' ROW(S)'
              DELIMITED BY SIZE INTO WS-PRINT-LINE
              WITH POINTER WS-LINE-PTR
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                 UNTIL WS-TOT-IDX > WS-DEF-TOTAL-COUNT
              STRING '  '
                     FUNCTION TRIM(WS-CAT-NAME (WS-TOT-FIELD
                        (WS-TOT-IDX)))
                     ' ' WS-GRAND-SUM (WS-TOT-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
                 WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
          EXIT.

       WRITE-CSV-REPORT SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              IF WS-COL-IDX > 1
                 STRING ',' DELIMITED BY SIZE INTO WS-PRINT-LINE
                    WITH POINTER WS-LINE-PTR
              END-IF
              STRING FUNCTION TRIM(WS-CAT-NAME
                        (WS-DEF-FIELD (WS-COL-IDX)))
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
                 WITH POINTER WS-LINE-PTR
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-COUNT
              MOVE WS-ROW-DATA (WS-ROW-IDX) TO WS-CUR-ROW
              PERFORM WRITE-CSV-ROW
           END-PERFORM
          EXIT.

       WRITE-CSV-ROW SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-LINE-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-DEF-FIELD-COUNT
              IF WS-COL-IDX > 1
                 STRING ',' DELIMITED BY SIZE INTO WS-PRINT-LINE
                    WITH POINTER WS-LINE-PTR
              END-IF
              MOVE WS-DEF-FIELD (WS-COL-IDX) TO WS-FLD-CODE
              PERFORM GET-FIELD-VALUE
              IF WS-CAT-NAME (WS-FLD-CODE) = 'CONTENT'
                 STRING '"' FUNCTION TRIM(WS-FLD-VALUE) '"'
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                    WITH POINTER WS-LINE-PTR
              ELSE
                 IF WS-FLD-VALUE NOT = SPACES
                    STRING FUNCTION TRIM(WS-FLD-VALUE)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                       WITH POINTER WS-LINE-PTR
                 END-IF
              END-IF
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-PRINT-LINE
          EXIT.

       MASK-CONFIDENTIAL-ITEM SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-CUR-ROW TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-CUR-ROW TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-CUR-ROW
              MOVE SPACES TO ITEM-CATEGORY IN WS-CUR-ROW
              ADD 1 TO WS-MASKED-COUNT
           END-IF
          EXIT.

       END PROGRAM TODOADHOC.
