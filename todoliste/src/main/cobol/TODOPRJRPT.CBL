       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPRJRPT.

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
         SELECT WORK-FILE ASSIGN TO 'todowork.idx'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WORK-KEY
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-WORK-STATUS.
         SELECT PROJECT-FILE ASSIGN TO 'todoproj.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJECT-STATUS.
         SELECT MILESTONE-FILE ASSIGN TO 'todomile.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MILESTONE-STATUS.
         SELECT PRJLINK-FILE ASSIGN TO 'todoprjitm.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJLINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WORK-FILE.
          01 WORK-FILE-REC.
             COPY TDWORKREC.
          FD PROJECT-FILE.
          01 PROJECT-RECORD PIC X(68).
          FD MILESTONE-FILE.
          01 MILESTONE-RECORD PIC X(55).
          FD PRJLINK-FILE.
          01 PRJLINK-RECORD PIC X(21).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-PROJECT-STATUS PIC XX.
        01 WS-MILESTONE-STATUS PIC XX.
        01 WS-PRJLINK-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-WORK-REC.
           COPY TDWORKREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-ONLY-PROJECT PIC X(8).
        01 WS-PRJ-LINE.
           05 WS-PRJ-CODE PIC X(8).
           05 FILLER PIC X.
           05 WS-PRJ-NAME PIC X(30).
           05 FILLER PIC X.
           05 WS-PRJ-SPONSOR PIC X(10).
           05 FILLER PIC X.
           05 WS-PRJ-START PIC 9(8).
           05 FILLER PIC X.
           05 WS-PRJ-TARGET PIC 9(8).
        01 WS-MS-LINE.
           05 WS-MS-PROJECT PIC X(8).
           05 FILLER PIC X.
           05 WS-MS-CODE PIC X(6).
           05 FILLER PIC X.
           05 WS-MS-NAME PIC X(30).
           05 FILLER PIC X.
           05 WS-MS-DUE PIC 9(8).
        01 WS-PRJLINK-LINE.
           05 WS-PRJLINK-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-PRJLINK-PROJECT PIC X(8).
           05 FILLER PIC X.
           05 WS-PRJLINK-MILESTONE PIC X(6).
        01 WS-PRJ-TABLE.
           03 WS-PRJ-ROW OCCURS 99 TIMES.
              05 WS-PRJ-E-LINE PIC X(68).
              05 WS-PRJ-E-OPEN PIC 9(5).
              05 WS-PRJ-E-DONE PIC 9(5).
              05 WS-PRJ-E-OVERDUE PIC 9(5).
              05 WS-PRJ-E-LATE PIC 9(5).
              05 WS-PRJ-E-MINUTES PIC 9(7).
        01 WS-PRJ-COUNT PIC 9(2) VALUE ZERO.
        01 WS-PRJ-IDX PIC 9(2) VALUE ZERO.
        01 WS-PRJ-HIT PIC 9(2) VALUE ZERO.
        01 WS-MS-TABLE.
           03 WS-MS-ROW OCCURS 999 TIMES.
              05 WS-MS-E-LINE PIC X(55).
              05 WS-MS-E-TOTAL PIC 9(5).
              05 WS-MS-E-DONE PIC 9(5).
        01 WS-MS-COUNT PIC 9(4) VALUE ZERO.
        01 WS-MS-IDX PIC 9(4) VALUE ZERO.
        01 WS-MS-HIT PIC 9(4) VALUE ZERO.
        01 WS-LINK-TABLE.
           03 WS-LINK-ROW OCCURS 999 TIMES.
              05 WS-LINK-E-ID PIC 9(5).
              05 WS-LINK-E-PROJECT PIC X(8).
              05 WS-LINK-E-MILESTONE PIC X(6).
        01 WS-LINK-COUNT PIC 9(4) VALUE ZERO.
        01 WS-LINK-IDX PIC 9(4) VALUE ZERO.
        01 WS-LINK-HIT PIC 9(4) VALUE ZERO.
        01 WS-LINK-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-LOOKUP-ID PIC 9(5).
        01 WS-LATE-TABLE.
           03 WS-LATE-ROW OCCURS 999 TIMES.
              05 WS-LATE-E-PRJ PIC 9(2).
              05 WS-LATE-E-ID PIC 9(5).
              05 WS-LATE-E-DUE PIC 9(8).
        01 WS-LATE-COUNT PIC 9(4) VALUE ZERO.
        01 WS-LATE-IDX PIC 9(4) VALUE ZERO.
        01 WS-PERCENT PIC 9(3).
        01 WS-PERCENT-DISPLAY PIC ZZ9.
        01 WS-FLAGGED-COUNT PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ONLY-PROJECT
           ACCEPT WS-ONLY-PROJECT FROM ENVIRONMENT "TODOPRJ_CODE"

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           PERFORM LOAD-PROJECT-TABLE
           IF WS-PRJ-COUNT = ZERO
              DISPLAY "TODOPRJRPT: no projects in todoproj.txt"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-MILESTONE-TABLE
           PERFORM LOAD-LINK-TABLE

           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM TALLY-PROJECT-ITEM
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD INTO WS-WORK-REC
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM TALLY-PROJECT-WORK
                 END-READ
              END-PERFORM
              CLOSE WORK-FILE
           END-IF

           PERFORM PRINT-PROJECT-REPORT
           GOBACK
          .

       LOAD-PROJECT-TABLE SECTION.
           MOVE ZERO TO WS-PRJ-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PROJECT-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ PROJECT-FILE INTO WS-PRJ-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-PRJ-CODE NOT = SPACES
                             AND (WS-ONLY-PROJECT = SPACES
                                OR WS-ONLY-PROJECT = WS-PRJ-CODE)
                             AND WS-PRJ-COUNT < 99
                          ADD 1 TO WS-PRJ-COUNT
                          MOVE WS-PRJ-LINE
                            TO WS-PRJ-E-LINE (WS-PRJ-COUNT)
                          MOVE ZERO TO WS-PRJ-E-OPEN (WS-PRJ-COUNT)
                          MOVE ZERO TO WS-PRJ-E-DONE (WS-PRJ-COUNT)
                          MOVE ZERO TO WS-PRJ-E-OVERDUE (WS-PRJ-COUNT)
                          MOVE ZERO TO WS-PRJ-E-LATE (WS-PRJ-COUNT)
                          MOVE ZERO TO WS-PRJ-E-MINUTES (WS-PRJ-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROJECT-FILE
           END-IF
          EXIT.

       LOAD-MILESTONE-TABLE SECTION.
           MOVE ZERO TO WS-MS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MILESTONE-FILE
           IF WS-MILESTONE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MILESTONE-FILE INTO WS-MS-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-MS-PROJECT NOT = SPACES
                             AND WS-MS-COUNT < 999
                          ADD 1 TO WS-MS-COUNT
                          MOVE WS-MS-LINE
                            TO WS-MS-E-LINE (WS-MS-COUNT)
                          MOVE ZERO TO WS-MS-E-TOTAL (WS-MS-COUNT)
                          MOVE ZERO TO WS-MS-E-DONE (WS-MS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MILESTONE-FILE
           END-IF
          EXIT.

       LOAD-LINK-TABLE SECTION.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRJLINK-FILE
           IF WS-PRJLINK-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ PRJLINK-FILE INTO WS-PRJLINK-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-PRJLINK-ITEM-ID IS NUMERIC
                          MOVE WS-PRJLINK-ITEM-ID TO WS-LOOKUP-ID
                          PERFORM FIND-ITEM-LINK
                          IF WS-LINK-HIT = ZERO
                                AND WS-LINK-COUNT >= 999
                             ADD 1 TO WS-LINK-SKIPPED
                          END-IF
                          IF WS-LINK-HIT = ZERO
                                AND WS-LINK-COUNT < 999
                             ADD 1 TO WS-LINK-COUNT
                             MOVE WS-LINK-COUNT TO WS-LINK-HIT
                             MOVE WS-PRJLINK-ITEM-ID
                               TO WS-LINK-E-ID (WS-LINK-HIT)
                          END-IF
                          IF WS-LINK-HIT > ZERO
                             MOVE WS-PRJLINK-PROJECT
                               TO WS-LINK-E-PROJECT (WS-LINK-HIT)
                             MOVE WS-PRJLINK-MILESTONE
                               TO WS-LINK-E-MILESTONE (WS-LINK-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRJLINK-FILE
           END-IF
          EXIT.

       FIND-ITEM-LINK SECTION.
           MOVE ZERO TO WS-LINK-HIT
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
                    OR WS-LINK-HIT > ZERO
              IF WS-LINK-E-ID (WS-LINK-IDX) = WS-LOOKUP-ID
                 MOVE WS-LINK-IDX TO WS-LINK-HIT
              END-IF
           END-PERFORM
          EXIT.

       FIND-LINKED-PROJECT SECTION.
           MOVE ZERO TO WS-PRJ-HIT
           PERFORM FIND-ITEM-LINK
           IF WS-LINK-HIT > ZERO
              PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                    UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
                 MOVE WS-PRJ-E-LINE (WS-PRJ-IDX) TO WS-PRJ-LINE
                 IF WS-PRJ-CODE = WS-LINK-E-PROJECT (WS-LINK-HIT)
                    MOVE WS-PRJ-IDX TO WS-PRJ-HIT
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       TALLY-PROJECT-ITEM SECTION.
           MOVE ITEM-ID IN WS-TDLIST TO WS-LOOKUP-ID
           PERFORM FIND-LINKED-PROJECT
           IF WS-PRJ-HIT > ZERO
              MOVE WS-PRJ-E-LINE (WS-PRJ-HIT) TO WS-PRJ-LINE
              IF ITEM-DONE IN WS-TDLIST
                 ADD 1 TO WS-PRJ-E-DONE (WS-PRJ-HIT)
              ELSE
                 ADD 1 TO WS-PRJ-E-OPEN (WS-PRJ-HIT)
                 IF ITEM-DUE-DATE IN WS-TDLIST > ZERO
                       AND ITEM-DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
                    ADD 1 TO WS-PRJ-E-OVERDUE (WS-PRJ-HIT)
                 END-IF
                 IF WS-PRJ-TARGET > ZERO
                       AND ITEM-DUE-DATE IN WS-TDLIST > WS-PRJ-TARGET
                    ADD 1 TO WS-PRJ-E-LATE (WS-PRJ-HIT)
                    IF WS-LATE-COUNT < 999
                       ADD 1 TO WS-LATE-COUNT
                       MOVE WS-PRJ-HIT TO WS-LATE-E-PRJ (WS-LATE-COUNT)
                       MOVE ITEM-ID IN WS-TDLIST
                         TO WS-LATE-E-ID (WS-LATE-COUNT)
                       MOVE ITEM-DUE-DATE IN WS-TDLIST
                         TO WS-LATE-E-DUE (WS-LATE-COUNT)
                    END-IF
                 END-IF
              END-IF
              IF WS-LINK-E-MILESTONE (WS-LINK-HIT) NOT = SPACES
                 PERFORM TALLY-MILESTONE-ITEM
              END-IF
           END-IF
          EXIT.

       TALLY-MILESTONE-ITEM SECTION.
           MOVE ZERO TO WS-MS-HIT
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-MS-COUNT
              MOVE WS-MS-E-LINE (WS-MS-IDX) TO WS-MS-LINE
              IF WS-MS-PROJECT = WS-LINK-E-PROJECT (WS-LINK-HIT)
                    AND WS-MS-CODE = WS-LINK-E-MILESTONE (WS-LINK-HIT)
                 MOVE WS-MS-IDX TO WS-MS-HIT
              END-IF
           END-PERFORM
           IF WS-MS-HIT > ZERO
              ADD 1 TO WS-MS-E-TOTAL (WS-MS-HIT)
              IF ITEM-DONE IN WS-TDLIST
                 ADD 1 TO WS-MS-E-DONE (WS-MS-HIT)
              END-IF
           END-IF
          EXIT.

       TALLY-PROJECT-WORK SECTION.
           MOVE WORK-ITEM-ID IN WS-WORK-REC TO WS-LOOKUP-ID
           PERFORM FIND-LINKED-PROJECT
           IF WS-PRJ-HIT > ZERO
              ADD WORK-MINUTES IN WS-WORK-REC
                TO WS-PRJ-E-MINUTES (WS-PRJ-HIT)
           END-IF
          EXIT.

       PRINT-PROJECT-REPORT SECTION.
           DISPLAY "===================================="
           DISPLAY "  TODOLIST PROJECT STATUS REPORT"
           DISPLAY "  As of: " WS-TODAY-DATE
           DISPLAY "===================================="
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                 UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
              PERFORM PRINT-ONE-PROJECT
           END-PERFORM
           DISPLAY "===================================="
           DISPLAY "Projects reported:   " WS-PRJ-COUNT
           DISPLAY "Projects at risk:    " WS-FLAGGED-COUNT
           IF WS-LINK-SKIPPED > ZERO
              DISPLAY "Links skipped:       " WS-LINK-SKIPPED
                 " (work table holds 999 linked items)"
           END-IF
           DISPLAY "===================================="
           IF WS-FLAGGED-COUNT > ZERO OR WS-LINK-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
          EXIT.

       PRINT-ONE-PROJECT SECTION.
           MOVE WS-PRJ-E-LINE (WS-PRJ-IDX) TO WS-PRJ-LINE
           DISPLAY " "
           DISPLAY "Project " WS-PRJ-CODE " " WS-PRJ-NAME
           DISPLAY "  Sponsor:           " WS-PRJ-SPONSOR
           DISPLAY "  Start / target:    " WS-PRJ-START
              " / " WS-PRJ-TARGET
           DISPLAY "  Open items:        " WS-PRJ-E-OPEN (WS-PRJ-IDX)
           DISPLAY "  Done items:        " WS-PRJ-E-DONE (WS-PRJ-IDX)
           IF WS-PRJ-E-OPEN (WS-PRJ-IDX) + WS-PRJ-E-DONE (WS-PRJ-IDX)
                 > ZERO
              COMPUTE WS-PERCENT ROUNDED =
                 WS-PRJ-E-DONE (WS-PRJ-IDX) * 100
                 / (WS-PRJ-E-OPEN (WS-PRJ-IDX)
                    + WS-PRJ-E-DONE (WS-PRJ-IDX))
           ELSE
              MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           DISPLAY "  Percent complete:  " WS-PERCENT-DISPLAY "%"
           DISPLAY "  Overdue items:     "
              WS-PRJ-E-OVERDUE (WS-PRJ-IDX)
           DISPLAY "  Minutes logged:    "
              WS-PRJ-E-MINUTES (WS-PRJ-IDX)
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-MS-COUNT
              MOVE WS-MS-E-LINE (WS-MS-IDX) TO WS-MS-LINE
              IF WS-MS-PROJECT = WS-PRJ-CODE
                 IF WS-MS-E-TOTAL (WS-MS-IDX) > ZERO
                    COMPUTE WS-PERCENT ROUNDED =
                       WS-MS-E-DONE (WS-MS-IDX) * 100
                       / WS-MS-E-TOTAL (WS-MS-IDX)
                 ELSE
                    MOVE ZERO TO WS-PERCENT
                 END-IF
                 MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
                 DISPLAY "  Milestone " WS-MS-CODE " " WS-MS-NAME
                    " due " WS-MS-DUE " "
                    WS-MS-E-DONE (WS-MS-IDX) "/"
                    WS-MS-E-TOTAL (WS-MS-IDX) " "
                    WS-PERCENT-DISPLAY "%"
              END-IF
           END-PERFORM
           IF WS-PRJ-E-LATE (WS-PRJ-IDX) > ZERO
              ADD 1 TO WS-FLAGGED-COUNT
              DISPLAY "  *** AT RISK: " WS-PRJ-E-LATE (WS-PRJ-IDX)
                 " open item(s) due after target date"
              PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                    UNTIL WS-LATE-IDX > WS-LATE-COUNT
                 IF WS-LATE-E-PRJ (WS-LATE-IDX) = WS-PRJ-IDX
                    DISPLAY "      ID " WS-LATE-E-ID (WS-LATE-IDX)
                       " due " WS-LATE-E-DUE (WS-LATE-IDX)
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       END PROGRAM TODOPRJRPT.
