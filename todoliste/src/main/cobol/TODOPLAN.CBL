       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPLAN.

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
         SELECT DEPS-FILE ASSIGN TO 'tododeps.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT CAPACITY-FILE ASSIGN TO 'todocap.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAPACITY-STATUS.
         SELECT ABSENCE-FILE ASSIGN TO 'todoabs.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ABSENCE-STATUS.
         SELECT ESTIMATE-FILE ASSIGN TO 'todoest.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ESTIMATE-STATUS.
         SELECT JSON-FILE ASSIGN DYNAMIC WS-JSON-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JSON-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
          FD CAPACITY-FILE.
          01 CAPACITY-RECORD PIC X(16).
          FD ABSENCE-FILE.
          01 ABSENCE-RECORD PIC X(39).
          FD ESTIMATE-FILE.
          01 ESTIMATE-RECORD PIC X(9).
          FD JSON-FILE.
          01 JSON-RECORD PIC X(400).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-CAPACITY-STATUS PIC XX.
        01 WS-ABSENCE-STATUS PIC XX.
        01 WS-ESTIMATE-STATUS PIC XX.
        01 WS-JSON-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-JSON-DIR PIC X(40).
        01 WS-JSON-FILENAME PIC X(60).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-CAP-DAYS PIC 9(3) VALUE 5.
        01 WS-CAP-DAYS-TEXT PIC X(3).
        01 WS-HORIZON PIC 9(3) VALUE 42.
        01 WS-HORIZON-TEXT PIC X(3).
        01 WS-DEPS-LINE.
           05 WS-DEP-PRED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DEP-SUCC PIC 9(5).
        01 WS-CAPACITY-LINE.
           05 WS-CAP-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-CAP-POINTS PIC 9(5).
        01 WS-ABSENCE-LINE.
           05 WS-ABS-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-ABS-FROM PIC 9(8).
           05 FILLER PIC X.
           05 WS-ABS-TO PIC 9(8).
           05 FILLER PIC X.
           05 WS-ABS-DEPUTY PIC X(10).
        01 WS-ESTIMATE-LINE.
           05 WS-EST-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-EST-DAYS PIC 9(3).
        01 WS-PLAN-TABLE.
           03 WS-PLAN-ENTRY OCCURS 999 TIMES.
              05 WS-PL-ID PIC 9(5).
              05 WS-PL-OWNER PIC X(10).
              05 WS-PL-CONTENT PIC X(35).
              05 WS-PL-DUE PIC 9(8).
              05 WS-PL-PRIORITY PIC 9(1).
              05 WS-PL-DAYS PIC 9(3).
              05 WS-PL-START PIC 9(8).
              05 WS-PL-FINISH PIC 9(8).
              05 WS-PL-WAITING PIC 9(3).
              05 WS-PL-DRIVER PIC 9(3).
              05 WS-PL-STATE PIC X.
                 88 WS-PL-PENDING VALUE ' '.
                 88 WS-PL-PLANNED VALUE 'S'.
                 88 WS-PL-IN-CYCLE VALUE 'C'.
                 88 WS-PL-BEHIND-CYCLE VALUE 'B'.
              05 WS-PL-CRITICAL PIC X.
              05 WS-PL-LATE PIC X.
        01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PLAN-IDX PIC 9(3) VALUE ZERO.
        01 WS-PLAN-HIT PIC 9(3) VALUE ZERO.
        01 WS-PLAN-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-FIND-ID PIC 9(5).
        01 WS-LINK-TABLE.
           03 WS-LINK-ENTRY OCCURS 999 TIMES.
              05 WS-LK-PRED PIC 9(3).
              05 WS-LK-SUCC PIC 9(3).
        01 WS-LINK-COUNT PIC 9(3) VALUE ZERO.
        01 WS-LINK-IDX PIC 9(3) VALUE ZERO.
        01 WS-LINK-PRED PIC 9(3).
        01 WS-CAP-TABLE.
           03 WS-CAP-ENTRY OCCURS 99 TIMES.
              05 WS-CAP-E-OWNER PIC X(10).
              05 WS-CAP-E-POINTS PIC 9(5).
        01 WS-CAP-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CAP-IDX PIC 9(2) VALUE ZERO.
        01 WS-ABS-TABLE.
           03 WS-ABS-ENTRY OCCURS 999 TIMES.
              05 WS-ABS-E-OWNER PIC X(10).
              05 WS-ABS-E-FROM PIC 9(8).
              05 WS-ABS-E-TO PIC 9(8).
        01 WS-ABS-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ABS-IDX PIC 9(3) VALUE ZERO.
        01 WS-OWNER-TABLE.
           03 WS-OWNER-KEY PIC X(10) OCCURS 99 TIMES.
        01 WS-OWNER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-OWNER-IDX PIC 9(2) VALUE ZERO.
        01 WS-OWNER-HIT PIC 9(2) VALUE ZERO.
        01 WS-PROGRESS PIC X.
        01 WS-CHECK-OWNER PIC X(10).
        01 WS-CHECK-DATE PIC 9(8).
        01 WS-CHECK-INTEGER PIC S9(9) COMP.
        01 WS-CHECK-WORKING PIC X.
        01 WS-STEP-COUNT PIC 9(4).
        01 WS-DAY-COUNT PIC 9(3).
        01 WS-EARLIEST PIC 9(8).
        01 WS-POINTS-NEEDED PIC 9(5).
        01 WS-PROJECT-END PIC 9(8) VALUE ZERO.
        01 WS-PLANNED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CYCLE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-BEHIND-COUNT PIC 9(3) VALUE ZERO.
        01 WS-LATE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CRITICAL-COUNT PIC 9(3) VALUE ZERO.
        01 WS-HAS-SUCCESSOR PIC X.
        01 WS-WALK-IDX PIC 9(3).
        01 WS-WALK-DEPTH PIC 9(4).
        01 WS-FLAGS PIC X(12).
        01 WS-BAR PIC X(100).
        01 WS-BAR-COL PIC 9(3).
        01 WS-BAR-CHAR PIC X.
        01 WS-BAR-LAST PIC 9(8).
        01 WS-WEEKDAY PIC 9.
        01 WS-JSON-LINE PIC X(400).
        01 WS-JSON-PTR PIC 9(3).
        01 WS-JSON-FIRST PIC X.
        01 WS-JSON-STATE PIC X(7).
        01 WS-ESC-CONTENT PIC X(70).
        01 WS-ESC-LENGTH PIC 9(3).
        01 WS-ESC-IDX PIC 9(3).
        01 WS-ESC-CHAR PIC X.
        COPY TODOCALP.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-CAP-DAYS-TEXT
           ACCEPT WS-CAP-DAYS-TEXT FROM ENVIRONMENT "TODOLIST_CAP_DAYS"
           IF WS-CAP-DAYS-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-CAP-DAYS-TEXT) TO WS-CAP-DAYS
           END-IF
           IF WS-CAP-DAYS = ZERO
              MOVE 5 TO WS-CAP-DAYS
           END-IF

           MOVE SPACES TO WS-HORIZON-TEXT
           ACCEPT WS-HORIZON-TEXT FROM ENVIRONMENT "TODOPLAN_DAYS"
           IF WS-HORIZON-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-HORIZON-TEXT) TO WS-HORIZON
           END-IF
           IF WS-HORIZON = ZERO OR WS-HORIZON > 100
              MOVE 42 TO WS-HORIZON
           END-IF

           MOVE SPACES TO WS-JSON-DIR
           ACCEPT WS-JSON-DIR FROM ENVIRONMENT "TODOPLAN_DIR"
           IF WS-JSON-DIR = SPACES
              MOVE 'htdocs' TO WS-JSON-DIR
           END-IF
           MOVE SPACES TO WS-JSON-FILENAME
           STRING FUNCTION TRIM(WS-JSON-DIR) '/todoplan.json'
              DELIMITED BY SIZE INTO WS-JSON-FILENAME

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           PERFORM LOAD-CAPACITY-TABLE
           PERFORM LOAD-ABSENCE-TABLE
           PERFORM LOAD-OPEN-ITEMS
           IF WS-TDLIST-STATUS NOT = '00'
                 AND WS-TDLIST-STATUS NOT = '35'
              DISPLAY "TODOPLAN: cannot read "
                 FUNCTION TRIM(WS-TDLIST-FILENAME)
                 " (status " WS-TDLIST-STATUS ")"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-ESTIMATES
           PERFORM LOAD-DEPENDENCY-LINKS

           PERFORM SCHEDULE-FORWARD-PASS
           PERFORM SEPARATE-CYCLE-ITEMS
           PERFORM MARK-LATE-ITEMS
           PERFORM MARK-CRITICAL-PATH

           PERFORM PRINT-PLAN-REPORT
           PERFORM PRINT-OWNER-TIMELINES
           PERFORM WRITE-PLAN-JSON

           IF WS-PLAN-SKIPPED > ZERO
              DISPLAY "TODOPLAN: table full, " WS-PLAN-SKIPPED
                 " item(s) not planned"
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-CYCLE-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-CAPACITY-TABLE SECTION.
           MOVE ZERO TO WS-CAP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CAPACITY-FILE INTO WS-CAPACITY-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CAP-OWNER NOT = SPACES
                             AND WS-CAP-COUNT < 99
                          ADD 1 TO WS-CAP-COUNT
                          MOVE WS-CAP-OWNER
                            TO WS-CAP-E-OWNER (WS-CAP-COUNT)
                          MOVE WS-CAP-POINTS
                            TO WS-CAP-E-POINTS (WS-CAP-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CAPACITY-FILE
           END-IF
          EXIT.

       LOAD-ABSENCE-TABLE SECTION.
           MOVE ZERO TO WS-ABS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ABSENCE-FILE INTO WS-ABSENCE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-ABS-OWNER NOT = SPACES
                             AND WS-ABS-TO >= WS-TODAY-DATE
                             AND WS-ABS-COUNT < 999
                          ADD 1 TO WS-ABS-COUNT
                          MOVE WS-ABS-OWNER
                            TO WS-ABS-E-OWNER (WS-ABS-COUNT)
                          MOVE WS-ABS-FROM
                            TO WS-ABS-E-FROM (WS-ABS-COUNT)
                          MOVE WS-ABS-TO TO WS-ABS-E-TO (WS-ABS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ABSENCE-FILE
           END-IF
          EXIT.

       LOAD-OPEN-ITEMS SECTION.
           MOVE ZERO TO WS-PLAN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ITEM-ACTIVE IN WS-TDLIST
                          IF WS-PLAN-COUNT < 999
                             PERFORM ADD-PLAN-ENTRY
                          ELSE
                             ADD 1 TO WS-PLAN-SKIPPED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
              MOVE '00' TO WS-TDLIST-STATUS
           END-IF
          EXIT.

       ADD-PLAN-ENTRY SECTION.
           ADD 1 TO WS-PLAN-COUNT
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
           END-IF
           MOVE ITEM-ID IN WS-TDLIST TO WS-PL-ID (WS-PLAN-COUNT)
           MOVE ITEM-OWNER IN WS-TDLIST TO WS-PL-OWNER (WS-PLAN-COUNT)
           MOVE ITEM-CONTENT IN WS-TDLIST
             TO WS-PL-CONTENT (WS-PLAN-COUNT)
           MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-PL-DUE (WS-PLAN-COUNT)
           MOVE ITEM-PRIORITY IN WS-TDLIST
             TO WS-PL-PRIORITY (WS-PLAN-COUNT)
           MOVE ZERO TO WS-PL-START (WS-PLAN-COUNT)
           MOVE ZERO TO WS-PL-FINISH (WS-PLAN-COUNT)
           MOVE ZERO TO WS-PL-WAITING (WS-PLAN-COUNT)
           MOVE ZERO TO WS-PL-DRIVER (WS-PLAN-COUNT)
           MOVE SPACE TO WS-PL-STATE (WS-PLAN-COUNT)
           MOVE 'N' TO WS-PL-CRITICAL (WS-PLAN-COUNT)
           MOVE 'N' TO WS-PL-LATE (WS-PLAN-COUNT)
           MOVE 1 TO WS-PL-DAYS (WS-PLAN-COUNT)
           PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                 UNTIL WS-CAP-IDX > WS-CAP-COUNT
              IF WS-CAP-E-OWNER (WS-CAP-IDX)
                    = ITEM-OWNER IN WS-TDLIST
                    AND WS-CAP-E-POINTS (WS-CAP-IDX) > ZERO
                 COMPUTE WS-POINTS-NEEDED =
                    (ITEM-PRIORITY IN WS-TDLIST + 1) * WS-CAP-DAYS
                    + WS-CAP-E-POINTS (WS-CAP-IDX) - 1
                 COMPUTE WS-PL-DAYS (WS-PLAN-COUNT) =
                    WS-POINTS-NEEDED / WS-CAP-E-POINTS (WS-CAP-IDX)
                 IF WS-PL-DAYS (WS-PLAN-COUNT) = ZERO
                    MOVE 1 TO WS-PL-DAYS (WS-PLAN-COUNT)
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       LOAD-ESTIMATES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ESTIMATE-FILE
           IF WS-ESTIMATE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ESTIMATE-FILE INTO WS-ESTIMATE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-EST-ITEM-ID IS NUMERIC
                             AND WS-EST-DAYS IS NUMERIC
                             AND WS-EST-DAYS > ZERO
                          MOVE WS-EST-ITEM-ID TO WS-FIND-ID
                          PERFORM FIND-PLAN-ENTRY
                          IF WS-PLAN-HIT > ZERO
                             MOVE WS-EST-DAYS
                               TO WS-PL-DAYS (WS-PLAN-HIT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESTIMATE-FILE
           END-IF
          EXIT.

       FIND-PLAN-ENTRY SECTION.
           MOVE ZERO TO WS-PLAN-HIT
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                    OR WS-PLAN-HIT > ZERO
              IF WS-PL-ID (WS-PLAN-IDX) = WS-FIND-ID
                 MOVE WS-PLAN-IDX TO WS-PLAN-HIT
              END-IF
           END-PERFORM
          EXIT.

       LOAD-DEPENDENCY-LINKS SECTION.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPS-FILE
           IF WS-DEPS-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ DEPS-FILE INTO WS-DEPS-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM ADD-DEPENDENCY-LINK
                 END-READ
              END-PERFORM
              CLOSE DEPS-FILE
           END-IF
          EXIT.

       ADD-DEPENDENCY-LINK SECTION.
           MOVE WS-DEP-PRED TO WS-FIND-ID
           PERFORM FIND-PLAN-ENTRY
           MOVE WS-PLAN-HIT TO WS-LINK-PRED
           MOVE WS-DEP-SUCC TO WS-FIND-ID
           PERFORM FIND-PLAN-ENTRY
           IF WS-LINK-PRED > ZERO AND WS-PLAN-HIT > ZERO
                 AND WS-LINK-COUNT < 999
              ADD 1 TO WS-LINK-COUNT
              MOVE WS-LINK-PRED TO WS-LK-PRED (WS-LINK-COUNT)
              MOVE WS-PLAN-HIT TO WS-LK-SUCC (WS-LINK-COUNT)
              ADD 1 TO WS-PL-WAITING (WS-PLAN-HIT)
           END-IF
          EXIT.

       SCHEDULE-FORWARD-PASS SECTION.
           MOVE 'Y' TO WS-PROGRESS
           PERFORM UNTIL WS-PROGRESS = 'N'
              MOVE 'N' TO WS-PROGRESS
              PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                 IF WS-PL-PENDING (WS-PLAN-IDX)
                       AND WS-PL-WAITING (WS-PLAN-IDX) = ZERO
                    PERFORM SCHEDULE-ONE-ITEM
                    MOVE 'Y' TO WS-PROGRESS
                 END-IF
              END-PERFORM
           END-PERFORM
          EXIT.

       SCHEDULE-ONE-ITEM SECTION.
           MOVE WS-TODAY-DATE TO WS-EARLIEST
           MOVE ZERO TO WS-PL-DRIVER (WS-PLAN-IDX)
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-LK-SUCC (WS-LINK-IDX) = WS-PLAN-IDX
                 MOVE WS-LK-PRED (WS-LINK-IDX) TO WS-LINK-PRED
                 COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE
                       (WS-PL-FINISH (WS-LINK-PRED)) + 1)
                 IF WS-CHECK-DATE > WS-EARLIEST
                    MOVE WS-CHECK-DATE TO WS-EARLIEST
                    MOVE WS-LINK-PRED TO WS-PL-DRIVER (WS-PLAN-IDX)
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-PL-OWNER (WS-PLAN-IDX) TO WS-CHECK-OWNER
           MOVE WS-EARLIEST TO WS-CHECK-DATE
           PERFORM ROLL-TO-OWNER-WORKDAY
           MOVE WS-CHECK-DATE TO WS-PL-START (WS-PLAN-IDX)
           MOVE 1 TO WS-DAY-COUNT
           PERFORM UNTIL WS-DAY-COUNT >= WS-PL-DAYS (WS-PLAN-IDX)
              COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1)
              PERFORM ROLL-TO-OWNER-WORKDAY
              ADD 1 TO WS-DAY-COUNT
           END-PERFORM
           MOVE WS-CHECK-DATE TO WS-PL-FINISH (WS-PLAN-IDX)
           MOVE 'S' TO WS-PL-STATE (WS-PLAN-IDX)
           ADD 1 TO WS-PLANNED-COUNT
           IF WS-PL-FINISH (WS-PLAN-IDX) > WS-PROJECT-END
              MOVE WS-PL-FINISH (WS-PLAN-IDX) TO WS-PROJECT-END
           END-IF

           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
              IF WS-LK-PRED (WS-LINK-IDX) = WS-PLAN-IDX
                 MOVE WS-LK-SUCC (WS-LINK-IDX) TO WS-PLAN-HIT
                 SUBTRACT 1 FROM WS-PL-WAITING (WS-PLAN-HIT)
              END-IF
           END-PERFORM
          EXIT.

       ROLL-TO-OWNER-WORKDAY SECTION.
           MOVE ZERO TO WS-STEP-COUNT
           PERFORM CHECK-OWNER-WORKDAY
           PERFORM UNTIL WS-CHECK-WORKING = 'Y'
                 OR WS-STEP-COUNT > 999
              COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1)
              ADD 1 TO WS-STEP-COUNT
              PERFORM CHECK-OWNER-WORKDAY
           END-PERFORM
          EXIT.

       CHECK-OWNER-WORKDAY SECTION.
           MOVE 'CHECK' TO CAL-FUNCTION
           MOVE WS-CHECK-DATE TO CAL-DATE-IN
           CALL "TODOCAL" USING TODOCAL-PARAMETERS
           MOVE CAL-WORKING-DAY TO WS-CHECK-WORKING
           IF WS-CHECK-WORKING = 'Y' AND WS-CHECK-OWNER NOT = SPACES
              PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                    UNTIL WS-ABS-IDX > WS-ABS-COUNT
                 IF WS-ABS-E-OWNER (WS-ABS-IDX) = WS-CHECK-OWNER
                       AND WS-CHECK-DATE >= WS-ABS-E-FROM (WS-ABS-IDX)
                       AND WS-CHECK-DATE <= WS-ABS-E-TO (WS-ABS-IDX)
                    MOVE 'N' TO WS-CHECK-WORKING
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       SEPARATE-CYCLE-ITEMS SECTION.
           MOVE 'Y' TO WS-PROGRESS
           PERFORM UNTIL WS-PROGRESS = 'N'
              MOVE 'N' TO WS-PROGRESS
              PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                 IF WS-PL-PENDING (WS-PLAN-IDX)
                    MOVE 'N' TO WS-HAS-SUCCESSOR
                    PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                          UNTIL WS-LINK-IDX > WS-LINK-COUNT
                       IF WS-LK-PRED (WS-LINK-IDX) = WS-PLAN-IDX
                          MOVE WS-LK-SUCC (WS-LINK-IDX) TO WS-PLAN-HIT
                          IF WS-PL-PENDING (WS-PLAN-HIT)
                             MOVE 'Y' TO WS-HAS-SUCCESSOR
                          END-IF
                       END-IF
                    END-PERFORM
                    IF WS-HAS-SUCCESSOR = 'N'
                       MOVE 'B' TO WS-PL-STATE (WS-PLAN-IDX)
                       ADD 1 TO WS-BEHIND-COUNT
                       MOVE 'Y' TO WS-PROGRESS
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PL-PENDING (WS-PLAN-IDX)
                 MOVE 'C' TO WS-PL-STATE (WS-PLAN-IDX)
                 ADD 1 TO WS-CYCLE-COUNT
              END-IF
           END-PERFORM
          EXIT.

       MARK-LATE-ITEMS SECTION.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PL-PLANNED (WS-PLAN-IDX)
                    AND WS-PL-DUE (WS-PLAN-IDX) > ZERO
                    AND WS-PL-FINISH (WS-PLAN-IDX)
                       > WS-PL-DUE (WS-PLAN-IDX)
                 MOVE 'Y' TO WS-PL-LATE (WS-PLAN-IDX)
                 ADD 1 TO WS-LATE-COUNT
              END-IF
           END-PERFORM
          EXIT.

       MARK-CRITICAL-PATH SECTION.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PL-PLANNED (WS-PLAN-IDX)
                    AND WS-PL-FINISH (WS-PLAN-IDX) = WS-PROJECT-END
                 MOVE WS-PLAN-IDX TO WS-WALK-IDX
                 MOVE ZERO TO WS-WALK-DEPTH
                 PERFORM UNTIL WS-WALK-IDX = ZERO
                       OR WS-WALK-DEPTH > 999
                    IF WS-PL-CRITICAL (WS-WALK-IDX) = 'N'
                       MOVE 'Y' TO WS-PL-CRITICAL (WS-WALK-IDX)
                       ADD 1 TO WS-CRITICAL-COUNT
                    END-IF
                    MOVE WS-PL-DRIVER (WS-WALK-IDX) TO WS-WALK-IDX
                    ADD 1 TO WS-WALK-DEPTH
                 END-PERFORM
              END-IF
           END-PERFORM
          EXIT.

       SET-ITEM-FLAGS SECTION.
           MOVE SPACES TO WS-FLAGS
           EVALUATE TRUE
              WHEN WS-PL-IN-CYCLE (WS-PLAN-IDX)
                 MOVE 'CYCLE' TO WS-FLAGS
              WHEN WS-PL-BEHIND-CYCLE (WS-PLAN-IDX)
                 MOVE 'BEHIND-CYCLE' TO WS-FLAGS
              WHEN WS-PL-CRITICAL (WS-PLAN-IDX) = 'Y'
                    AND WS-PL-LATE (WS-PLAN-IDX) = 'Y'
                 MOVE 'CRIT LATE' TO WS-FLAGS
              WHEN WS-PL-CRITICAL (WS-PLAN-IDX) = 'Y'
                 MOVE 'CRIT' TO WS-FLAGS
              WHEN WS-PL-LATE (WS-PLAN-IDX) = 'Y'
                 MOVE 'LATE' TO WS-FLAGS
           END-EVALUATE
          EXIT.

       PRINT-PLAN-REPORT SECTION.
           DISPLAY "=================================================="
              "=================================================="
           DISPLAY "  TODOLIST SCHEDULE PLAN - " WS-TODAY-DATE
           DISPLAY "=================================================="
              "=================================================="
           DISPLAY "Open items:          " WS-PLAN-COUNT
           DISPLAY "Dependency links:    " WS-LINK-COUNT
           DISPLAY "Planned:             " WS-PLANNED-COUNT
           DISPLAY "Plan finishes:       " WS-PROJECT-END
           DISPLAY "On critical path:    " WS-CRITICAL-COUNT
           DISPLAY "Due date not met:    " WS-LATE-COUNT
           DISPLAY "In dependency cycle: " WS-CYCLE-COUNT
           DISPLAY "Behind a cycle:      " WS-BEHIND-COUNT
           DISPLAY " "
           DISPLAY "ID    OWNER      DAYS START    FINISH   DUE      "
              "FLAGS        PRED  CONTENT"
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              PERFORM SET-ITEM-FLAGS
              IF WS-PL-DRIVER (WS-PLAN-IDX) > ZERO
                 MOVE WS-PL-DRIVER (WS-PLAN-IDX) TO WS-PLAN-HIT
                 MOVE WS-PL-ID (WS-PLAN-HIT) TO WS-FIND-ID
              ELSE
                 MOVE ZERO TO WS-FIND-ID
              END-IF
              DISPLAY WS-PL-ID (WS-PLAN-IDX) " "
                 WS-PL-OWNER (WS-PLAN-IDX) " "
                 WS-PL-DAYS (WS-PLAN-IDX) "  "
                 WS-PL-START (WS-PLAN-IDX) " "
                 WS-PL-FINISH (WS-PLAN-IDX) " "
                 WS-PL-DUE (WS-PLAN-IDX) " "
                 WS-FLAGS " "
                 WS-FIND-ID " "
                 WS-PL-CONTENT (WS-PLAN-IDX)
           END-PERFORM
           IF WS-CYCLE-COUNT > ZERO
              DISPLAY " "
              DISPLAY "Dependency cycles - fix tododeps.txt:"
              PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                    UNTIL WS-LINK-IDX > WS-LINK-COUNT
                 MOVE WS-LK-PRED (WS-LINK-IDX) TO WS-LINK-PRED
                 MOVE WS-LK-SUCC (WS-LINK-IDX) TO WS-PLAN-HIT
                 IF WS-PL-IN-CYCLE (WS-LINK-PRED)
                       AND WS-PL-IN-CYCLE (WS-PLAN-HIT)
                    DISPLAY "  " WS-PL-ID (WS-LINK-PRED)
                       " blocks " WS-PL-ID (WS-PLAN-HIT)
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       PRINT-OWNER-TIMELINES SECTION.
           MOVE ZERO TO WS-OWNER-COUNT
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                 UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
              IF WS-PL-PLANNED (WS-PLAN-IDX)
                 MOVE ZERO TO WS-OWNER-HIT
                 PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                    IF WS-OWNER-KEY (WS-OWNER-IDX)
                          = WS-PL-OWNER (WS-PLAN-IDX)
                       MOVE WS-OWNER-IDX TO WS-OWNER-HIT
                    END-IF
                 END-PERFORM
                 IF WS-OWNER-HIT = ZERO AND WS-OWNER-COUNT < 99
                    ADD 1 TO WS-OWNER-COUNT
                    MOVE WS-PL-OWNER (WS-PLAN-IDX)
                      TO WS-OWNER-KEY (WS-OWNER-COUNT)
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE WS-BAR-LAST = FUNCTION DATE-OF-INTEGER
              (WS-TODAY-INTEGER + WS-HORIZON - 1)
           DISPLAY " "
           DISPLAY "Timeline " WS-TODAY-DATE " - " WS-BAR-LAST
              " (# planned, * critical, . not working,"
              " D due, ! due missed, > continues)"
           MOVE SPACES TO WS-BAR
           PERFORM VARYING WS-BAR-COL FROM 1 BY 1
                 UNTIL WS-BAR-COL > WS-HORIZON
              COMPUTE WS-CHECK-INTEGER =
                 WS-TODAY-INTEGER + WS-BAR-COL - 1
              COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-CHECK-INTEGER, 7)
              IF WS-WEEKDAY = 1
                 MOVE '|' TO WS-BAR (WS-BAR-COL:1)
              ELSE
                 MOVE '-' TO WS-BAR (WS-BAR-COL:1)
              END-IF
           END-PERFORM
           DISPLAY "                 " WS-BAR (1:WS-HORIZON)
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              IF WS-OWNER-KEY (WS-OWNER-IDX) = SPACES
                 DISPLAY "(unassigned)"
              ELSE
                 DISPLAY WS-OWNER-KEY (WS-OWNER-IDX)
              END-IF
              PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                 IF WS-PL-PLANNED (WS-PLAN-IDX)
                       AND WS-PL-OWNER (WS-PLAN-IDX)
                          = WS-OWNER-KEY (WS-OWNER-IDX)
                    PERFORM BUILD-ITEM-BAR
                    DISPLAY "  " WS-PL-ID (WS-PLAN-IDX) "          "
                       WS-BAR (1:WS-HORIZON)
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "=================================================="
              "=================================================="
          EXIT.

       BUILD-ITEM-BAR SECTION.
           MOVE SPACES TO WS-BAR
           MOVE WS-PL-OWNER (WS-PLAN-IDX) TO WS-CHECK-OWNER
           PERFORM VARYING WS-BAR-COL FROM 1 BY 1
                 UNTIL WS-BAR-COL > WS-HORIZON
              COMPUTE WS-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-TODAY-INTEGER + WS-BAR-COL - 1)
              PERFORM CHECK-OWNER-WORKDAY
              MOVE SPACE TO WS-BAR-CHAR
              IF WS-CHECK-WORKING = 'N'
                 MOVE '.' TO WS-BAR-CHAR
              END-IF
              IF WS-CHECK-DATE >= WS-PL-START (WS-PLAN-IDX)
                    AND WS-CHECK-DATE <= WS-PL-FINISH (WS-PLAN-IDX)
                    AND WS-CHECK-WORKING = 'Y'
                 IF WS-PL-CRITICAL (WS-PLAN-IDX) = 'Y'
                    MOVE '*' TO WS-BAR-CHAR
                 ELSE
                    MOVE '#' TO WS-BAR-CHAR
                 END-IF
              END-IF
              IF WS-CHECK-DATE = WS-PL-DUE (WS-PLAN-IDX)
                 IF WS-PL-LATE (WS-PLAN-IDX) = 'Y'
                    MOVE '!' TO WS-BAR-CHAR
                 ELSE
                    IF WS-BAR-CHAR NOT = '#' AND WS-BAR-CHAR NOT = '*'
                       MOVE 'D' TO WS-BAR-CHAR
                    END-IF
                 END-IF
              END-IF
              MOVE WS-BAR-CHAR TO WS-BAR (WS-BAR-COL:1)
           END-PERFORM
           IF WS-PL-FINISH (WS-PLAN-IDX) > WS-BAR-LAST
              MOVE '>' TO WS-BAR (WS-HORIZON:1)
           END-IF
          EXIT.

       WRITE-PLAN-JSON SECTION.
           OPEN OUTPUT JSON-FILE
           IF WS-JSON-STATUS NOT = '00'
              DISPLAY "TODOPLAN: cannot write "
                 FUNCTION TRIM(WS-JSON-FILENAME)
                 " (status " WS-JSON-STATUS ")"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-JSON-LINE
              STRING '{"date":' WS-TODAY-DATE
                     ',"finish":' WS-PROJECT-END
                     ',"cycles":' WS-CYCLE-COUNT
                     ',"late":' WS-LATE-COUNT
                     ',"items":['
                 DELIMITED BY SIZE INTO WS-JSON-LINE
              WRITE JSON-RECORD FROM WS-JSON-LINE
              MOVE 'Y' TO WS-JSON-FIRST
              PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                    UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                 PERFORM WRITE-PLAN-JSON-ITEM
              END-PERFORM
              MOVE ']}' TO WS-JSON-LINE
              WRITE JSON-RECORD FROM WS-JSON-LINE
              CLOSE JSON-FILE
              DISPLAY "TODOPLAN: " WS-PLAN-COUNT " item(s) written to "
                 FUNCTION TRIM(WS-JSON-FILENAME)
           END-IF
          EXIT.

       WRITE-PLAN-JSON-ITEM SECTION.
           EVALUATE TRUE
              WHEN WS-PL-PLANNED (WS-PLAN-IDX)
                 MOVE 'PLANNED' TO WS-JSON-STATE
              WHEN WS-PL-IN-CYCLE (WS-PLAN-IDX)
                 MOVE 'CYCLE' TO WS-JSON-STATE
              WHEN OTHER
                 MOVE 'BEHIND' TO WS-JSON-STATE
           END-EVALUATE
           PERFORM ESCAPE-CONTENT-JSON
           MOVE SPACES TO WS-JSON-LINE
           MOVE 1 TO WS-JSON-PTR
           IF WS-JSON-FIRST = 'N'
              STRING ',' DELIMITED BY SIZE INTO WS-JSON-LINE
                 WITH POINTER WS-JSON-PTR
           END-IF
           MOVE 'N' TO WS-JSON-FIRST
           STRING '{"id":' WS-PL-ID (WS-PLAN-IDX)
                  ',"owner":"'
                  FUNCTION TRIM(WS-PL-OWNER (WS-PLAN-IDX)) '"'
                  ',"content":"'
                  WS-ESC-CONTENT (1:WS-ESC-LENGTH) '"'
                  ',"days":' WS-PL-DAYS (WS-PLAN-IDX)
                  ',"start":' WS-PL-START (WS-PLAN-IDX)
                  ',"finish":' WS-PL-FINISH (WS-PLAN-IDX)
                  ',"due":' WS-PL-DUE (WS-PLAN-IDX)
                  ',"state":"' FUNCTION TRIM(WS-JSON-STATE) '"'
                  ',"critical":"' WS-PL-CRITICAL (WS-PLAN-IDX) '"'
                  ',"late":"' WS-PL-LATE (WS-PLAN-IDX) '"'
                  ',"preds":['
              DELIMITED BY SIZE INTO WS-JSON-LINE
              WITH POINTER WS-JSON-PTR
           MOVE 'Y' TO WS-HAS-SUCCESSOR
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                 UNTIL WS-LINK-IDX > WS-LINK-COUNT
                    OR WS-JSON-PTR > 380
              IF WS-LK-SUCC (WS-LINK-IDX) = WS-PLAN-IDX
                 MOVE WS-LK-PRED (WS-LINK-IDX) TO WS-LINK-PRED
                 IF WS-HAS-SUCCESSOR = 'N'
                    STRING ',' DELIMITED BY SIZE INTO WS-JSON-LINE
                       WITH POINTER WS-JSON-PTR
                 END-IF
                 MOVE 'N' TO WS-HAS-SUCCESSOR
                 STRING WS-PL-ID (WS-LINK-PRED)
                    DELIMITED BY SIZE INTO WS-JSON-LINE
                    WITH POINTER WS-JSON-PTR
              END-IF
           END-PERFORM
           STRING ']}' DELIMITED BY SIZE INTO WS-JSON-LINE
              WITH POINTER WS-JSON-PTR
           WRITE JSON-RECORD FROM WS-JSON-LINE
          EXIT.

       ESCAPE-CONTENT-JSON SECTION.
           MOVE SPACES TO WS-ESC-CONTENT
           MOVE 1 TO WS-ESC-LENGTH
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                 UNTIL WS-ESC-IDX > 35
              MOVE WS-PL-CONTENT (WS-PLAN-IDX) (WS-ESC-IDX:1)
                TO WS-ESC-CHAR
              IF WS-ESC-CHAR = '"' OR WS-ESC-CHAR = '\'
                 MOVE '\' TO WS-ESC-CONTENT (WS-ESC-LENGTH:1)
                 ADD 1 TO WS-ESC-LENGTH
              END-IF
              MOVE WS-ESC-CHAR TO WS-ESC-CONTENT (WS-ESC-LENGTH:1)
              ADD 1 TO WS-ESC-LENGTH
           END-PERFORM
           COMPUTE WS-ESC-LENGTH = FUNCTION LENGTH
              (FUNCTION TRIM (WS-ESC-CONTENT TRAILING))
           IF WS-ESC-CONTENT = SPACES
              MOVE 1 TO WS-ESC-LENGTH
           END-IF
          EXIT.

       END PROGRAM TODOPLAN.
