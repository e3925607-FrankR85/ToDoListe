            ALTERNATE RECORD KEY IS ITEM-CATEGORY WITH DUPLICATES
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT APPROVAL-FILE ASSIGN TO 'todoappr.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPR-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD APPROVAL-FILE.
          01 APPROVAL-RECORD PIC X(33).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-CAT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CAT-IDX PIC 9(2) VALUE ZERO.
        01 WS-CAT-HIT PIC 9(2) VALUE ZERO.
        01 WS-TEAM-TABLE.
           03 WS-TEAM-ROW OCCURS 99 TIMES.
              05 WS-TEAM-KEY PIC X(10).
              05 WS-TEAM-ONTIME PIC 9(5).
              05 WS-TEAM-LATE PIC 9(5).
              05 WS-TEAM-LATE-DAYS PIC 9(7).
        01 WS-TEAM-COUNT PIC 9(2) VALUE ZERO.
        01 WS-TEAM-IDX PIC 9(2) VALUE ZERO.
        01 WS-TEAM-HIT PIC 9(2) VALUE ZERO.
        01 WS-LOOKUP-TEAM PIC X(10).
        01 WS-ORG-ACTIVE PIC X VALUE 'N'.
        01 WS-CUR-ONTIME PIC 9(5) VALUE ZERO.
        01 WS-CUR-LATE PIC 9(5) VALUE ZERO.
        01 WS-CUR-LATE-DAYS PIC 9(7) VALUE ZERO.
        01 WS-PRV-LATE PIC 9(5) VALUE ZERO.
        01 WS-AVG-LATE PIC 9(4)V9 VALUE ZERO.
        01 WS-AVG-DISPLAY PIC ZZZ9.9.
        01 WS-APPR-STATUS PIC XX.
        01 WS-APPR-EOF PIC X VALUE 'N'.
        01 WS-APPR-LINE.
           05 WS-APPR-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-APPR-EVENT PIC X(7).
           05 FILLER PIC X.
           05 WS-APPR-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WS-APPR-USER PIC X(10).
        01 WS-APPR-TABLE.
           03 WS-APPR-ROW OCCURS 999 TIMES.
              05 WS-APPR-E-ID PIC 9(5).
              05 WS-APPR-E-DATE PIC 9(8).
        01 WS-APPR-COUNT PIC 9(3) VALUE ZERO.
        01 WS-APPR-IDX PIC 9(3) VALUE ZERO.
        01 WS-APPR-HIT PIC 9(3) VALUE ZERO.
        01 WS-APPR-OVERFLOW PIC X VALUE 'N'.
        01 WS-MEASURE-DATE PIC 9(8).
        COPY TODOORGP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
              SUBTRACT 1 FROM WS-PREV-MM
           END-IF

           PERFORM LOAD-APPROVAL-TABLE
           IF WS-APPR-OVERFLOW = 'Y'
              DISPLAY "TODOONTIME: more than 999 approved items since "
                 WS-PREV-MONTH ", report not produced"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
              MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM TALLY-TEAM-TOTALS
           PERFORM PRINT-ONTIME-REPORT
           GOBACK
          .

       LOAD-APPROVAL-TABLE SECTION.
           MOVE ZERO TO WS-APPR-COUNT
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS = '00'
              PERFORM UNTIL WS-APPR-EOF = 'Y'
                 READ APPROVAL-FILE INTO WS-APPR-LINE
                    AT END MOVE 'Y' TO WS-APPR-EOF
                    NOT AT END
                       IF WS-APPR-EVENT = 'APPROVE'
                             AND WS-APPR-DATE IS NUMERIC
                             AND WS-APPR-DATE (1:6) >= WS-PREV-MONTH
                          PERFORM STORE-APPROVAL-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APPROVAL-FILE
           END-IF
          EXIT.

       STORE-APPROVAL-DATE SECTION.
           MOVE ZERO TO WS-APPR-HIT
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                 UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-APPR-E-ID (WS-APPR-IDX) = WS-APPR-ITEM-ID
                 MOVE WS-APPR-IDX TO WS-APPR-HIT
              END-IF
           END-PERFORM
           IF WS-APPR-HIT = ZERO
              IF WS-APPR-COUNT < 999
                 ADD 1 TO WS-APPR-COUNT
                 MOVE WS-APPR-COUNT TO WS-APPR-HIT
                 MOVE WS-APPR-ITEM-ID TO WS-APPR-E-ID (WS-APPR-HIT)
              ELSE
                 MOVE 'Y' TO WS-APPR-OVERFLOW
              END-IF
           END-IF
           IF WS-APPR-HIT > ZERO
              MOVE WS-APPR-DATE TO WS-APPR-E-DATE (WS-APPR-HIT)
           END-IF
          EXIT.

       FIND-MEASURE-DATE SECTION.
           MOVE ITEM-DONE-DATE IN WS-TDLIST TO WS-MEASURE-DATE
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                 UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-APPR-E-ID (WS-APPR-IDX) = ITEM-ID IN WS-TDLIST
                    AND WS-APPR-E-DATE (WS-APPR-IDX)
                       >= ITEM-DONE-DATE IN WS-TDLIST
                 MOVE WS-APPR-E-DATE (WS-APPR-IDX) TO WS-MEASURE-DATE
              END-IF
           END-PERFORM
          EXIT.

       CHECK-COMPLETED-ITEM SECTION.
           IF ITEM-DONE IN WS-TDLIST
                 AND ITEM-DONE-DATE IN WS-TDLIST > ZERO
                 AND ITEM-DUE-DATE IN WS-TDLIST > ZERO
              PERFORM FIND-MEASURE-DATE
              MOVE WS-MEASURE-DATE (1:6) TO WS-DONE-MONTH
              MOVE 'Y' TO WS-ONTIME-FLAG
              MOVE ZERO TO WS-LATE-DAYS
              IF WS-MEASURE-DATE > ITEM-DUE-DATE IN WS-TDLIST
                 MOVE 'N' TO WS-ONTIME-FLAG
                 COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE
                       (ITEM-DUE-DATE IN WS-TDLIST)
                 COMPUTE WS-DONE-INTEGER =
                    FUNCTION INTEGER-OF-DATE (WS-MEASURE-DATE)
                 COMPUTE WS-LATE-DAYS =
                    WS-DONE-INTEGER - WS-DUE-INTEGER
              END-IF
           END-IF
          EXIT.

       TALLY-TEAM-TOTALS SECTION.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              MOVE 'LOOKUP' TO ORG-FUNCTION
              MOVE WS-OWNER-KEY (WS-OWNER-IDX) TO ORG-USER-ID
              CALL "TODOORG" USING TODOORG-PARAMETERS
              IF ORG-ENTRY-COUNT > ZERO
                 MOVE 'Y' TO WS-ORG-ACTIVE
              END-IF
              MOVE ORG-TEAM TO WS-LOOKUP-TEAM
              IF WS-LOOKUP-TEAM = SPACES
                 MOVE '(none)' TO WS-LOOKUP-TEAM
              END-IF
              MOVE ZERO TO WS-TEAM-HIT
              PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                    UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                 IF WS-TEAM-KEY (WS-TEAM-IDX) = WS-LOOKUP-TEAM
                    MOVE WS-TEAM-IDX TO WS-TEAM-HIT
                 END-IF
              END-PERFORM
              IF WS-TEAM-HIT = ZERO AND WS-TEAM-COUNT < 99
                 ADD 1 TO WS-TEAM-COUNT
                 MOVE WS-LOOKUP-TEAM TO WS-TEAM-KEY (WS-TEAM-COUNT)
                 MOVE ZERO TO WS-TEAM-ONTIME (WS-TEAM-COUNT)
                 MOVE ZERO TO WS-TEAM-LATE (WS-TEAM-COUNT)
                 MOVE ZERO TO WS-TEAM-LATE-DAYS (WS-TEAM-COUNT)
                 MOVE WS-TEAM-COUNT TO WS-TEAM-HIT
              END-IF
              IF WS-TEAM-HIT > ZERO
                 ADD WS-OWNER-ONTIME (WS-OWNER-IDX)
                   TO WS-TEAM-ONTIME (WS-TEAM-HIT)
                 ADD WS-OWNER-LATE (WS-OWNER-IDX)
                   TO WS-TEAM-LATE (WS-TEAM-HIT)
                 ADD WS-OWNER-LATE-DAYS (WS-OWNER-IDX)
                   TO WS-TEAM-LATE-DAYS (WS-TEAM-HIT)
              END-IF
           END-PERFORM
          EXIT.

       PRINT-ONTIME-REPORT SECTION.
           DISPLAY "=============================================="
           DISPLAY "  TODOLIST ON-TIME REPORT - " WS-TARGET-MONTH
                 WS-OWNER-LATE (WS-OWNER-IDX) " / "
                 WS-AVG-DISPLAY
           END-PERFORM
           IF WS-ORG-ACTIVE = 'Y'
              DISPLAY "By team (ontime / late / avg days late):"
              PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                    UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                 IF WS-TEAM-LATE (WS-TEAM-IDX) > ZERO
                    COMPUTE WS-AVG-LATE ROUNDED =
                       WS-TEAM-LATE-DAYS (WS-TEAM-IDX)
                       / WS-TEAM-LATE (WS-TEAM-IDX)
                 ELSE
                    MOVE ZERO TO WS-AVG-LATE
                 END-IF
                 MOVE WS-AVG-LATE TO WS-AVG-DISPLAY
                 DISPLAY "  " WS-TEAM-KEY (WS-TEAM-IDX) "  "
                    WS-TEAM-ONTIME (WS-TEAM-IDX) " / "
                    WS-TEAM-LATE (WS-TEAM-IDX) " / "
                    WS-AVG-DISPLAY
              END-PERFORM
           END-IF
           DISPLAY "By category (ontime / late / avg days late):"
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                 UNTIL WS-CAT-IDX > WS-CAT-COUNT
