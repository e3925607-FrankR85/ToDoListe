       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOURGRPT.

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
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD DEPS-FILE.
          01 DEPS-RECORD PIC X(11).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-DEPS-STATUS PIC XX.
        01 WS-DEPS-LINE.
           05 WS-DEP-PRED PIC 9(5).
           05 FILLER PIC X.
           05 WS-DEP-SUCC PIC 9(5).
        01 WS-DEP-TABLE.
           03 WS-DEP-ENTRY OCCURS 999 TIMES.
              05 WS-DEP-E-PRED PIC 9(5).
              05 WS-DEP-E-SUCC PIC 9(5).
        01 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DEP-IDX PIC 9(4) VALUE ZERO.
        01 WS-ITEM-TABLE.
           03 WS-ITEM-ROW OCCURS 999 TIMES.
              05 WS-ITEM-E-ID PIC 9(5).
              05 WS-ITEM-E-ACTIVE PIC X.
              05 WS-ITEM-E-PICKED PIC X.
              05 WS-ITEM-E-OWNER PIC X(10).
              05 WS-ITEM-E-CONTENT PIC X(35).
              05 WS-ITEM-E-PRIORITY PIC 9(1).
              05 WS-ITEM-E-DUE PIC 9(8).
              05 WS-ITEM-E-CREATED PIC 9(8).
              05 WS-ITEM-E-SCORE PIC 9(5).
              05 WS-ITEM-E-PRIORITY-PTS PIC 9(5).
              05 WS-ITEM-E-DUE-PTS PIC 9(5).
              05 WS-ITEM-E-WAITING-PTS PIC 9(5).
              05 WS-ITEM-E-AGE-PTS PIC 9(5).
              05 WS-ITEM-E-TICKLER-PTS PIC 9(5).
        01 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
        01 WS-ITEM-IDX PIC 9(4) VALUE ZERO.
        01 WS-SUCC-IDX PIC 9(4) VALUE ZERO.
        01 WS-BEST-IDX PIC 9(4) VALUE ZERO.
        01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ITEM-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-WAITING PIC 9(3) VALUE ZERO.
        01 WS-RANK PIC 9(3) VALUE ZERO.
        01 WS-TOP-TEXT PIC X(5).
        01 WS-TOP-COUNT PIC 9(3) VALUE 20.
        COPY TODOURGP.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-TOP-TEXT
           ACCEPT WS-TOP-TEXT FROM ENVIRONMENT "TODOURGRPT_TOP"
           IF WS-TOP-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-TOP-TEXT) TO WS-TOP-COUNT
           END-IF
           IF WS-TOP-COUNT = ZERO
              MOVE 20 TO WS-TOP-COUNT
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-ITEM-ROW
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF

           PERFORM LOAD-DEP-TABLE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-ITEM-E-ACTIVE (WS-ITEM-IDX) = 'Y'
                 ADD 1 TO WS-OPEN-COUNT
                 PERFORM SCORE-ITEM-ROW
              END-IF
           END-PERFORM

           PERFORM PRINT-URGENCY-REPORT
           IF WS-ITEM-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       STORE-ITEM-ROW SECTION.
           IF ITEM-ACTIVE IN WS-TDLIST AND WS-ITEM-COUNT >= 999
              ADD 1 TO WS-ITEM-SKIPPED
           END-IF
           IF ITEM-ACTIVE IN WS-TDLIST AND WS-ITEM-COUNT < 999
              ADD 1 TO WS-ITEM-COUNT
              MOVE ITEM-ID IN WS-TDLIST
                TO WS-ITEM-E-ID (WS-ITEM-COUNT)
              MOVE 'Y' TO WS-ITEM-E-ACTIVE (WS-ITEM-COUNT)
              MOVE 'N' TO WS-ITEM-E-PICKED (WS-ITEM-COUNT)
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
              MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
              MOVE SPACES TO CONF-USER
              MOVE SPACES TO CONF-ROLE
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF CONF-IS-MARKED
                 MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
              END-IF
              MOVE ITEM-OWNER IN WS-TDLIST
                TO WS-ITEM-E-OWNER (WS-ITEM-COUNT)
              MOVE ITEM-CONTENT IN WS-TDLIST
                TO WS-ITEM-E-CONTENT (WS-ITEM-COUNT)
              MOVE ITEM-PRIORITY IN WS-TDLIST
                TO WS-ITEM-E-PRIORITY (WS-ITEM-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
                TO WS-ITEM-E-DUE (WS-ITEM-COUNT)
              MOVE ITEM-CREATED-DATE IN WS-TDLIST
                TO WS-ITEM-E-CREATED (WS-ITEM-COUNT)
              MOVE ZERO TO WS-ITEM-E-SCORE (WS-ITEM-COUNT)
           END-IF
          EXIT.

       LOAD-DEP-TABLE SECTION.
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

       SCORE-ITEM-ROW SECTION.
           MOVE ZERO TO WS-WAITING
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
              IF WS-DEP-E-PRED (WS-DEP-IDX)
                    = WS-ITEM-E-ID (WS-ITEM-IDX)
                 PERFORM VARYING WS-SUCC-IDX FROM 1 BY 1
                       UNTIL WS-SUCC-IDX > WS-ITEM-COUNT
                    IF WS-ITEM-E-ID (WS-SUCC-IDX)
                          = WS-DEP-E-SUCC (WS-DEP-IDX)
                          AND WS-ITEM-E-ACTIVE (WS-SUCC-IDX) = 'Y'
                          AND WS-WAITING < 999
                       ADD 1 TO WS-WAITING
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           MOVE WS-ITEM-E-ID (WS-ITEM-IDX) TO URG-ITEM-ID
           MOVE WS-ITEM-E-PRIORITY (WS-ITEM-IDX) TO URG-PRIORITY
           MOVE WS-ITEM-E-DUE (WS-ITEM-IDX) TO URG-DUE-DATE
           MOVE WS-ITEM-E-CREATED (WS-ITEM-IDX) TO URG-CREATED-DATE
           MOVE WS-WAITING TO URG-WAITING
           CALL "TODOURG" USING TODOURG-PARAMETERS
           MOVE URG-SCORE TO WS-ITEM-E-SCORE (WS-ITEM-IDX)
           MOVE URG-PRIORITY-POINTS
             TO WS-ITEM-E-PRIORITY-PTS (WS-ITEM-IDX)
           MOVE URG-DUE-POINTS TO WS-ITEM-E-DUE-PTS (WS-ITEM-IDX)
           MOVE URG-WAITING-POINTS
             TO WS-ITEM-E-WAITING-PTS (WS-ITEM-IDX)
           MOVE URG-AGE-POINTS TO WS-ITEM-E-AGE-PTS (WS-ITEM-IDX)
           MOVE URG-TICKLER-POINTS
             TO WS-ITEM-E-TICKLER-PTS (WS-ITEM-IDX)
          EXIT.

       PRINT-URGENCY-REPORT SECTION.
           DISPLAY "=================================================="
           DISPLAY "  TODOLIST URGENCY TOP SCORES - " WS-TODAY-DATE
           DISPLAY "=================================================="
           DISPLAY "Open items scored:   " WS-OPEN-COUNT
           IF WS-ITEM-SKIPPED > ZERO
              DISPLAY "Open items skipped:  " WS-ITEM-SKIPPED
                 " (work table holds 999 open items)"
           END-IF
           DISPLAY " "
           DISPLAY "Rank Score ID    Owner      "
              "Prio  Due   Wait  Age   Tick  Content"
           MOVE ZERO TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-TOP-COUNT
                 OR WS-RANK >= WS-OPEN-COUNT
              MOVE ZERO TO WS-BEST-IDX
              PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                 IF WS-ITEM-E-ACTIVE (WS-ITEM-IDX) = 'Y'
                       AND WS-ITEM-E-PICKED (WS-ITEM-IDX) = 'N'
                    IF WS-BEST-IDX = ZERO
                       MOVE WS-ITEM-IDX TO WS-BEST-IDX
                    ELSE
                       IF WS-ITEM-E-SCORE (WS-ITEM-IDX)
                             > WS-ITEM-E-SCORE (WS-BEST-IDX)
                          MOVE WS-ITEM-IDX TO WS-BEST-IDX
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              MOVE 'Y' TO WS-ITEM-E-PICKED (WS-BEST-IDX)
              ADD 1 TO WS-RANK
              DISPLAY " " WS-RANK " "
                 WS-ITEM-E-SCORE (WS-BEST-IDX) " "
                 WS-ITEM-E-ID (WS-BEST-IDX) " "
                 WS-ITEM-E-OWNER (WS-BEST-IDX) " "
                 WS-ITEM-E-PRIORITY-PTS (WS-BEST-IDX) " "
                 WS-ITEM-E-DUE-PTS (WS-BEST-IDX) " "
                 WS-ITEM-E-WAITING-PTS (WS-BEST-IDX) " "
                 WS-ITEM-E-AGE-PTS (WS-BEST-IDX) " "
                 WS-ITEM-E-TICKLER-PTS (WS-BEST-IDX) " "
                 WS-ITEM-E-CONTENT (WS-BEST-IDX)
           END-PERFORM
           DISPLAY "=================================================="
          EXIT.

       END PROGRAM TODOURGRPT.
