       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOQUAL.

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
            FILE STATUS IS WS-WORK-STATUS.
         SELECT USER-FILE ASSIGN TO 'todousers.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.
         SELECT CATMASTER-FILE ASSIGN TO 'todocatmst.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CATMST-STATUS.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT SCORE-FILE ASSIGN TO 'todoqual.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCORE-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD WORKTOT-FILE.
          01 WORKTOT-REC.
             05 TOT-ITEM-ID PIC 9(5).
             05 TOT-MINUTES PIC 9(7).
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD CATMASTER-FILE.
          01 CATMASTER-RECORD PIC X(18).
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD SCORE-FILE.
          01 SCORE-RECORD PIC X(41).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-CATMST-STATUS PIC XX.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-SCORE-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-WORKTOT-OPEN PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-TODAY-INTEGER PIC S9(9) COMP.
        01 WS-TOUCH-INTEGER PIC S9(9) COMP.
        01 WS-IDLE-DAYS PIC S9(5) COMP.
        01 WS-STALE-TEXT PIC X(3).
        01 WS-STALE-DAYS PIC 9(3) VALUE 14.
        01 WS-HIGH-TEXT PIC X(1).
        01 WS-HIGH-PRIO PIC 9(1) VALUE 7.
        01 WS-CONTENT-CHECK PIC X(35).
           88 WS-CONTENT-PLACEHOLDER VALUE SPACES 'TBD' 'TBD.'
                                           'TBC' 'TODO' '?' '...'
                                           '-' 'XXX'.
        01 WS-USER-RECORD.
           05 WS-USER-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-USER-NAME PIC X(18).
           05 FILLER PIC X.
           05 WS-USER-PIN-HASH PIC 9(8).
           05 FILLER PIC X.
           05 WS-USER-ACTIVE PIC X.
           05 FILLER PIC X.
           05 WS-USER-ROLE PIC X(5).
        01 WS-USER-TABLE.
           03 WS-USER-ENTRY OCCURS 99 TIMES.
              05 WS-UT-ID PIC X(10).
              05 WS-UT-ACTIVE PIC X.
        01 WS-USER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-USER-IDX PIC 9(2) VALUE ZERO.
        01 WS-OWNER-STATE PIC X.
        01 WS-CATMST-LINE.
           05 WS-CATMST-NAME PIC X(10).
           05 FILLER PIC X.
           05 WS-CATMST-PRIO PIC 9(1).
           05 FILLER PIC X.
           05 WS-CATMST-LEAD PIC 9(3).
           05 FILLER PIC X.
           05 WS-CATMST-APPROVAL PIC X(1).
        01 WS-CATMST-PRESENT PIC X VALUE 'N'.
        01 WS-CATMST-FOUND PIC X.
        01 WS-CATMST-TABLE.
           03 WS-CATMST-ENTRY PIC X(10) OCCURS 99 TIMES.
        01 WS-CATMST-COUNT PIC 9(2) VALUE ZERO.
        01 WS-CATMST-IDX PIC 9(2) VALUE ZERO.
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
        01 WS-JRNL-ITEM-ID PIC 9(5).
        01 WS-JRNL-DATE PIC 9(8).
        01 WS-RULE-NAMES.
           05 FILLER PIC X(40)
              VALUE 'NO-DUE    Open item without a due date  '.
           05 FILLER PIC X(40)
              VALUE 'TBD       Item text only a placeholder  '.
           05 FILLER PIC X(40)
              VALUE 'OWNER     Owner inactive or unknown     '.
           05 FILLER PIC X(40)
              VALUE 'CATEGORY  Category not in master file   '.
           05 FILLER PIC X(40)
              VALUE 'STALE-WAITWaiting item not touched      '.
           05 FILLER PIC X(40)
              VALUE 'NO-WORK   High priority, no work logged '.
        01 WS-RULES REDEFINES WS-RULE-NAMES.
           05 WS-RULE OCCURS 6 TIMES.
              10 WS-RULE-CODE PIC X(10).
              10 WS-RULE-TEXT PIC X(30).
        01 WS-RULE-COUNT PIC 9 VALUE 6.
        01 WS-RULE-IDX PIC 9 VALUE ZERO.
        01 WS-RULE-TOTALS.
           05 WS-RULE-TOTAL PIC 9(5) OCCURS 6 TIMES VALUE ZERO.
        01 WS-ITEM-TABLE.
           03 WS-IT-ENTRY OCCURS 999 TIMES.
              05 WS-IT-ID PIC 9(5).
              05 WS-IT-OWNER PIC X(10).
              05 WS-IT-CATEGORY PIC X(10).
              05 WS-IT-WAITING PIC X.
              05 WS-IT-TOUCHED PIC 9(8).
              05 WS-IT-FLAGS.
                 10 WS-IT-FLAG PIC X OCCURS 6 TIMES.
        01 WS-ITEM-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ITEM-IDX PIC 9(4) VALUE ZERO.
        01 WS-ITEM-HIT PIC 9(4) VALUE ZERO.
        01 WS-ITEM-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SCORE-TABLE.
           03 WS-SC-ENTRY OCCURS 198 TIMES.
              05 WS-SC-KIND PIC X(5).
              05 WS-SC-KEY PIC X(10).
              05 WS-SC-CHECKED PIC 9(5).
              05 WS-SC-FAILED PIC 9(5).
              05 WS-SC-SCORE PIC 9(3).
              05 WS-SC-PREV-FOUND PIC X.
              05 WS-SC-PREV-SCORE PIC 9(3).
        01 WS-SC-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SC-IDX PIC 9(3) VALUE ZERO.
        01 WS-SC-HIT PIC 9(3) VALUE ZERO.
        01 WS-LOOKUP-KIND PIC X(5).
        01 WS-LOOKUP-KEY PIC X(10).
        01 WS-SCORE-LINE.
           05 WS-SL-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-KIND PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-KEY PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-CHECKED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-FAILED PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SL-SCORE PIC 9(3).
        01 WS-WEEK-TARGET PIC 9(8).
        01 WS-PREV-DATE PIC 9(8) VALUE ZERO.
        01 WS-TOTAL-SCORE PIC 9(3) VALUE ZERO.
        01 WS-TOTAL-PREV PIC 9(3) VALUE ZERO.
        01 WS-TOTAL-PREV-FOUND PIC X VALUE 'N'.
        01 WS-DELTA PIC S9(3).
        01 WS-DELTA-DISPLAY PIC +(3)9.
        01 WS-TREND-TEXT PIC X(12).
        01 WS-ID-LINE PIC X(66).
        01 WS-ID-POS PIC 9(2) VALUE 1.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-STALE-TEXT
           ACCEPT WS-STALE-TEXT FROM ENVIRONMENT "TODOQUAL_STALE_DAYS"
           IF WS-STALE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-STALE-TEXT) TO WS-STALE-DAYS
           END-IF
           MOVE SPACES TO WS-HIGH-TEXT
           ACCEPT WS-HIGH-TEXT FROM ENVIRONMENT "TODOQUAL_HIGH_PRIO"
           IF WS-HIGH-TEXT IS NUMERIC AND WS-HIGH-TEXT NOT = '0'
              MOVE WS-HIGH-TEXT TO WS-HIGH-PRIO
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           PERFORM LOAD-USER-DIRECTORY
           PERFORM LOAD-CATEGORY-MASTER

           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "TODOQUAL: cannot open " WS-TDLIST-FILENAME
                 " status " WS-TDLIST-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT WORKTOT-FILE
           IF WS-WORK-STATUS = '00'
              MOVE 'Y' TO WS-WORKTOT-OPEN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT RECORD INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-ACTIVE IN WS-TDLIST
                       PERFORM CHECK-QUALITY-ITEM
                    END-IF
              END-READ
           END-PERFORM
           CLOSE TDLIST
           IF WS-WORKTOT-OPEN = 'Y'
              CLOSE WORKTOT-FILE
           END-IF

           PERFORM SCAN-JOURNAL-TOUCHES
           PERFORM CHECK-STALE-WAITING
           PERFORM TALLY-SCORES
           PERFORM LOAD-PREVIOUS-SCORES
           PERFORM PRINT-QUALITY-REPORT
           PERFORM SAVE-SCORES

           IF WS-ITEM-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       LOAD-USER-DIRECTORY SECTION.
           MOVE ZERO TO WS-USER-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ USER-FILE INTO WS-USER-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-USER-ID NOT = SPACES
                             AND WS-USER-COUNT < 99
                          ADD 1 TO WS-USER-COUNT
                          MOVE WS-USER-ID
                            TO WS-UT-ID (WS-USER-COUNT)
                          MOVE WS-USER-ACTIVE
                            TO WS-UT-ACTIVE (WS-USER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-FILE
           END-IF
          EXIT.

       LOAD-CATEGORY-MASTER SECTION.
           MOVE ZERO TO WS-CATMST-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATMASTER-FILE
           IF WS-CATMST-STATUS = '00'
              MOVE 'Y' TO WS-CATMST-PRESENT
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CATMASTER-FILE INTO WS-CATMST-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CATMST-NAME NOT = SPACES
                             AND WS-CATMST-COUNT < 99
                          ADD 1 TO WS-CATMST-COUNT
                          MOVE WS-CATMST-NAME
                            TO WS-CATMST-ENTRY (WS-CATMST-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATMASTER-FILE
           END-IF
          EXIT.

       CHECK-QUALITY-ITEM SECTION.
           IF WS-ITEM-COUNT >= 999
              ADD 1 TO WS-ITEM-SKIPPED
           ELSE
              ADD 1 TO WS-ITEM-COUNT
              PERFORM CHECK-ITEM-RULES
           END-IF
          EXIT.

       CHECK-ITEM-RULES SECTION.
           MOVE ITEM-ID IN WS-TDLIST TO WS-IT-ID (WS-ITEM-COUNT)
           MOVE ITEM-OWNER IN WS-TDLIST TO WS-IT-OWNER (WS-ITEM-COUNT)
           MOVE ITEM-CATEGORY IN WS-TDLIST
             TO WS-IT-CATEGORY (WS-ITEM-COUNT)
           MOVE ITEM-CREATED-DATE IN WS-TDLIST
             TO WS-IT-TOUCHED (WS-ITEM-COUNT)
           MOVE 'NNNNNN' TO WS-IT-FLAGS (WS-ITEM-COUNT)
           IF ITEM-WAITING IN WS-TDLIST
              MOVE 'Y' TO WS-IT-WAITING (WS-ITEM-COUNT)
           ELSE
              MOVE 'N' TO WS-IT-WAITING (WS-ITEM-COUNT)
           END-IF

           IF ITEM-DUE-DATE IN WS-TDLIST = ZERO
              MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 1)
           END-IF

           MOVE FUNCTION UPPER-CASE
                   (FUNCTION TRIM(ITEM-CONTENT IN WS-TDLIST))
             TO WS-CONTENT-CHECK
           IF WS-CONTENT-PLACEHOLDER
              MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 2)
           END-IF

           IF WS-USER-COUNT > ZERO
              MOVE 'U' TO WS-OWNER-STATE
              PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                    UNTIL WS-USER-IDX > WS-USER-COUNT
                 IF WS-UT-ID (WS-USER-IDX) = ITEM-OWNER IN WS-TDLIST
                    MOVE WS-UT-ACTIVE (WS-USER-IDX) TO WS-OWNER-STATE
                 END-IF
              END-PERFORM
              IF WS-OWNER-STATE NOT = 'Y'
                 MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 3)
              END-IF
           END-IF

           IF WS-CATMST-PRESENT = 'Y'
                 AND ITEM-CATEGORY IN WS-TDLIST NOT = SPACES
              MOVE 'N' TO WS-CATMST-FOUND
              PERFORM VARYING WS-CATMST-IDX FROM 1 BY 1
                    UNTIL WS-CATMST-IDX > WS-CATMST-COUNT
                 IF WS-CATMST-ENTRY (WS-CATMST-IDX)
                       = ITEM-CATEGORY IN WS-TDLIST
                    MOVE 'Y' TO WS-CATMST-FOUND
                 END-IF
              END-PERFORM
              IF WS-CATMST-FOUND = 'N'
                 MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 4)
              END-IF
           END-IF

           IF ITEM-PRIORITY IN WS-TDLIST >= WS-HIGH-PRIO
              IF WS-WORKTOT-OPEN = 'Y'
                 MOVE ITEM-ID IN WS-TDLIST TO TOT-ITEM-ID
                 READ WORKTOT-FILE
                    INVALID KEY
                       MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 6)
                    NOT INVALID KEY
                       IF TOT-MINUTES = ZERO
                          MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 6)
                       END-IF
                 END-READ
              ELSE
                 MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-COUNT 6)
              END-IF
           END-IF
          EXIT.

       SCAN-JOURNAL-TOUCHES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM RECORD-JOURNAL-TOUCH
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF
          EXIT.

       RECORD-JOURNAL-TOUCH SECTION.
           MOVE ZERO TO WS-JRNL-ITEM-ID
           MOVE ZERO TO WS-JRNL-DATE
           IF WS-JRNL-STAMP (1:8) IS NUMERIC
              MOVE WS-JRNL-STAMP (1:8) TO WS-JRNL-DATE
              EVALUATE TRUE
                 WHEN WS-JRNL-AFTER (1:5) IS NUMERIC
                    MOVE WS-JRNL-AFTER (1:5) TO WS-JRNL-ITEM-ID
                 WHEN WS-JRNL-BEFORE (1:5) IS NUMERIC
                    MOVE WS-JRNL-BEFORE (1:5) TO WS-JRNL-ITEM-ID
              END-EVALUATE
           END-IF
           MOVE ZERO TO WS-ITEM-HIT
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                    OR WS-ITEM-HIT > ZERO
              IF WS-IT-ID (WS-ITEM-IDX) = WS-JRNL-ITEM-ID
                    AND WS-JRNL-ITEM-ID > ZERO
                 MOVE WS-ITEM-IDX TO WS-ITEM-HIT
              END-IF
           END-PERFORM
           IF WS-ITEM-HIT > ZERO
              IF WS-IT-WAITING (WS-ITEM-HIT) = 'Y'
                    AND WS-JRNL-DATE > WS-IT-TOUCHED (WS-ITEM-HIT)
                 MOVE WS-JRNL-DATE TO WS-IT-TOUCHED (WS-ITEM-HIT)
              END-IF
           END-IF
          EXIT.

       CHECK-STALE-WAITING SECTION.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-IT-WAITING (WS-ITEM-IDX) = 'Y'
                 IF WS-IT-TOUCHED (WS-ITEM-IDX) > ZERO
                    COMPUTE WS-TOUCH-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                          (WS-IT-TOUCHED (WS-ITEM-IDX))
                    COMPUTE WS-IDLE-DAYS =
                       WS-TODAY-INTEGER - WS-TOUCH-INTEGER
                    IF WS-IDLE-DAYS > WS-STALE-DAYS
                       MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-IDX 5)
                    END-IF
                 ELSE
                    MOVE 'Y' TO WS-IT-FLAG (WS-ITEM-IDX 5)
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       TALLY-SCORES SECTION.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 IF WS-IT-FLAG (WS-ITEM-IDX WS-RULE-IDX) = 'Y'
                    ADD 1 TO WS-RULE-TOTAL (WS-RULE-IDX)
                 END-IF
              END-PERFORM
              IF WS-IT-FLAGS (WS-ITEM-IDX) NOT = 'NNNNNN'
                 ADD 1 TO WS-FAILED-COUNT
              END-IF
              MOVE 'OWNER' TO WS-LOOKUP-KIND
              MOVE WS-IT-OWNER (WS-ITEM-IDX) TO WS-LOOKUP-KEY
              PERFORM TALLY-ONE-SCORE
              MOVE 'CAT' TO WS-LOOKUP-KIND
              MOVE WS-IT-CATEGORY (WS-ITEM-IDX) TO WS-LOOKUP-KEY
              PERFORM TALLY-ONE-SCORE
           END-PERFORM

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL WS-SC-IDX > WS-SC-COUNT
              COMPUTE WS-SC-SCORE (WS-SC-IDX) ROUNDED =
                 (WS-SC-CHECKED (WS-SC-IDX) - WS-SC-FAILED (WS-SC-IDX))
                 * 100 / WS-SC-CHECKED (WS-SC-IDX)
           END-PERFORM
           IF WS-ITEM-COUNT > ZERO
              COMPUTE WS-TOTAL-SCORE ROUNDED =
                 (WS-ITEM-COUNT - WS-FAILED-COUNT) * 100
                 / WS-ITEM-COUNT
           ELSE
              MOVE 100 TO WS-TOTAL-SCORE
           END-IF
          EXIT.

       TALLY-ONE-SCORE SECTION.
           PERFORM FIND-SCORE-ROW
           IF WS-SC-HIT = ZERO AND WS-SC-COUNT < 198
              ADD 1 TO WS-SC-COUNT
              MOVE WS-LOOKUP-KIND TO WS-SC-KIND (WS-SC-COUNT)
              MOVE WS-LOOKUP-KEY TO WS-SC-KEY (WS-SC-COUNT)
              MOVE ZERO TO WS-SC-CHECKED (WS-SC-COUNT)
              MOVE ZERO TO WS-SC-FAILED (WS-SC-COUNT)
              MOVE ZERO TO WS-SC-SCORE (WS-SC-COUNT)
              MOVE 'N' TO WS-SC-PREV-FOUND (WS-SC-COUNT)
              MOVE ZERO TO WS-SC-PREV-SCORE (WS-SC-COUNT)
              MOVE WS-SC-COUNT TO WS-SC-HIT
           END-IF
           IF WS-SC-HIT > ZERO
              ADD 1 TO WS-SC-CHECKED (WS-SC-HIT)
              IF WS-IT-FLAGS (WS-ITEM-IDX) NOT = 'NNNNNN'
                 ADD 1 TO WS-SC-FAILED (WS-SC-HIT)
              END-IF
           END-IF
          EXIT.

       FIND-SCORE-ROW SECTION.
           MOVE ZERO TO WS-SC-HIT
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL WS-SC-IDX > WS-SC-COUNT
                    OR WS-SC-HIT > ZERO
              IF WS-SC-KIND (WS-SC-IDX) = WS-LOOKUP-KIND
                    AND WS-SC-KEY (WS-SC-IDX) = WS-LOOKUP-KEY
                 MOVE WS-SC-IDX TO WS-SC-HIT
              END-IF
           END-PERFORM
          EXIT.

       LOAD-PREVIOUS-SCORES SECTION.
           MOVE FUNCTION DATE-OF-INTEGER (WS-TODAY-INTEGER - 7)
             TO WS-WEEK-TARGET
           MOVE ZERO TO WS-PREV-DATE
           MOVE 'N' TO WS-EOF
           OPEN INPUT SCORE-FILE
           IF WS-SCORE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SCORE-FILE INTO WS-SCORE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-SL-DATE IS NUMERIC
                             AND WS-SL-DATE <= WS-WEEK-TARGET
                             AND WS-SL-DATE > WS-PREV-DATE
                          MOVE WS-SL-DATE TO WS-PREV-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-FILE
           END-IF

           IF WS-PREV-DATE > ZERO
              MOVE 'N' TO WS-EOF
              OPEN INPUT SCORE-FILE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SCORE-FILE INTO WS-SCORE-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-SL-DATE = WS-PREV-DATE
                          PERFORM APPLY-PREVIOUS-SCORE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCORE-FILE
           END-IF
          EXIT.

       APPLY-PREVIOUS-SCORE SECTION.
           IF WS-SL-KIND = 'TOTAL'
              MOVE WS-SL-SCORE TO WS-TOTAL-PREV
              MOVE 'Y' TO WS-TOTAL-PREV-FOUND
           ELSE
              MOVE WS-SL-KIND TO WS-LOOKUP-KIND
              MOVE WS-SL-KEY TO WS-LOOKUP-KEY
              PERFORM FIND-SCORE-ROW
              IF WS-SC-HIT > ZERO
                 MOVE WS-SL-SCORE TO WS-SC-PREV-SCORE (WS-SC-HIT)
                 MOVE 'Y' TO WS-SC-PREV-FOUND (WS-SC-HIT)
              END-IF
           END-IF
          EXIT.

       PRINT-QUALITY-REPORT SECTION.
           DISPLAY "=================================================="
           DISPLAY "  TODOLIST DATA-QUALITY SCORECARD - " WS-TODAY-DATE
           DISPLAY "=================================================="
           DISPLAY "Open items checked:  " WS-ITEM-COUNT
           DISPLAY "Items with findings: " WS-FAILED-COUNT
           IF WS-TOTAL-PREV-FOUND = 'Y'
              COMPUTE WS-DELTA = WS-TOTAL-SCORE - WS-TOTAL-PREV
              MOVE WS-DELTA TO WS-DELTA-DISPLAY
              DISPLAY "Overall score:       " WS-TOTAL-SCORE
                 " (" WS-PREV-DATE ": " WS-TOTAL-PREV ", "
                 FUNCTION TRIM(WS-DELTA-DISPLAY) ")"
           ELSE
              DISPLAY "Overall score:       " WS-TOTAL-SCORE
           END-IF
           IF WS-ITEM-SKIPPED > ZERO
              DISPLAY "Not scored (table full): " WS-ITEM-SKIPPED
           END-IF
           DISPLAY " "
           DISPLAY "Rule        Findings  Description"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
              DISPLAY WS-RULE-CODE (WS-RULE-IDX) "  "
                 WS-RULE-TOTAL (WS-RULE-IDX) "     "
                 WS-RULE-TEXT (WS-RULE-IDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "By owner:             items  fails  score  trend"
           MOVE 'OWNER' TO WS-LOOKUP-KIND
           PERFORM PRINT-SCORE-ROWS
           DISPLAY " "
           DISPLAY "By category:          items  fails  score  trend"
           MOVE 'CAT' TO WS-LOOKUP-KIND
           PERFORM PRINT-SCORE-ROWS
           IF WS-PREV-DATE > ZERO
              DISPLAY "(trend against run of " WS-PREV-DATE ")"
           END-IF
           DISPLAY " "
           DISPLAY "Offending items by rule:"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
              IF WS-RULE-TOTAL (WS-RULE-IDX) > ZERO
                 PERFORM PRINT-RULE-OFFENDERS
              END-IF
           END-PERFORM
           DISPLAY "=================================================="
          EXIT.

       PRINT-SCORE-ROWS SECTION.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL WS-SC-IDX > WS-SC-COUNT
              IF WS-SC-KIND (WS-SC-IDX) = WS-LOOKUP-KIND
                 IF WS-SC-PREV-FOUND (WS-SC-IDX) = 'Y'
                    COMPUTE WS-DELTA = WS-SC-SCORE (WS-SC-IDX)
                       - WS-SC-PREV-SCORE (WS-SC-IDX)
                    MOVE WS-DELTA TO WS-DELTA-DISPLAY
                    MOVE WS-DELTA-DISPLAY TO WS-TREND-TEXT
                 ELSE
                    MOVE '   new' TO WS-TREND-TEXT
                 END-IF
                 DISPLAY "  " WS-SC-KEY (WS-SC-IDX) "          "
                    WS-SC-CHECKED (WS-SC-IDX) "  "
                    WS-SC-FAILED (WS-SC-IDX) "    "
                    WS-SC-SCORE (WS-SC-IDX) "  "
                    WS-TREND-TEXT
              END-IF
           END-PERFORM
          EXIT.

       PRINT-RULE-OFFENDERS SECTION.
           DISPLAY "  " WS-RULE-CODE (WS-RULE-IDX) ":"
           MOVE SPACES TO WS-ID-LINE
           MOVE 1 TO WS-ID-POS
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              IF WS-IT-FLAG (WS-ITEM-IDX WS-RULE-IDX) = 'Y'
                 IF WS-ID-POS > 55
                    DISPLAY "    " WS-ID-LINE
                    MOVE SPACES TO WS-ID-LINE
                    MOVE 1 TO WS-ID-POS
                 END-IF
                 MOVE WS-IT-ID (WS-ITEM-IDX)
                   TO WS-ID-LINE (WS-ID-POS:5)
                 ADD 6 TO WS-ID-POS
              END-IF
           END-PERFORM
           IF WS-ID-POS > 1
              DISPLAY "    " WS-ID-LINE
           END-IF
          EXIT.

       SAVE-SCORES SECTION.
           OPEN EXTEND SCORE-FILE
           IF WS-SCORE-STATUS = '35'
              OPEN OUTPUT SCORE-FILE
           END-IF
           IF WS-SCORE-STATUS NOT = '00'
              DISPLAY "TODOQUAL: cannot write todoqual.txt status "
                 WS-SCORE-STATUS
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM WRITE-SCORE-LINES
              CLOSE SCORE-FILE
           END-IF
          EXIT.

       WRITE-SCORE-LINES SECTION.
           MOVE WS-TODAY-DATE TO WS-SL-DATE
           MOVE 'TOTAL' TO WS-SL-KIND
           MOVE SPACES TO WS-SL-KEY
           MOVE WS-ITEM-COUNT TO WS-SL-CHECKED
           MOVE WS-FAILED-COUNT TO WS-SL-FAILED
           MOVE WS-TOTAL-SCORE TO WS-SL-SCORE
           WRITE SCORE-RECORD FROM WS-SCORE-LINE
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                 UNTIL WS-SC-IDX > WS-SC-COUNT
              MOVE WS-SC-KIND (WS-SC-IDX) TO WS-SL-KIND
              MOVE WS-SC-KEY (WS-SC-IDX) TO WS-SL-KEY
              MOVE WS-SC-CHECKED (WS-SC-IDX) TO WS-SL-CHECKED
              MOVE WS-SC-FAILED (WS-SC-IDX) TO WS-SL-FAILED
              MOVE WS-SC-SCORE (WS-SC-IDX) TO WS-SL-SCORE
              WRITE SCORE-RECORD FROM WS-SCORE-LINE
           END-PERFORM
          EXIT.

       END PROGRAM TODOQUAL.
