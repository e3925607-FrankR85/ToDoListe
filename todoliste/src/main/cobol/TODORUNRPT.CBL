       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORUNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT RUN-HIST-FILE ASSIGN TO 'todorunhist.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD RUN-HIST-FILE.
          01 RUN-HIST-RECORD PIC X(65).
       WORKING-STORAGE SECTION.
        01 WS-RUN-HIST-STATUS PIC XX.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-RUNS-TEXT PIC X(2).
        01 WS-RUNS PIC 9(2) VALUE 7.
        01 WS-HIST-LINE.
           05 WS-HIST-RUN-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WS-HIST-RUN-TIME PIC 9(6).
           05 FILLER PIC X.
           05 WS-HIST-STEP PIC 9(2).
           05 FILLER PIC X.
           05 WS-HIST-NAME PIC X(10).
           05 FILLER PIC X.
           05 WS-HIST-START PIC 9(6).
           05 FILLER PIC X.
           05 WS-HIST-ELAPSED PIC 9(6).
           05 FILLER PIC X.
           05 WS-HIST-RC PIC 9(4).
           05 FILLER PIC X.
           05 WS-HIST-BEFORE PIC 9(5).
           05 FILLER PIC X.
           05 WS-HIST-AFTER PIC 9(5).
           05 FILLER PIC X.
           05 WS-HIST-FLAG PIC X(4).
        01 WS-RUN-TOTAL PIC 9(6) VALUE ZERO.
        01 WS-RUN-SEEN PIC 9(6) VALUE ZERO.
        01 WS-RUN-FIRST PIC 9(6) VALUE ZERO.
        01 WS-RUN-SLOT PIC S9(6) VALUE ZERO.
        01 WS-JOB-TABLE.
           03 WS-JOB-ENTRY OCCURS 10 TIMES.
              05 WS-JOB-DATE PIC 9(8).
              05 WS-JOB-TIME PIC 9(6).
              05 WS-JOB-ELAPSED PIC 9(6).
              05 WS-JOB-RC PIC 9(4).
              05 WS-JOB-BEFORE PIC 9(5).
              05 WS-JOB-AFTER PIC 9(5).
              05 WS-JOB-FLAG PIC X(4).
        01 WS-JOB-COUNT PIC 9(2) VALUE ZERO.
        01 WS-JOB-IDX PIC 9(2) VALUE ZERO.
        01 WS-STEP-TABLE.
           03 WS-RS-ENTRY OCCURS 30 TIMES.
              05 WS-RS-NAME PIC X(10).
              05 WS-RS-SECS PIC 9(6) OCCURS 10 TIMES.
              05 WS-RS-RAN PIC X OCCURS 10 TIMES.
              05 WS-RS-RUNS PIC 9(2).
              05 WS-RS-SUM PIC 9(8).
              05 WS-RS-LAST PIC 9(2).
              05 WS-RS-SLOW PIC 9(2).
              05 WS-RS-FAIL PIC 9(2).
        01 WS-RS-COUNT PIC 9(2) VALUE ZERO.
        01 WS-RS-IDX PIC 9(2) VALUE ZERO.
        01 WS-RS-HIT PIC 9(2) VALUE ZERO.
        01 WS-SLOT-IDX PIC 9(2) VALUE ZERO.
        01 WS-WARN-TABLE.
           03 WS-WARN-LINE PIC X(80) OCCURS 99 TIMES.
        01 WS-WARN-COUNT PIC 9(2) VALUE ZERO.
        01 WS-WARN-IDX PIC 9(3) VALUE ZERO.
        01 WS-WARN-TEXT PIC X(80).
        01 WS-PRINT-LINE PIC X(120).
        01 WS-PRINT-PTR PIC 9(3).
        01 WS-SECS-EDIT PIC ZZZZZ9.
        01 WS-AVG PIC 9(6) VALUE ZERO.
        01 WS-AVG-EDIT PIC ZZZZZ9.
        01 WS-PREV-AVG PIC 9(6) VALUE ZERO.
        01 WS-LAST-SECS PIC 9(6) VALUE ZERO.
        01 WS-TREND PIC X(4).
        01 WS-SKIPPED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-RUNS-TEXT
           ACCEPT WS-RUNS-TEXT FROM ENVIRONMENT "TODORUN_RUNS"
           IF WS-RUNS-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-RUNS-TEXT) TO WS-RUNS
           END-IF
           IF WS-RUNS = ZERO OR WS-RUNS > 10
              MOVE 7 TO WS-RUNS
           END-IF

           DISPLAY "===================================="
           DISPLAY "BATCH RUN HISTORY - LAST " WS-RUNS " RUN(S)"
           DISPLAY "===================================="

           OPEN INPUT RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
              DISPLAY "TODORUNRPT: no run history in todorunhist.txt"
              GOBACK
           END-IF
           PERFORM COUNT-RECORDED-RUNS
           CLOSE RUN-HIST-FILE
           IF WS-RUN-TOTAL > WS-RUNS
              COMPUTE WS-RUN-FIRST = WS-RUN-TOTAL - WS-RUNS
           END-IF

           OPEN INPUT RUN-HIST-FILE
           PERFORM SCAN-RUN-HISTORY
           CLOSE RUN-HIST-FILE

           PERFORM PRINT-JOB-RUNS
           PERFORM PRINT-STEP-TRENDS
           PERFORM PRINT-RUN-WARNINGS

           DISPLAY " "
           DISPLAY "TODORUNRPT: " WS-JOB-COUNT " run(s), "
              WS-RS-COUNT " step(s), " WS-WARN-COUNT " warning(s)"
           IF WS-SKIPPED > ZERO
              DISPLAY "TODORUNRPT: table full, " WS-SKIPPED
                 " row(s) not tallied"
           END-IF
           IF WS-WARN-COUNT > ZERO OR WS-SKIPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       COUNT-RECORDED-RUNS SECTION.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-HIST-FILE INTO WS-HIST-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-HIST-STEP IS NUMERIC
                          AND WS-HIST-STEP = ZERO
                       ADD 1 TO WS-RUN-TOTAL
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       SCAN-RUN-HISTORY SECTION.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ RUN-HIST-FILE INTO WS-HIST-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-HIST-STEP IS NUMERIC
                          AND WS-HIST-ELAPSED IS NUMERIC
                       COMPUTE WS-RUN-SLOT =
                          WS-RUN-SEEN + 1 - WS-RUN-FIRST
                       IF WS-HIST-STEP = ZERO
                          ADD 1 TO WS-RUN-SEEN
                       END-IF
                       IF WS-RUN-SLOT > ZERO
                             AND WS-RUN-SLOT <= WS-RUNS
                          PERFORM TALLY-RUN-ROW
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       TALLY-RUN-ROW SECTION.
           IF WS-HIST-FLAG NOT = SPACES
              PERFORM ADD-RUN-WARNING
           END-IF
           IF WS-HIST-STEP = ZERO
              MOVE WS-RUN-SLOT TO WS-JOB-IDX
              MOVE WS-HIST-RUN-DATE TO WS-JOB-DATE (WS-JOB-IDX)
              MOVE WS-HIST-RUN-TIME TO WS-JOB-TIME (WS-JOB-IDX)
              MOVE WS-HIST-ELAPSED TO WS-JOB-ELAPSED (WS-JOB-IDX)
              MOVE WS-HIST-RC TO WS-JOB-RC (WS-JOB-IDX)
              MOVE WS-HIST-BEFORE TO WS-JOB-BEFORE (WS-JOB-IDX)
              MOVE WS-HIST-AFTER TO WS-JOB-AFTER (WS-JOB-IDX)
              MOVE WS-HIST-FLAG TO WS-JOB-FLAG (WS-JOB-IDX)
              IF WS-JOB-IDX > WS-JOB-COUNT
                 MOVE WS-JOB-IDX TO WS-JOB-COUNT
              END-IF
           ELSE
              PERFORM TALLY-STEP-ROW
           END-IF
          EXIT.

       TALLY-STEP-ROW SECTION.
           MOVE ZERO TO WS-RS-HIT
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RS-COUNT OR WS-RS-HIT > ZERO
              IF WS-RS-NAME (WS-RS-IDX) = WS-HIST-NAME
                 MOVE WS-RS-IDX TO WS-RS-HIT
              END-IF
           END-PERFORM
           IF WS-RS-HIT = ZERO
              IF WS-RS-COUNT >= 30
                 ADD 1 TO WS-SKIPPED
              ELSE
                 ADD 1 TO WS-RS-COUNT
                 MOVE WS-RS-COUNT TO WS-RS-HIT
                 MOVE WS-HIST-NAME TO WS-RS-NAME (WS-RS-HIT)
                 PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > 10
                    MOVE ZERO TO WS-RS-SECS (WS-RS-HIT, WS-SLOT-IDX)
                    MOVE 'N' TO WS-RS-RAN (WS-RS-HIT, WS-SLOT-IDX)
                 END-PERFORM
                 MOVE ZERO TO WS-RS-RUNS (WS-RS-HIT)
                 MOVE ZERO TO WS-RS-SUM (WS-RS-HIT)
                 MOVE ZERO TO WS-RS-LAST (WS-RS-HIT)
                 MOVE ZERO TO WS-RS-SLOW (WS-RS-HIT)
                 MOVE ZERO TO WS-RS-FAIL (WS-RS-HIT)
              END-IF
           END-IF
           IF WS-RS-HIT > ZERO
              MOVE WS-RUN-SLOT TO WS-SLOT-IDX
              IF WS-RS-RAN (WS-RS-HIT, WS-SLOT-IDX) = 'N'
                 ADD 1 TO WS-RS-RUNS (WS-RS-HIT)
              ELSE
                 SUBTRACT WS-RS-SECS (WS-RS-HIT, WS-SLOT-IDX)
                    FROM WS-RS-SUM (WS-RS-HIT)
              END-IF
              MOVE WS-HIST-ELAPSED
                TO WS-RS-SECS (WS-RS-HIT, WS-SLOT-IDX)
              MOVE 'Y' TO WS-RS-RAN (WS-RS-HIT, WS-SLOT-IDX)
              ADD WS-HIST-ELAPSED TO WS-RS-SUM (WS-RS-HIT)
              MOVE WS-SLOT-IDX TO WS-RS-LAST (WS-RS-HIT)
              IF WS-HIST-FLAG = 'SLOW'
                 ADD 1 TO WS-RS-SLOW (WS-RS-HIT)
              END-IF
              IF WS-HIST-FLAG = 'FAIL'
                 ADD 1 TO WS-RS-FAIL (WS-RS-HIT)
              END-IF
           END-IF
          EXIT.

       ADD-RUN-WARNING SECTION.
           MOVE SPACES TO WS-WARN-TEXT
           EVALUATE WS-HIST-FLAG
              WHEN 'SLOW'
                 STRING WS-HIST-RUN-DATE '-' WS-HIST-RUN-TIME
                        ' step ' WS-HIST-STEP ' ' WS-HIST-NAME
                        ' ran ' WS-HIST-ELAPSED
                        's, well over its normal duration'
                    DELIMITED BY SIZE INTO WS-WARN-TEXT
              WHEN 'FAIL'
                 STRING WS-HIST-RUN-DATE '-' WS-HIST-RUN-TIME
                        ' step ' WS-HIST-STEP ' ' WS-HIST-NAME
                        ' failed RC=' WS-HIST-RC
                    DELIMITED BY SIZE INTO WS-WARN-TEXT
              WHEN 'LATE'
                 STRING WS-HIST-RUN-DATE '-' WS-HIST-RUN-TIME
                        ' job ran ' WS-HIST-ELAPSED
                        's and ended after the batch window'
                    DELIMITED BY SIZE INTO WS-WARN-TEXT
              WHEN OTHER
                 STRING WS-HIST-RUN-DATE '-' WS-HIST-RUN-TIME
                        ' step ' WS-HIST-STEP ' ' WS-HIST-NAME
                        ' flagged ' WS-HIST-FLAG
                    DELIMITED BY SIZE INTO WS-WARN-TEXT
           END-EVALUATE
           IF WS-WARN-COUNT < 99
              ADD 1 TO WS-WARN-COUNT
              MOVE WS-WARN-TEXT TO WS-WARN-LINE (WS-WARN-COUNT)
           ELSE
              ADD 1 TO WS-SKIPPED
           END-IF
          EXIT.

       PRINT-JOB-RUNS SECTION.
           DISPLAY " "
           DISPLAY "RUNS"
           DISPLAY "----"
           DISPLAY "  DATE     START  ELAPSED   RC  BEFORE  AFTER FLAG"
           IF WS-JOB-COUNT = ZERO
              DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                 UNTIL WS-JOB-IDX > WS-JOB-COUNT
              MOVE WS-JOB-ELAPSED (WS-JOB-IDX) TO WS-SECS-EDIT
              DISPLAY "  " WS-JOB-DATE (WS-JOB-IDX)
                 " " WS-JOB-TIME (WS-JOB-IDX)
                 " " WS-SECS-EDIT "s"
                 " " WS-JOB-RC (WS-JOB-IDX)
                 "  " WS-JOB-BEFORE (WS-JOB-IDX)
                 "  " WS-JOB-AFTER (WS-JOB-IDX)
                 " " WS-JOB-FLAG (WS-JOB-IDX)
           END-PERFORM
          EXIT.

       PRINT-STEP-TRENDS SECTION.
           DISPLAY " "
           DISPLAY "STEP ELAPSED SECONDS PER RUN (OLDEST FIRST)"
           DISPLAY "-------------------------------------------"
           IF WS-RS-COUNT = ZERO
              DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                 UNTIL WS-RS-IDX > WS-RS-COUNT
              PERFORM PRINT-ONE-STEP-TREND
           END-PERFORM
          EXIT.

       PRINT-ONE-STEP-TREND SECTION.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 1 TO WS-PRINT-PTR
           STRING "  " WS-RS-NAME (WS-RS-IDX)
              DELIMITED BY SIZE INTO WS-PRINT-LINE
              WITH POINTER WS-PRINT-PTR
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                 UNTIL WS-SLOT-IDX > WS-RUNS
              IF WS-RS-RAN (WS-RS-IDX, WS-SLOT-IDX) = 'Y'
                 MOVE WS-RS-SECS (WS-RS-IDX, WS-SLOT-IDX)
                   TO WS-SECS-EDIT
                 STRING " " WS-SECS-EDIT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                    WITH POINTER WS-PRINT-PTR
              ELSE
                 STRING "      -"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                    WITH POINTER WS-PRINT-PTR
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-AVG
           MOVE SPACES TO WS-TREND
           IF WS-RS-RUNS (WS-RS-IDX) > ZERO
              COMPUTE WS-AVG =
                 WS-RS-SUM (WS-RS-IDX) / WS-RS-RUNS (WS-RS-IDX)
           END-IF
           IF WS-RS-RUNS (WS-RS-IDX) > 1
              MOVE WS-RS-SECS (WS-RS-IDX, WS-RS-LAST (WS-RS-IDX))
                TO WS-LAST-SECS
              COMPUTE WS-PREV-AVG =
                 (WS-RS-SUM (WS-RS-IDX) - WS-LAST-SECS)
                 / (WS-RS-RUNS (WS-RS-IDX) - 1)
              MOVE 'FLAT' TO WS-TREND
              IF WS-LAST-SECS * 100 > WS-PREV-AVG * 125
                    AND WS-LAST-SECS > WS-PREV-AVG + 5
                 MOVE 'UP' TO WS-TREND
              END-IF
              IF WS-LAST-SECS * 100 < WS-PREV-AVG * 75
                    AND WS-LAST-SECS + 5 < WS-PREV-AVG
                 MOVE 'DOWN' TO WS-TREND
              END-IF
           END-IF
           MOVE WS-AVG TO WS-AVG-EDIT
           STRING "  AVG " WS-AVG-EDIT " " WS-TREND
              DELIMITED BY SIZE INTO WS-PRINT-LINE
              WITH POINTER WS-PRINT-PTR
           IF WS-RS-SLOW (WS-RS-IDX) > ZERO
              STRING " SLOW x" WS-RS-SLOW (WS-RS-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
                 WITH POINTER WS-PRINT-PTR
           END-IF
           IF WS-RS-FAIL (WS-RS-IDX) > ZERO
              STRING " FAIL x" WS-RS-FAIL (WS-RS-IDX)
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
                 WITH POINTER WS-PRINT-PTR
           END-IF
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE TRAILING)
          EXIT.

       PRINT-RUN-WARNINGS SECTION.
           DISPLAY " "
           DISPLAY "WARNINGS"
           DISPLAY "--------"
           IF WS-WARN-COUNT = ZERO
              DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                 UNTIL WS-WARN-IDX > WS-WARN-COUNT
              DISPLAY "  " FUNCTION TRIM(WS-WARN-LINE (WS-WARN-IDX))
           END-PERFORM
          EXIT.
       END PROGRAM TODORUNRPT.
