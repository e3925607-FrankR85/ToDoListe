         SELECT ALERT-FILE ASSIGN TO 'todoalert.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-STATUS.
         SELECT RUN-HIST-FILE ASSIGN TO 'todorunhist.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-HIST-STATUS.
         SELECT COUNT-FILE ASSIGN TO 'todocount.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COUNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD JOB-LOG-FILE.
          01 JOB-CKPT-RECORD PIC X(11).
          FD ALERT-FILE.
          01 ALERT-RECORD PIC X(80).
          FD RUN-HIST-FILE.
          01 RUN-HIST-RECORD PIC X(65).
          FD COUNT-FILE.
          01 COUNT-RECORD PIC 9(5).
       WORKING-STORAGE SECTION.
        01 WS-JOB-LOG-STATUS PIC XX.
        01 WS-JOB-CKPT-STATUS PIC XX.
           05 FILLER PIC X(10) VALUE 'TODOSNAP'.
           05 FILLER PIC X(10) VALUE 'TODOEXPORT'.
           05 FILLER PIC X(10) VALUE 'TODOREPORT'.
           05 FILLER PIC X(10) VALUE 'TODORPTCAT'.
           05 FILLER PIC X(10) VALUE 'TODOSESSW'.
           05 FILLER PIC X(10) VALUE 'TODOWATCH'.
           05 FILLER PIC X(10) VALUE 'TODOVIEWDG'.
           05 FILLER PIC X(10) VALUE 'TODOWIP'.
           05 FILLER PIC X(10) VALUE 'TODODASH'.
           05 FILLER PIC X(10) VALUE 'TODOFEED'.
           05 FILLER PIC X(10) VALUE 'TODOURGRPT'.
           05 FILLER PIC X(10) VALUE 'TODOBACKUP'.
           05 FILLER PIC X(10) VALUE 'TODOBKVFY'.
           05 FILLER PIC X(10) VALUE 'TODOADHOC'.
        01 WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05 WS-STEP-NAME PIC X(10) OCCURS 20 TIMES.
        01 WS-STEP-COUNT PIC 9(2) VALUE 20.
        01 WS-STEP-IDX PIC 9(2) VALUE ZERO.
        01 WS-RESUME-FROM PIC 9(2) VALUE ZERO.
        01 WS-STEP-RC PIC S9(4) VALUE ZERO.
        01 WS-ALERT-STATUS PIC XX.
        01 WS-ALERT-LINE PIC X(80).
        01 WS-ALERT-NAME PIC X(20) VALUE 'todoalert.txt'.
        01 WS-RUN-HIST-STATUS PIC XX.
        01 WS-COUNT-STATUS PIC XX.
        01 WS-HIST-EOF PIC X VALUE 'N'.
        01 WS-HIST-LINE.
           05 WS-HIST-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-RUN-TIME PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-STEP PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-NAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-START PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-ELAPSED PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-RC PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-BEFORE PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-AFTER PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-HIST-FLAG PIC X(4).
        01 WS-CLOCK.
           05 WS-CLOCK-DATE PIC 9(8).
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MI PIC 9(2).
           05 WS-CLOCK-SS PIC 9(2).
           05 FILLER PIC X(7).
        01 WS-CLOCK-TIME PIC 9(6).
        01 WS-CLOCK-SECS PIC 9(7).
        01 WS-JOB-DATE PIC 9(8).
        01 WS-JOB-TIME PIC 9(6).
        01 WS-JOB-START-SECS PIC 9(7).
        01 WS-STEP-START-TIME PIC 9(6).
        01 WS-STEP-START-SECS PIC 9(7).
        01 WS-STEP-ELAPSED PIC 9(6).
        01 WS-JOB-ELAPSED PIC 9(6).
        01 WS-JOB-RC PIC 9(4) VALUE ZERO.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
        01 WS-STEP-BEFORE PIC 9(5) VALUE ZERO.
        01 WS-JOB-BEFORE PIC 9(5) VALUE ZERO.
        01 WS-FAILED-STEP PIC 9(2) VALUE ZERO.
        01 WS-PARM-TEXT PIC X(4).
        01 WS-NORM-RUNS PIC 9(2) VALUE 10.
        01 WS-SLOW-PCT PIC 9(4) VALUE 200.
        01 WS-SLOW-SECS PIC 9(4) VALUE 60.
        01 WS-WINDOW-END PIC 9(4) VALUE ZERO.
        01 WS-WINDOW-END-SPLIT REDEFINES WS-WINDOW-END.
           05 WS-WINDOW-HH PIC 9(2).
           05 WS-WINDOW-MI PIC 9(2).
        01 WS-WINDOW-SET PIC X VALUE 'N'.
        01 WS-WINDOW-SECS PIC 9(7).
        01 WS-NORM-TABLE.
           03 WS-NORM-ROW OCCURS 20 TIMES.
              05 WS-NORM-SECS PIC 9(6) OCCURS 30 TIMES.
              05 WS-NORM-N PIC 9(2).
              05 WS-NORM-NEXT PIC 9(2).
        01 WS-NORM-IDX PIC 9(2) VALUE ZERO.
        01 WS-NORM-SUM PIC 9(8) VALUE ZERO.
        01 WS-NORM-AVG PIC 9(6) VALUE ZERO.
        01 WS-WARN-TABLE.
           03 WS-WARN-LINE PIC X(80) OCCURS 20 TIMES.
        01 WS-WARN-COUNT PIC 9(2) VALUE ZERO.
        01 WS-WARN-IDX PIC 9(2) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-DATE TO WS-JOB-DATE
           MOVE WS-CLOCK-TIME TO WS-JOB-TIME
           MOVE WS-CLOCK-SECS TO WS-JOB-START-SECS
           PERFORM READ-LIST-COUNT
           MOVE WS-LIST-COUNT TO WS-JOB-BEFORE
           PERFORM LOAD-STEP-NORMS
           PERFORM READ-JOB-CHECKPOINT
           IF WS-RESUME-FROM > ZERO
              DISPLAY "TODONIGHT: resuming after step " WS-RESUME-FROM
              END-IF
           END-PERFORM

           PERFORM WRITE-JOB-HISTORY
           IF WS-STEP-FAILED = 'Y'
              PERFORM WRITE-ALERT-FILE
              DISPLAY "TODONIGHT: stopped at step " WS-CALL-NAME
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM RESET-JOB-CHECKPOINT
              IF WS-WARN-COUNT > ZERO
                 PERFORM WRITE-ALERT-FILE
              ELSE
                 PERFORM CLEAR-ALERT-FILE
              END-IF
              DISPLAY "TODONIGHT: all " WS-STEP-COUNT
                 " step(s) completed"
           END-IF
           IF WS-WARN-COUNT > ZERO
              DISPLAY "TODONIGHT: " WS-WARN-COUNT
                 " warning(s) written to todoalert.txt"
           END-IF
           GOBACK
          .

       RUN-ONE-STEP SECTION.
           MOVE WS-STEP-NAME (WS-STEP-IDX) TO WS-CALL-NAME
           PERFORM WRITE-STEP-LOG-START
           PERFORM READ-LIST-COUNT
           MOVE WS-LIST-COUNT TO WS-STEP-BEFORE
           PERFORM READ-CLOCK
           MOVE WS-CLOCK-TIME TO WS-STEP-START-TIME
           MOVE WS-CLOCK-SECS TO WS-STEP-START-SECS

           PERFORM SET-STEP-ENVIRONMENT
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-STEP-RC
           CALL WS-CALL-NAME
           END-IF
           MOVE ZERO TO RETURN-CODE

           PERFORM READ-CLOCK
           COMPUTE WS-STEP-ELAPSED = WS-CLOCK-SECS - WS-STEP-START-SECS
           PERFORM READ-LIST-COUNT

           PERFORM WRITE-STEP-LOG-END
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
              PERFORM UPDATE-JOB-CHECKPOINT
              IF WS-STEP-RC = 4
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                 MOVE SPACES TO WS-ALERT-LINE
                 STRING 'WARN ' WS-CURRENT-DATETIME (1:8) '-'
                        WS-CURRENT-DATETIME (9:6)
                        ' TODONIGHT step ' WS-STEP-IDX
                        ' ' WS-CALL-NAME
                        ' ended with warnings RC=4'
                    DELIMITED BY SIZE INTO WS-ALERT-LINE
                 PERFORM ADD-WARNING
              END-IF
           ELSE
              MOVE 'Y' TO WS-STEP-FAILED
              MOVE WS-STEP-IDX TO WS-FAILED-STEP
           END-IF
           PERFORM WRITE-STEP-HISTORY
          EXIT.

       SET-STEP-ENVIRONMENT SECTION.
           IF WS-CALL-NAME = 'TODORPTCAT'
              SET ENVIRONMENT "TODORPT_PROG" TO 'TODOREPORT'
              SET ENVIRONMENT "TODORPT_FILE" TO 'todoreport.rpt'
              SET ENVIRONMENT "TODORPT_RUN" TO 'NIGHTLY'
           END-IF
          EXIT.

       READ-RUN-PARAMETERS SECTION.
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "TODONIGHT_NORM_RUNS"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-NORM-RUNS
           END-IF
           IF WS-NORM-RUNS = ZERO OR WS-NORM-RUNS > 30
              MOVE 10 TO WS-NORM-RUNS
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "TODONIGHT_SLOW_PCT"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-SLOW-PCT
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "TODONIGHT_SLOW_SECS"
           IF WS-PARM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-PARM-TEXT) TO WS-SLOW-SECS
           END-IF
           MOVE SPACES TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM ENVIRONMENT "TODONIGHT_WINDOW_END"
           IF WS-PARM-TEXT IS NUMERIC
              MOVE WS-PARM-TEXT TO WS-WINDOW-END
              MOVE 'Y' TO WS-WINDOW-SET
           END-IF
          EXIT.

       READ-CLOCK SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK
           COMPUTE WS-CLOCK-TIME =
              WS-CLOCK-HH * 10000 + WS-CLOCK-MI * 100 + WS-CLOCK-SS
           COMPUTE WS-CLOCK-SECS =
              (FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)) * 86400
              + WS-CLOCK-HH * 3600 + WS-CLOCK-MI * 60 + WS-CLOCK-SS
          EXIT.

       READ-LIST-COUNT SECTION.
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = '00'
              READ COUNT-FILE INTO WS-LIST-COUNT
                 AT END MOVE ZERO TO WS-LIST-COUNT
              END-READ
              CLOSE COUNT-FILE
           END-IF
          EXIT.

       LOAD-STEP-NORMS SECTION.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                 UNTIL WS-NORM-IDX > WS-STEP-COUNT
              MOVE ZERO TO WS-NORM-N (WS-NORM-IDX)
              MOVE 1 TO WS-NORM-NEXT (WS-NORM-IDX)
           END-PERFORM
           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS = '00'
              PERFORM UNTIL WS-HIST-EOF = 'Y'
                 READ RUN-HIST-FILE INTO WS-HIST-LINE
                    AT END MOVE 'Y' TO WS-HIST-EOF
                    NOT AT END
                       IF WS-HIST-STEP IS NUMERIC
                             AND WS-HIST-STEP > ZERO
                             AND WS-HIST-ELAPSED IS NUMERIC
                             AND WS-HIST-FLAG NOT = 'FAIL'
                          PERFORM ADD-STEP-NORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUN-HIST-FILE
           END-IF
          EXIT.

       ADD-STEP-NORM SECTION.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                 UNTIL WS-NORM-IDX > WS-STEP-COUNT
              IF WS-STEP-NAME (WS-NORM-IDX) = WS-HIST-NAME
                 MOVE WS-HIST-ELAPSED TO WS-NORM-SECS (WS-NORM-IDX,
                    WS-NORM-NEXT (WS-NORM-IDX))
                 IF WS-NORM-N (WS-NORM-IDX) < WS-NORM-RUNS
                    ADD 1 TO WS-NORM-N (WS-NORM-IDX)
                 END-IF
                 IF WS-NORM-NEXT (WS-NORM-IDX) >= WS-NORM-RUNS
                    MOVE 1 TO WS-NORM-NEXT (WS-NORM-IDX)
                 ELSE
                    ADD 1 TO WS-NORM-NEXT (WS-NORM-IDX)
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       CHECK-STEP-DURATION SECTION.
           MOVE ZERO TO WS-NORM-AVG
           IF WS-NORM-N (WS-STEP-IDX) >= 3
              MOVE ZERO TO WS-NORM-SUM
              PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                    UNTIL WS-NORM-IDX > WS-NORM-N (WS-STEP-IDX)
                 ADD WS-NORM-SECS (WS-STEP-IDX, WS-NORM-IDX)
                   TO WS-NORM-SUM
              END-PERFORM
              COMPUTE WS-NORM-AVG =
                 WS-NORM-SUM / WS-NORM-N (WS-STEP-IDX)
              IF WS-STEP-ELAPSED * 100 > WS-NORM-AVG * WS-SLOW-PCT
                    AND WS-STEP-ELAPSED >= WS-NORM-AVG + WS-SLOW-SECS
                 MOVE 'SLOW' TO WS-HIST-FLAG
                 MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
                 MOVE SPACES TO WS-ALERT-LINE
                 STRING 'WARN ' WS-CURRENT-DATETIME (1:8) '-'
                        WS-CURRENT-DATETIME (9:6)
                        ' TODONIGHT step ' WS-STEP-IDX
                        ' ' WS-CALL-NAME
                        ' ran ' WS-STEP-ELAPSED
                        's, normal ' WS-NORM-AVG 's'
                    DELIMITED BY SIZE INTO WS-ALERT-LINE
                 PERFORM ADD-WARNING
              END-IF
           END-IF
          EXIT.

       CHECK-BATCH-WINDOW SECTION.
           IF WS-WINDOW-SET = 'Y'
              COMPUTE WS-WINDOW-SECS =
                 WS-WINDOW-HH * 3600 + WS-WINDOW-MI * 60
              IF WS-JOB-START-SECS > WS-WINDOW-SECS
                 ADD 86400 TO WS-WINDOW-SECS
              END-IF
              IF WS-CLOCK-SECS > WS-WINDOW-SECS
                 IF WS-HIST-FLAG = SPACES
                    MOVE 'LATE' TO WS-HIST-FLAG
                 END-IF
                 MOVE SPACES TO WS-ALERT-LINE
                 STRING 'WARN ' WS-CLOCK-DATE '-' WS-CLOCK-TIME
                        ' TODONIGHT ended after batch window end '
                        WS-WINDOW-END
                    DELIMITED BY SIZE INTO WS-ALERT-LINE
                 PERFORM ADD-WARNING
              END-IF
           END-IF
          EXIT.

       ADD-WARNING SECTION.
           IF WS-WARN-COUNT < 20
              ADD 1 TO WS-WARN-COUNT
              MOVE WS-ALERT-LINE TO WS-WARN-LINE (WS-WARN-COUNT)
           END-IF
           DISPLAY "TODONIGHT: " FUNCTION TRIM(WS-ALERT-LINE)
          EXIT.

       WRITE-STEP-HISTORY SECTION.
           MOVE SPACES TO WS-HIST-FLAG
           IF WS-STEP-RC NOT = ZERO AND WS-STEP-RC NOT = 4
              MOVE 'FAIL' TO WS-HIST-FLAG
           ELSE
              PERFORM CHECK-STEP-DURATION
           END-IF
           MOVE WS-JOB-DATE TO WS-HIST-RUN-DATE
           MOVE WS-JOB-TIME TO WS-HIST-RUN-TIME
           MOVE WS-STEP-IDX TO WS-HIST-STEP
           MOVE WS-CALL-NAME TO WS-HIST-NAME
           MOVE WS-STEP-START-TIME TO WS-HIST-START
           MOVE WS-STEP-ELAPSED TO WS-HIST-ELAPSED
           MOVE WS-STEP-RC TO WS-HIST-RC
           MOVE WS-STEP-BEFORE TO WS-HIST-BEFORE
           MOVE WS-LIST-COUNT TO WS-HIST-AFTER
           PERFORM APPEND-RUN-HISTORY
          EXIT.

       WRITE-JOB-HISTORY SECTION.
           PERFORM READ-CLOCK
           PERFORM READ-LIST-COUNT
           COMPUTE WS-JOB-ELAPSED = WS-CLOCK-SECS - WS-JOB-START-SECS
           MOVE SPACES TO WS-HIST-FLAG
           MOVE ZERO TO WS-JOB-RC
           IF WS-STEP-FAILED = 'Y'
              MOVE 'FAIL' TO WS-HIST-FLAG
              MOVE 8 TO WS-JOB-RC
           END-IF
           PERFORM CHECK-BATCH-WINDOW
           MOVE WS-JOB-DATE TO WS-HIST-RUN-DATE
           MOVE WS-JOB-TIME TO WS-HIST-RUN-TIME
           MOVE ZERO TO WS-HIST-STEP
           MOVE 'TODONIGHT' TO WS-HIST-NAME
           MOVE WS-JOB-TIME TO WS-HIST-START
           MOVE WS-JOB-ELAPSED TO WS-HIST-ELAPSED
           MOVE WS-JOB-RC TO WS-HIST-RC
           MOVE WS-JOB-BEFORE TO WS-HIST-BEFORE
           MOVE WS-LIST-COUNT TO WS-HIST-AFTER
           PERFORM APPEND-RUN-HISTORY
          EXIT.

       APPEND-RUN-HISTORY SECTION.
           OPEN EXTEND RUN-HIST-FILE
           IF WS-RUN-HIST-STATUS = '35'
              OPEN OUTPUT RUN-HIST-FILE
           END-IF
           IF WS-RUN-HIST-STATUS = '00'
              WRITE RUN-HIST-RECORD FROM WS-HIST-LINE
              CLOSE RUN-HIST-FILE
           END-IF
          EXIT.

       WRITE-ALERT-FILE SECTION.
           OPEN OUTPUT ALERT-FILE
           IF WS-STEP-FAILED = 'Y'
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
              MOVE SPACES TO WS-ALERT-LINE
              STRING 'ALERT ' WS-CURRENT-DATETIME (1:8) '-'
                     WS-CURRENT-DATETIME (9:6)
                     ' TODONIGHT step ' WS-FAILED-STEP
                     ' ' WS-CALL-NAME
                     ' failed RC=' WS-STEP-RC
                 DELIMITED BY SIZE INTO WS-ALERT-LINE
              WRITE ALERT-RECORD FROM WS-ALERT-LINE
           END-IF
           PERFORM VARYING WS-WARN-IDX FROM 1 BY 1
                 UNTIL WS-WARN-IDX > WS-WARN-COUNT
              WRITE ALERT-RECORD FROM WS-WARN-LINE (WS-WARN-IDX)
           END-PERFORM
           CLOSE ALERT-FILE
          EXIT.

