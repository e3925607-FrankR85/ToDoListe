       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOURG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEIGHT-FILE ASSIGN TO 'todourgw.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WEIGHT-STATUS.
           SELECT TICKLER-FILE ASSIGN TO 'todotickl.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TICKLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WEIGHT-FILE.
          01 WEIGHT-RECORD     PIC X(14).
       FD TICKLER-FILE.
          01 TICKLER-RECORD    PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-WEIGHT-STATUS     PIC XX.
       01 WS-TICKLER-STATUS    PIC XX.
       01 WS-LOADED            PIC X VALUE 'N'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-WEIGHT-LINE.
          05 WS-WEIGHT-KEY     PIC X(10).
          05 FILLER            PIC X.
          05 WS-WEIGHT-VALUE   PIC 9(3).
       01 WS-WEIGHTS.
          05 WS-W-PRIORITY     PIC 9(3) VALUE 10.
          05 WS-W-OVERDUE      PIC 9(3) VALUE 5.
          05 WS-W-DUESOON      PIC 9(3) VALUE 3.
          05 WS-W-HORIZON      PIC 9(3) VALUE 10.
          05 WS-W-WAITING      PIC 9(3) VALUE 8.
          05 WS-W-AGE          PIC 9(3) VALUE 1.
          05 WS-W-TICKLER      PIC 9(3) VALUE 15.
       01 WS-TICKLER-LINE.
          05 WS-TICKLER-ID     PIC 9(5).
          05 FILLER            PIC X.
          05 WS-TICKLER-DATE   PIC 9(8).
          05 FILLER            PIC X.
          05 WS-TICKLER-ARMED  PIC X.
       01 WS-TICKLER-TABLE.
          03 WS-TICKLER-ENTRY OCCURS 999 TIMES.
             05 WS-TICKLER-E-ID   PIC 9(5).
             05 WS-TICKLER-E-DATE PIC 9(8).
       01 WS-TICKLER-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-TICKLER-IDX       PIC 9(4) VALUE ZERO.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TODAY-INTEGER     PIC S9(9) COMP.
       01 WS-DUE-EFFECTIVE     PIC 9(8).
       01 WS-WALK-OFFSET       PIC 9.
       01 WS-WALK-INTEGER      PIC S9(9) COMP.
       01 WS-WALK-END          PIC S9(9) COMP.
       01 WS-WALK-LIMIT        PIC 9(3).
       01 WS-WALK-COUNT        PIC 9(3).
       01 WS-WALK-STEPS        PIC 9(3).
       01 WS-AGE-DAYS          PIC S9(9) COMP.
       01 WS-TOTAL             PIC 9(7).
       COPY TODOCALP.

       LINKAGE SECTION.
        COPY TODOURGP.

       PROCEDURE DIVISION USING TODOURG-PARAMETERS.
           IF WS-LOADED = 'N'
              PERFORM LOAD-WEIGHT-FILE
              PERFORM LOAD-TICKLER-FILE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
              COMPUTE WS-TODAY-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
              MOVE 'Y' TO WS-LOADED
           END-IF

           MOVE ZERO TO URG-SCORE
           MOVE ZERO TO URG-PRIORITY-POINTS
           MOVE ZERO TO URG-DUE-POINTS
           MOVE ZERO TO URG-WAITING-POINTS
           MOVE ZERO TO URG-AGE-POINTS
           MOVE ZERO TO URG-TICKLER-POINTS
           MOVE ZERO TO URG-DUE-DAYS
           MOVE ZERO TO URG-AGE-WEEKS
           MOVE SPACE TO URG-DUE-STATE
           MOVE 'N' TO URG-TICKLER-FIRED

           COMPUTE URG-PRIORITY-POINTS = WS-W-PRIORITY * URG-PRIORITY
           IF URG-DUE-DATE > ZERO
              PERFORM SCORE-DUE-DATE
           END-IF
           COMPUTE URG-WAITING-POINTS = WS-W-WAITING * URG-WAITING
              ON SIZE ERROR MOVE 99999 TO URG-WAITING-POINTS
           END-COMPUTE
           IF URG-CREATED-DATE > ZERO
                 AND URG-CREATED-DATE < WS-TODAY-DATE
              COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE (URG-CREATED-DATE)
              COMPUTE URG-AGE-WEEKS = WS-AGE-DAYS / 7
                 ON SIZE ERROR MOVE 9999 TO URG-AGE-WEEKS
              END-COMPUTE
              COMPUTE URG-AGE-POINTS = WS-W-AGE * URG-AGE-WEEKS
                 ON SIZE ERROR MOVE 99999 TO URG-AGE-POINTS
              END-COMPUTE
           END-IF
           PERFORM VARYING WS-TICKLER-IDX FROM 1 BY 1
                 UNTIL WS-TICKLER-IDX > WS-TICKLER-COUNT
              IF WS-TICKLER-E-ID (WS-TICKLER-IDX) = URG-ITEM-ID
                    AND WS-TICKLER-E-DATE (WS-TICKLER-IDX)
                       NOT > WS-TODAY-DATE
                 MOVE 'Y' TO URG-TICKLER-FIRED
              END-IF
           END-PERFORM
           IF URG-HAS-FIRED
              MOVE WS-W-TICKLER TO URG-TICKLER-POINTS
           END-IF

           COMPUTE WS-TOTAL = URG-PRIORITY-POINTS + URG-DUE-POINTS
              + URG-WAITING-POINTS + URG-AGE-POINTS
              + URG-TICKLER-POINTS
           IF WS-TOTAL > 99999
              MOVE 99999 TO URG-SCORE
           ELSE
              MOVE WS-TOTAL TO URG-SCORE
           END-IF
           GOBACK
          .

       LOAD-WEIGHT-FILE SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WEIGHT-FILE
           IF WS-WEIGHT-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WEIGHT-FILE INTO WS-WEIGHT-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-WEIGHT-VALUE IS NUMERIC
                          EVALUATE WS-WEIGHT-KEY
                             WHEN 'PRIORITY'
                                MOVE WS-WEIGHT-VALUE TO WS-W-PRIORITY
                             WHEN 'OVERDUE'
                                MOVE WS-WEIGHT-VALUE TO WS-W-OVERDUE
                             WHEN 'DUESOON'
                                MOVE WS-WEIGHT-VALUE TO WS-W-DUESOON
                             WHEN 'HORIZON'
                                MOVE WS-WEIGHT-VALUE TO WS-W-HORIZON
                             WHEN 'WAITING'
                                MOVE WS-WEIGHT-VALUE TO WS-W-WAITING
                             WHEN 'AGE'
                                MOVE WS-WEIGHT-VALUE TO WS-W-AGE
                             WHEN 'TICKLER'
                                MOVE WS-WEIGHT-VALUE TO WS-W-TICKLER
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WEIGHT-FILE
           END-IF
          EXIT.

       LOAD-TICKLER-FILE SECTION.
           MOVE ZERO TO WS-TICKLER-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TICKLER-FILE
           IF WS-TICKLER-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TICKLER-FILE INTO WS-TICKLER-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-TICKLER-COUNT < 999
                             AND WS-TICKLER-ID IS NUMERIC
                             AND WS-TICKLER-DATE IS NUMERIC
                          ADD 1 TO WS-TICKLER-COUNT
                          MOVE WS-TICKLER-ID
                            TO WS-TICKLER-E-ID (WS-TICKLER-COUNT)
                          MOVE WS-TICKLER-DATE
                            TO WS-TICKLER-E-DATE (WS-TICKLER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TICKLER-FILE
           END-IF
          EXIT.

       SCORE-DUE-DATE SECTION.
           MOVE 'NEXT' TO CAL-FUNCTION
           MOVE URG-DUE-DATE TO CAL-DATE-IN
           CALL "TODOCAL" USING TODOCAL-PARAMETERS
           MOVE CAL-DATE-OUT TO WS-DUE-EFFECTIVE
           IF WS-DUE-EFFECTIVE < WS-TODAY-DATE
              COMPUTE WS-WALK-INTEGER =
                 FUNCTION INTEGER-OF-DATE (WS-DUE-EFFECTIVE)
              MOVE WS-TODAY-INTEGER TO WS-WALK-END
              MOVE 0 TO WS-WALK-OFFSET
              MOVE 366 TO WS-WALK-LIMIT
              PERFORM COUNT-WORKING-DAYS
              MOVE 'O' TO URG-DUE-STATE
              COMPUTE URG-DUE-DAYS = ZERO - WS-WALK-COUNT
              COMPUTE URG-DUE-POINTS =
                 WS-W-DUESOON * (WS-W-HORIZON + 1)
                 + WS-W-OVERDUE * WS-WALK-COUNT
                 ON SIZE ERROR MOVE 99999 TO URG-DUE-POINTS
              END-COMPUTE
           ELSE
              MOVE WS-TODAY-INTEGER TO WS-WALK-INTEGER
              COMPUTE WS-WALK-END =
                 FUNCTION INTEGER-OF-DATE (WS-DUE-EFFECTIVE)
              MOVE 1 TO WS-WALK-OFFSET
              COMPUTE WS-WALK-LIMIT = WS-W-HORIZON + 1
                 ON SIZE ERROR MOVE 366 TO WS-WALK-LIMIT
              END-COMPUTE
              PERFORM COUNT-WORKING-DAYS
              MOVE WS-WALK-COUNT TO URG-DUE-DAYS
              IF WS-WALK-COUNT > WS-W-HORIZON
                 MOVE 'L' TO URG-DUE-STATE
              ELSE
                 MOVE 'S' TO URG-DUE-STATE
                 COMPUTE URG-DUE-POINTS = WS-W-DUESOON
                    * (WS-W-HORIZON + 1 - WS-WALK-COUNT)
                    ON SIZE ERROR MOVE 99999 TO URG-DUE-POINTS
                 END-COMPUTE
              END-IF
           END-IF
          EXIT.

       COUNT-WORKING-DAYS SECTION.
           MOVE ZERO TO WS-WALK-COUNT
           MOVE ZERO TO WS-WALK-STEPS
           MOVE 'CHECK' TO CAL-FUNCTION
           PERFORM UNTIL WS-WALK-INTEGER >= WS-WALK-END
                 OR WS-WALK-COUNT >= WS-WALK-LIMIT
                 OR WS-WALK-STEPS > 731
              COMPUTE CAL-DATE-IN = FUNCTION DATE-OF-INTEGER
                 (WS-WALK-INTEGER + WS-WALK-OFFSET)
              CALL "TODOCAL" USING TODOCAL-PARAMETERS
              IF CAL-IS-WORKING-DAY
                 ADD 1 TO WS-WALK-COUNT
              END-IF
              ADD 1 TO WS-WALK-INTEGER
              ADD 1 TO WS-WALK-STEPS
           END-PERFORM
          EXIT.

       END PROGRAM TODOURG.
