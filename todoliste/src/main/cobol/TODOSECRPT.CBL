       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOSECRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT SIGNIN-FILE ASSIGN TO 'todosignin.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNIN-STATUS.
         SELECT LOCK-FILE ASSIGN TO 'todolock.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD SIGNIN-FILE.
          01 SIGNIN-FILE-RECORD PIC X(76).
          FD LOCK-FILE.
          01 LOCK-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
        01 WS-SIGNIN-STATUS PIC XX.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-DAYS-TEXT PIC X(3).
        01 WS-DAYS PIC 9(3) VALUE 7.
        01 WS-HOUR-TEXT PIC X(2).
        01 WS-EARLY-HOUR PIC 9(2) VALUE 6.
        01 WS-LATE-HOUR PIC 9(2) VALUE 22.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-FROM-DATE PIC 9(8).
        01 WS-SIGNIN-RECORD.
           05 WS-SIGNIN-STAMP.
              10 WS-SIGNIN-DATE PIC 9(8).
              10 FILLER PIC X.
              10 WS-SIGNIN-HH PIC 9(2).
              10 WS-SIGNIN-MI PIC 9(2).
              10 WS-SIGNIN-SS PIC 9(2).
           05 FILLER PIC X.
           05 WS-SIGNIN-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-SIGNIN-EVENT PIC X(8).
           05 FILLER PIC X.
           05 WS-SIGNIN-SOURCE PIC X(40).
        01 WS-LOCK-RECORD.
           05 WS-LOCK-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-LOCK-FAILS PIC 9(2).
           05 FILLER PIC X.
           05 WS-LOCK-FIRST PIC X(15).
           05 FILLER PIC X.
           05 WS-LOCK-STATE PIC X.
           05 FILLER PIC X.
           05 WS-LOCK-AT PIC X(15).
        01 WS-USER-TABLE.
           03 WS-UT-ENTRY OCCURS 999 TIMES.
              05 WS-UT-USER PIC X(10).
              05 WS-UT-FAILS PIC 9(5).
        01 WS-UT-COUNT PIC 9(4) VALUE ZERO.
        01 WS-UT-IDX PIC 9(4) VALUE ZERO.
        01 WS-UT-HIT PIC 9(4) VALUE ZERO.
        01 WS-SOURCE-TABLE.
           03 WS-ST-ENTRY OCCURS 999 TIMES.
              05 WS-ST-SOURCE PIC X(40).
              05 WS-ST-FAILS PIC 9(5).
        01 WS-ST-COUNT PIC 9(4) VALUE ZERO.
        01 WS-ST-IDX PIC 9(4) VALUE ZERO.
        01 WS-ST-HIT PIC 9(4) VALUE ZERO.
        01 WS-SOURCE-KEY PIC X(40).
        01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
        01 WS-LOGIN-COUNT PIC 9(7) VALUE ZERO.
        01 WS-FAIL-COUNT PIC 9(7) VALUE ZERO.
        01 WS-LOCKOUT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-ODD-HOUR-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LOCKED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SKIPPED PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-DAYS-TEXT
           ACCEPT WS-DAYS-TEXT FROM ENVIRONMENT "TODOSEC_DAYS"
           IF WS-DAYS-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO WS-DAYS
           END-IF
           MOVE SPACES TO WS-HOUR-TEXT
           ACCEPT WS-HOUR-TEXT FROM ENVIRONMENT "TODOSEC_EARLY_HOUR"
           IF WS-HOUR-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-HOUR-TEXT) TO WS-EARLY-HOUR
           END-IF
           MOVE SPACES TO WS-HOUR-TEXT
           ACCEPT WS-HOUR-TEXT FROM ENVIRONMENT "TODOSEC_LATE_HOUR"
           IF WS-HOUR-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-HOUR-TEXT) TO WS-LATE-HOUR
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - WS-DAYS)

           DISPLAY "===================================="
           DISPLAY "SIGN-IN SECURITY REPORT " WS-FROM-DATE
              " - " WS-TODAY-DATE
           DISPLAY "===================================="

           OPEN INPUT SIGNIN-FILE
           IF WS-SIGNIN-STATUS NOT = '00'
              DISPLAY "TODOSECRPT: no sign-in history in todosignin.txt"
           ELSE
              DISPLAY " "
              DISPLAY "LOCKOUTS AND UNLOCKS"
              DISPLAY "--------------------"
              PERFORM SCAN-SIGNIN-HISTORY
              CLOSE SIGNIN-FILE
              IF WS-LOCKOUT-COUNT = ZERO
                 DISPLAY "  none"
              END-IF
              PERFORM PRINT-FAILURES-BY-USER
              PERFORM PRINT-FAILURES-BY-SOURCE
              PERFORM PRINT-ODD-HOUR-SIGNINS
           END-IF
           PERFORM PRINT-LOCKED-ACCOUNTS

           DISPLAY " "
           DISPLAY "TODOSECRPT: " WS-READ-COUNT " event(s), "
              WS-LOGIN-COUNT " sign-in(s), " WS-FAIL-COUNT
              " failure(s), " WS-LOCKOUT-COUNT " lockout(s)"
           IF WS-SKIPPED > ZERO
              DISPLAY "TODOSECRPT: table full, " WS-SKIPPED
                 " failure(s) not tallied"
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
          .

       SCAN-SIGNIN-HISTORY SECTION.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
              READ SIGNIN-FILE INTO WS-SIGNIN-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF WS-SIGNIN-DATE IS NUMERIC
                          AND WS-SIGNIN-DATE >= WS-FROM-DATE
                       PERFORM TALLY-SIGNIN-EVENT
                    END-IF
              END-READ
           END-PERFORM
          EXIT.

       TALLY-SIGNIN-EVENT SECTION.
           ADD 1 TO WS-READ-COUNT
           EVALUATE WS-SIGNIN-EVENT
              WHEN 'LOGIN'
                 ADD 1 TO WS-LOGIN-COUNT
              WHEN 'FAILED'
              WHEN 'LOCKED'
                 ADD 1 TO WS-FAIL-COUNT
                 PERFORM TALLY-FAILURE-BY-USER
                 PERFORM TALLY-FAILURE-BY-SOURCE
              WHEN 'LOCKOUT'
              WHEN 'UNLOCK'
                 IF WS-SIGNIN-EVENT = 'LOCKOUT'
                    ADD 1 TO WS-LOCKOUT-COUNT
                 END-IF
                 DISPLAY "  " WS-SIGNIN-STAMP " " WS-SIGNIN-EVENT
                    " " WS-SIGNIN-USER " "
                    FUNCTION TRIM(WS-SIGNIN-SOURCE)
           END-EVALUATE
          EXIT.

       TALLY-FAILURE-BY-USER SECTION.
           MOVE ZERO TO WS-UT-HIT
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                 UNTIL WS-UT-IDX > WS-UT-COUNT
              IF WS-UT-USER (WS-UT-IDX) = WS-SIGNIN-USER
                 MOVE WS-UT-IDX TO WS-UT-HIT
              END-IF
           END-PERFORM
           IF WS-UT-HIT = ZERO
              IF WS-UT-COUNT < 999
                 ADD 1 TO WS-UT-COUNT
                 MOVE WS-UT-COUNT TO WS-UT-HIT
                 MOVE WS-SIGNIN-USER TO WS-UT-USER (WS-UT-HIT)
                 MOVE ZERO TO WS-UT-FAILS (WS-UT-HIT)
              ELSE
                 ADD 1 TO WS-SKIPPED
              END-IF
           END-IF
           IF WS-UT-HIT > ZERO
              ADD 1 TO WS-UT-FAILS (WS-UT-HIT)
           END-IF
          EXIT.

       TALLY-FAILURE-BY-SOURCE SECTION.
           MOVE WS-SIGNIN-SOURCE TO WS-SOURCE-KEY
           IF WS-SOURCE-KEY = SPACES
              MOVE '(unknown)' TO WS-SOURCE-KEY
           END-IF
           MOVE ZERO TO WS-ST-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX > WS-ST-COUNT
              IF WS-ST-SOURCE (WS-ST-IDX) = WS-SOURCE-KEY
                 MOVE WS-ST-IDX TO WS-ST-HIT
              END-IF
           END-PERFORM
           IF WS-ST-HIT = ZERO
              IF WS-ST-COUNT < 999
                 ADD 1 TO WS-ST-COUNT
                 MOVE WS-ST-COUNT TO WS-ST-HIT
                 MOVE WS-SOURCE-KEY TO WS-ST-SOURCE (WS-ST-HIT)
                 MOVE ZERO TO WS-ST-FAILS (WS-ST-HIT)
              ELSE
                 ADD 1 TO WS-SKIPPED
              END-IF
           END-IF
           IF WS-ST-HIT > ZERO
              ADD 1 TO WS-ST-FAILS (WS-ST-HIT)
           END-IF
          EXIT.

       PRINT-FAILURES-BY-USER SECTION.
           DISPLAY " "
           DISPLAY "FAILED SIGN-INS BY USER"
           DISPLAY "-----------------------"
           IF WS-UT-COUNT = ZERO
              DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                 UNTIL WS-UT-IDX > WS-UT-COUNT
              DISPLAY "  " WS-UT-USER (WS-UT-IDX) " "
                 WS-UT-FAILS (WS-UT-IDX)
           END-PERFORM
          EXIT.

       PRINT-FAILURES-BY-SOURCE SECTION.
           DISPLAY " "
           DISPLAY "FAILED SIGN-INS BY SOURCE"
           DISPLAY "-------------------------"
           IF WS-ST-COUNT = ZERO
              DISPLAY "  none"
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                 UNTIL WS-ST-IDX > WS-ST-COUNT
              DISPLAY "  " WS-ST-SOURCE (WS-ST-IDX) " "
                 WS-ST-FAILS (WS-ST-IDX)
           END-PERFORM
          EXIT.

       PRINT-ODD-HOUR-SIGNINS SECTION.
           DISPLAY " "
           DISPLAY "SIGN-INS BEFORE " WS-EARLY-HOUR ":00 OR FROM "
              WS-LATE-HOUR ":00"
           DISPLAY "-----------------------------------"
           OPEN INPUT SIGNIN-FILE
           IF WS-SIGNIN-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ SIGNIN-FILE INTO WS-SIGNIN-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-SIGNIN-DATE IS NUMERIC
                             AND WS-SIGNIN-DATE >= WS-FROM-DATE
                             AND WS-SIGNIN-EVENT = 'LOGIN'
                             AND WS-SIGNIN-HH IS NUMERIC
                             AND (WS-SIGNIN-HH < WS-EARLY-HOUR
                              OR WS-SIGNIN-HH >= WS-LATE-HOUR)
                          ADD 1 TO WS-ODD-HOUR-COUNT
                          DISPLAY "  " WS-SIGNIN-STAMP " "
                             WS-SIGNIN-USER " "
                             FUNCTION TRIM(WS-SIGNIN-SOURCE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SIGNIN-FILE
           END-IF
           IF WS-ODD-HOUR-COUNT = ZERO
              DISPLAY "  none"
           END-IF
          EXIT.

       PRINT-LOCKED-ACCOUNTS SECTION.
           DISPLAY " "
           DISPLAY "CURRENTLY LOCKED ACCOUNTS"
           DISPLAY "-------------------------"
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ LOCK-FILE INTO WS-LOCK-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-LOCK-STATE = 'Y'
                          ADD 1 TO WS-LOCKED-COUNT
                          DISPLAY "  " WS-LOCK-USER " locked "
                             WS-LOCK-AT " after " WS-LOCK-FAILS
                             " failure(s)"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOCK-FILE
           END-IF
           IF WS-LOCKED-COUNT = ZERO
              DISPLAY "  none"
           END-IF
          EXIT.

       END PROGRAM TODOSECRPT.
