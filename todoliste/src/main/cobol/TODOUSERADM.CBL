         SELECT ABSENCE-FILE ASSIGN TO 'todoabs.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ABSENCE-STATUS.
         SELECT LOCK-FILE ASSIGN TO 'todolock.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT SIGNIN-FILE ASSIGN TO 'todosignin.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNIN-STATUS.
         SELECT ORG-FILE ASSIGN TO 'todoorg.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORG-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD ABSENCE-FILE.
          01 ABSENCE-FILE-RECORD PIC X(39).
          FD LOCK-FILE.
          01 LOCK-FILE-RECORD PIC X(47).
          FD SIGNIN-FILE.
          01 SIGNIN-FILE-RECORD PIC X(76).
          FD ORG-FILE.
          01 ORG-FILE-RECORD PIC X(32).
       WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-AUDIT-ACTION PIC X(12).
        01 WS-ABS-COUNT PIC 9(2) VALUE ZERO.
        01 WS-ABS-IDX PIC 9(2) VALUE ZERO.
        01 WS-ABS-HIT PIC 9(2) VALUE ZERO.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-LOCK-EOF PIC X VALUE 'N'.
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
        01 WS-LOCK-TABLE.
           03 WS-LOCK-ENTRY PIC X(47) OCCURS 999 TIMES.
        01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
        01 WS-LOCK-IDX PIC 9(4) VALUE ZERO.
        01 WS-LOCK-HIT PIC 9(4) VALUE ZERO.
        01 WS-LOCK-TEXT PIC X(7).
        01 WS-LOCK-OVERFLOW PIC X VALUE 'N'.
        01 WS-SIGNIN-STATUS PIC XX.
        01 WS-SIGNIN-RECORD.
           05 WS-SIGNIN-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-EVENT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-SOURCE PIC X(40).
        01 WS-ORG-STATUS PIC XX.
        01 WS-ORG-EOF PIC X VALUE 'N'.
        01 WS-ARG-TEAM PIC X(10).
        01 WS-ARG-MANAGER PIC X(10).
        01 WS-ORG-RECORD.
           05 WS-ORG-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ORG-TEAM PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-ORG-MANAGER PIC X(10).
        01 WS-ORG-TABLE.
           03 WS-ORG-ENTRY PIC X(32) OCCURS 99 TIMES.
        01 WS-ORG-COUNT PIC 9(2) VALUE ZERO.
        01 WS-ORG-IDX PIC 9(2) VALUE ZERO.
        01 WS-ORG-HIT PIC 9(2) VALUE ZERO.
        01 WS-ORG-FIND PIC X(10).
        01 WS-ORG-WALK PIC X(10).
        01 WS-ORG-DEPTH PIC 9(3).
        01 WS-ORG-CYCLE PIC X.
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           ACCEPT WS-ARG-TO-TEXT FROM ENVIRONMENT "TODOUSER_TO"
           MOVE SPACES TO WS-ARG-DEPUTY
           ACCEPT WS-ARG-DEPUTY FROM ENVIRONMENT "TODOUSER_DEPUTY"
           MOVE SPACES TO WS-ARG-TEAM
           ACCEPT WS-ARG-TEAM FROM ENVIRONMENT "TODOUSER_TEAM"
           MOVE SPACES TO WS-ARG-MANAGER
           ACCEPT WS-ARG-MANAGER FROM ENVIRONMENT "TODOUSER_MANAGER"

           PERFORM LOAD-USER-REGISTRY

                 PERFORM RESET-USER-PIN
              WHEN 'SETROLE'
                 PERFORM SET-USER-ROLE
              WHEN 'UNLOCK'
                 PERFORM UNLOCK-USER
              WHEN 'ABSADD'
                 PERFORM ADD-ABSENCE-ENTRY
              WHEN 'ABSDROP'
                 PERFORM DROP-ABSENCE-ENTRY
              WHEN 'ABSLIST'
                 PERFORM LIST-ABSENCE-TABLE
              WHEN 'ORGSET'
                 PERFORM SET-ORG-ENTRY
              WHEN 'ORGDROP'
                 PERFORM DROP-ORG-ENTRY
              WHEN 'ORGLIST'
                 PERFORM LIST-ORG-TABLE
              WHEN OTHER
                 DISPLAY "TODOUSERADM: set TODOUSER_FUNC to LIST,"
                    " ADD, DEACT, RESETPIN, SETROLE, UNLOCK, ABSADD,"
                    " ABSDROP, ABSLIST, ORGSET, ORGDROP or ORGLIST"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
          EXIT.

       LIST-USER-REGISTRY SECTION.
           PERFORM LOAD-LOCK-TABLE
           DISPLAY "===================================="
           DISPLAY "  TODOLIST USER REGISTRY"
           DISPLAY "===================================="
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                 UNTIL WS-USER-IDX > WS-USER-COUNT
              MOVE WS-USER-ENTRY (WS-USER-IDX) TO WS-USER-RECORD
              MOVE WS-USER-ID TO WS-ARG-USER-ID
              PERFORM FIND-LOCK-ENTRY
              MOVE SPACES TO WS-LOCK-TEXT
              IF WS-LOCK-HIT > ZERO AND WS-LOCK-STATE = 'Y'
                 MOVE ' LOCKED' TO WS-LOCK-TEXT
              END-IF
              DISPLAY "  " WS-USER-ID " " WS-USER-NAME
                 " active=" WS-USER-ACTIVE
                 " role=" WS-USER-ROLE WS-LOCK-TEXT
           END-PERFORM
           IF WS-LOCK-OVERFLOW = 'Y'
              DISPLAY "  todolock.txt exceeds 999 lines,"
                 " lock flags incomplete"
           END-IF
           DISPLAY "===================================="
           DISPLAY "Users listed:        " WS-USER-COUNT
           DISPLAY "===================================="
           END-IF
          EXIT.

       UNLOCK-USER SECTION.
           PERFORM LOAD-LOCK-TABLE
           PERFORM FIND-LOCK-ENTRY
           EVALUATE TRUE
           WHEN WS-LOCK-OVERFLOW = 'Y'
              DISPLAY "TODOUSERADM: todolock.txt exceeds the 999"
                 " line work table, user NOT unlocked"
              MOVE 8 TO RETURN-CODE
           WHEN WS-LOCK-HIT = ZERO
              DISPLAY "TODOUSERADM: user "
                 FUNCTION TRIM(WS-ARG-USER-ID)
                 " has no failed sign-ins on record"
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              PERFORM VARYING WS-LOCK-IDX FROM WS-LOCK-HIT BY 1
                    UNTIL WS-LOCK-IDX >= WS-LOCK-COUNT
                 MOVE WS-LOCK-ENTRY (WS-LOCK-IDX + 1)
                   TO WS-LOCK-ENTRY (WS-LOCK-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-LOCK-COUNT
              OPEN OUTPUT LOCK-FILE
              PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                    UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                 WRITE LOCK-FILE-RECORD
                    FROM WS-LOCK-ENTRY (WS-LOCK-IDX)
              END-PERFORM
              CLOSE LOCK-FILE
              MOVE 'USER-UNLOCK' TO WS-AUDIT-ACTION
              MOVE WS-ARG-USER-ID TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
              MOVE SPACES TO WS-SIGNIN-STAMP
              STRING WS-CURRENT-DATETIME (1:8) '-'
                     WS-CURRENT-DATETIME (9:6)
                 DELIMITED BY SIZE INTO WS-SIGNIN-STAMP
              MOVE WS-ARG-USER-ID TO WS-SIGNIN-USER
              MOVE 'UNLOCK' TO WS-SIGNIN-EVENT
              MOVE 'TODOUSERADM' TO WS-SIGNIN-SOURCE
              OPEN EXTEND SIGNIN-FILE
              IF WS-SIGNIN-STATUS = '35'
                 OPEN OUTPUT SIGNIN-FILE
              END-IF
              IF WS-SIGNIN-STATUS = '00'
                 WRITE SIGNIN-FILE-RECORD FROM WS-SIGNIN-RECORD
                 CLOSE SIGNIN-FILE
              END-IF
              DISPLAY "TODOUSERADM: unlocked user "
                 FUNCTION TRIM(WS-ARG-USER-ID)
           END-EVALUATE
          EXIT.

       LOAD-LOCK-TABLE SECTION.
           MOVE ZERO TO WS-LOCK-COUNT
           MOVE 'N' TO WS-LOCK-EOF
           MOVE 'N' TO WS-LOCK-OVERFLOW
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
              PERFORM UNTIL WS-LOCK-EOF = 'Y'
                 READ LOCK-FILE INTO WS-LOCK-RECORD
                    AT END MOVE 'Y' TO WS-LOCK-EOF
                    NOT AT END
                       IF WS-LOCK-USER NOT = SPACES
                          IF WS-LOCK-COUNT < 999
                             ADD 1 TO WS-LOCK-COUNT
                             MOVE WS-LOCK-RECORD
                               TO WS-LOCK-ENTRY (WS-LOCK-COUNT)
                          ELSE
                             MOVE 'Y' TO WS-LOCK-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOCK-FILE
           END-IF
          EXIT.

       FIND-LOCK-ENTRY SECTION.
           MOVE ZERO TO WS-LOCK-HIT
           PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                 UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
              MOVE WS-LOCK-ENTRY (WS-LOCK-IDX) TO WS-LOCK-RECORD
              IF WS-LOCK-USER = WS-ARG-USER-ID
                 MOVE WS-LOCK-IDX TO WS-LOCK-HIT
              END-IF
           END-PERFORM
           IF WS-LOCK-HIT > ZERO
              MOVE WS-LOCK-ENTRY (WS-LOCK-HIT) TO WS-LOCK-RECORD
           END-IF
          EXIT.

       LOAD-ABSENCE-TABLE SECTION.
           MOVE ZERO TO WS-ABS-COUNT
           OPEN INPUT ABSENCE-FILE
           DISPLAY "===================================="
          EXIT.

       LOAD-ORG-TABLE SECTION.
           MOVE ZERO TO WS-ORG-COUNT
           OPEN INPUT ORG-FILE
           IF WS-ORG-STATUS = '00'
              PERFORM UNTIL WS-ORG-EOF = 'Y'
                 READ ORG-FILE INTO WS-ORG-RECORD
                    AT END MOVE 'Y' TO WS-ORG-EOF
                    NOT AT END
                       IF WS-ORG-USER NOT = SPACES
                             AND WS-ORG-COUNT < 99
                          ADD 1 TO WS-ORG-COUNT
                          MOVE WS-ORG-RECORD
                            TO WS-ORG-ENTRY (WS-ORG-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORG-FILE
           END-IF
          EXIT.

       REWRITE-ORG-TABLE SECTION.
           OPEN OUTPUT ORG-FILE
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              WRITE ORG-FILE-RECORD
                 FROM WS-ORG-ENTRY (WS-ORG-IDX)
           END-PERFORM
           CLOSE ORG-FILE
          EXIT.

       FIND-ORG-ENTRY SECTION.
           MOVE ZERO TO WS-ORG-HIT
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              MOVE WS-ORG-ENTRY (WS-ORG-IDX) TO WS-ORG-RECORD
              IF WS-ORG-USER = WS-ORG-FIND
                 MOVE WS-ORG-IDX TO WS-ORG-HIT
              END-IF
           END-PERFORM
          EXIT.

       CHECK-MANAGER-CYCLE SECTION.
           MOVE 'N' TO WS-ORG-CYCLE
           MOVE WS-ARG-MANAGER TO WS-ORG-WALK
           MOVE ZERO TO WS-ORG-DEPTH
           PERFORM UNTIL WS-ORG-WALK = SPACES
                 OR WS-ORG-CYCLE = 'Y'
              IF WS-ORG-WALK = WS-ARG-USER-ID
                    OR WS-ORG-DEPTH > WS-ORG-COUNT
                 MOVE 'Y' TO WS-ORG-CYCLE
              ELSE
                 ADD 1 TO WS-ORG-DEPTH
                 MOVE WS-ORG-WALK TO WS-ORG-FIND
                 PERFORM FIND-ORG-ENTRY
                 IF WS-ORG-HIT = ZERO
                    MOVE SPACES TO WS-ORG-WALK
                 ELSE
                    MOVE WS-ORG-ENTRY (WS-ORG-HIT) TO WS-ORG-RECORD
                    MOVE WS-ORG-MANAGER TO WS-ORG-WALK
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       SET-ORG-ENTRY SECTION.
           IF WS-ARG-USER-ID = SPACES OR WS-ARG-TEAM = SPACES
              DISPLAY "TODOUSERADM: ORGSET needs TODOUSER_ID and"
                 " TODOUSER_TEAM, TODOUSER_MANAGER is optional"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM FIND-USER-IN-TABLE
           IF WS-USER-HIT = ZERO
              DISPLAY "TODOUSERADM: user "
                 FUNCTION TRIM(WS-ARG-USER-ID) " not found"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ARG-MANAGER NOT = SPACES
              MOVE WS-ARG-USER-ID TO WS-ORG-FIND
              MOVE WS-ARG-MANAGER TO WS-ARG-USER-ID
              PERFORM FIND-USER-IN-TABLE
              MOVE WS-ORG-FIND TO WS-ARG-USER-ID
              IF WS-USER-HIT = ZERO
                 DISPLAY "TODOUSERADM: manager "
                    FUNCTION TRIM(WS-ARG-MANAGER) " not found"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           PERFORM LOAD-ORG-TABLE
           PERFORM CHECK-MANAGER-CYCLE
           IF WS-ORG-CYCLE = 'Y'
              DISPLAY "TODOUSERADM: "
                 FUNCTION TRIM(WS-ARG-MANAGER)
                 " already reports to "
                 FUNCTION TRIM(WS-ARG-USER-ID)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-ARG-USER-ID TO WS-ORG-FIND
           PERFORM FIND-ORG-ENTRY
           IF WS-ORG-HIT = ZERO
              IF WS-ORG-COUNT >= 99
                 DISPLAY "TODOUSERADM: org table is full"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-ORG-COUNT
              MOVE WS-ORG-COUNT TO WS-ORG-HIT
           END-IF
           MOVE SPACES TO WS-ORG-RECORD
           MOVE WS-ARG-USER-ID TO WS-ORG-USER
           MOVE WS-ARG-TEAM TO WS-ORG-TEAM
           MOVE WS-ARG-MANAGER TO WS-ORG-MANAGER
           MOVE WS-ORG-RECORD TO WS-ORG-ENTRY (WS-ORG-HIT)
           PERFORM REWRITE-ORG-TABLE
           MOVE 'ORG-SET' TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-CONTENT
           STRING FUNCTION TRIM(WS-ARG-USER-ID) ' '
                  FUNCTION TRIM(WS-ARG-TEAM) ' '
                  FUNCTION TRIM(WS-ARG-MANAGER)
              DELIMITED BY SIZE INTO WS-AUDIT-CONTENT
           PERFORM WRITE-AUDIT-LOG-ENTRY
           DISPLAY "TODOUSERADM: placed user "
              FUNCTION TRIM(WS-ARG-USER-ID) " in team "
              FUNCTION TRIM(WS-ARG-TEAM)
          EXIT.

       DROP-ORG-ENTRY SECTION.
           PERFORM LOAD-ORG-TABLE
           MOVE WS-ARG-USER-ID TO WS-ORG-FIND
           PERFORM FIND-ORG-ENTRY
           IF WS-ORG-HIT = ZERO
              DISPLAY "TODOUSERADM: no org entry for "
                 FUNCTION TRIM(WS-ARG-USER-ID)
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-ORG-IDX FROM WS-ORG-HIT BY 1
                    UNTIL WS-ORG-IDX >= WS-ORG-COUNT
                 MOVE WS-ORG-ENTRY (WS-ORG-IDX + 1)
                   TO WS-ORG-ENTRY (WS-ORG-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-ORG-COUNT
              PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                    UNTIL WS-ORG-IDX > WS-ORG-COUNT
                 MOVE WS-ORG-ENTRY (WS-ORG-IDX) TO WS-ORG-RECORD
                 IF WS-ORG-MANAGER = WS-ARG-USER-ID
                    MOVE SPACES TO WS-ORG-MANAGER
                    MOVE WS-ORG-RECORD TO WS-ORG-ENTRY (WS-ORG-IDX)
                    DISPLAY "TODOUSERADM: "
                       FUNCTION TRIM(WS-ORG-USER)
                       " now has no manager"
                 END-IF
              END-PERFORM
              PERFORM REWRITE-ORG-TABLE
              MOVE 'ORG-DROP' TO WS-AUDIT-ACTION
              MOVE WS-ARG-USER-ID TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
              DISPLAY "TODOUSERADM: dropped org entry of "
                 FUNCTION TRIM(WS-ARG-USER-ID)
           END-IF
          EXIT.

       LIST-ORG-TABLE SECTION.
           PERFORM LOAD-ORG-TABLE
           DISPLAY "===================================="
           DISPLAY "  TODOLIST ORG TABLE"
           DISPLAY "===================================="
           IF WS-ORG-COUNT = ZERO
              DISPLAY "  (no org entries recorded)"
           END-IF
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-COUNT
              MOVE WS-ORG-ENTRY (WS-ORG-IDX) TO WS-ORG-RECORD
              DISPLAY "  " WS-ORG-USER " team " WS-ORG-TEAM
                 " manager " WS-ORG-MANAGER
           END-PERFORM
           DISPLAY "===================================="
           DISPLAY "Org entries listed:  " WS-ORG-COUNT
           DISPLAY "===================================="
          EXIT.

       REWRITE-USER-REGISTRY SECTION.
           OPEN OUTPUT USER-FILE
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
