         SELECT USER-FILE ASSIGN TO 'todousers.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.
         SELECT JOB-CKPT-FILE ASSIGN TO 'todonight.ckpt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOB-CKPT-STATUS.
         SELECT LOCK-FILE ASSIGN TO 'todolock.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOCK-STATUS.
         SELECT SIGNIN-FILE ASSIGN TO 'todosignin.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SIGNIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             05 TOT-MINUTES PIC 9(7).
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD JOB-CKPT-FILE.
          01 JOB-CKPT-RECORD PIC X(11).
          FD LOCK-FILE.
          01 LOCK-FILE-RECORD PIC X(47).
          FD SIGNIN-FILE.
          01 SIGNIN-FILE-RECORD PIC X(76).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-NOTES-STATUS PIC XX.
        01 WS-WORK-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-JOB-CKPT-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-MENU-CHOICE PIC X(1).
        01 WS-INPUT-LINE PIC X(40).
        01 WS-OPERATOR PIC X(10).
        01 WS-OPERATOR-PIN PIC X(10).
        01 WS-PIN-HASH PIC 9(8).
        01 WS-PIN-HASH-WORK PIC 9(12) COMP.
        01 WS-PIN-IDX PIC 9(2).
        01 WS-PIN-OK PIC X VALUE 'N'.
        01 WS-PIN-USER-FOUND PIC X VALUE 'N'.
        01 WS-LOCK-STATUS PIC XX.
        01 WS-LOCK-EOF PIC X.
        01 WS-LOCK-RECORD.
           05 WS-LOCK-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOCK-FAILS PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOCK-FIRST.
              10 WS-LOCK-FIRST-DATE PIC 9(8).
              10 FILLER PIC X.
              10 WS-LOCK-FIRST-HH PIC 9(2).
              10 WS-LOCK-FIRST-MI PIC 9(2).
              10 WS-LOCK-FIRST-SS PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOCK-STATE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LOCK-AT PIC X(15).
        01 WS-LOCK-TABLE.
           03 WS-LOCK-ENTRY PIC X(47) OCCURS 999 TIMES.
        01 WS-LOCK-COUNT PIC 9(4) VALUE ZERO.
        01 WS-LOCK-IDX PIC 9(4) VALUE ZERO.
        01 WS-LOCK-HIT PIC 9(4) VALUE ZERO.
        01 WS-LOCK-NOW PIC X VALUE 'N'.
        01 WS-LOCK-OVERFLOW PIC X VALUE 'N'.
        01 WS-LOGIN-MAX-FAILS PIC 9(2) VALUE 5.
        01 WS-LOGIN-WINDOW PIC 9(4) VALUE 15.
        01 WS-LOGIN-PARM-TEXT PIC X(4).
        01 WS-NOW-MINUTES PIC S9(11) COMP.
        01 WS-FIRST-MINUTES PIC S9(11) COMP.
        01 WS-CURRENT-STAMP PIC X(21).
        01 WS-SIGNIN-STATUS PIC XX.
        01 WS-SIGNIN-STAMP PIC X(15).
        01 WS-SIGNIN-RECORD.
           05 WS-SIGNIN-REC-STAMP PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-USER PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-EVENT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SIGNIN-SOURCE PIC X(40).
        01 WS-BROWSE-COUNT PIC 9(3).
        01 WS-WORK-TOTAL PIC 9(7).
        01 WS-NOTE-RECORD.
           05 WS-USER-ACTIVE PIC X.
           05 FILLER PIC X.
           05 WS-USER-ROLE PIC X(5).
        01 WS-ADMIN-DONE PIC X VALUE 'N'.
        01 WS-ADMIN-CHOICE PIC X(1).
        01 WS-ADMIN-CALL-NAME PIC X(11).
        01 WS-ADMIN-FUNC PIC X(8).
        01 WS-ADMIN-CHOSEN PIC X(8).
        01 WS-ADMIN-RC PIC 9(2).
        01 WS-ADMIN-CONFIRM PIC X.
        01 WS-ADMIN-PROMPT PIC X(30).
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-CKPT-EOF PIC X.
        01 WS-CKPT-RECORD.
           05 WS-CKPT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WS-CKPT-STEP PIC 9(2).
        COPY TODOACTIONS.
        COPY TODOITEM.
        COPY TODOREQUEST.
        COPY TODOCONFP.
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           DISPLAY "Operator id: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR
           DISPLAY "PIN: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-PIN
           ACCEPT WS-OPERATOR-PIN
           PERFORM VERIFY-OPERATOR-PIN
           PERFORM LOOKUP-OPERATOR-ROLE

           PERFORM UNTIL WS-DONE-FLAG = 'Y'
              PERFORM SHOW-MENU-AND-DISPATCH
           DISPLAY " "
           DISPLAY "L=list  O=by owner  C=by category  V=view"
           DISPLAY "A=add   D=complete  R=reopen       S=reassign"
           DISPLAY "K=confidential  Q=quit"
           IF REQ-ACTING-ROLE = 'ADMIN'
              DISPLAY "M=operator admin"
           END-IF
           DISPLAY "Choice: " WITH NO ADVANCING
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
                 PERFORM REOPEN-ITEM-DIALOG
              WHEN 'S'
                 PERFORM REASSIGN-ITEM-DIALOG
              WHEN 'K'
                 PERFORM CONFIDENTIAL-ITEM-DIALOG
              WHEN 'M'
                 PERFORM ADMIN-CONSOLE
              WHEN 'Q'
                 MOVE 'Y' TO WS-DONE-FLAG
              WHEN OTHER

       PRINT-BROWSE-LINE SECTION.
           ADD 1 TO WS-BROWSE-COUNT
           MOVE 'CHECK' TO CONF-FUNCTION
           PERFORM CALL-CONFIDENTIAL-CHECK
           IF NOT CONF-IS-VISIBLE
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
           END-IF
           DISPLAY ITEM-ID IN WS-TDLIST " "
              ITEM-STATUS IN WS-TDLIST " "
              "P" ITEM-PRIORITY IN WS-TDLIST " "
              END-READ
              CLOSE TDLIST
              IF WS-EOF NOT = 'Y'
                 MOVE 'CHECK' TO CONF-FUNCTION
                 PERFORM CALL-CONFIDENTIAL-CHECK
                 IF NOT CONF-IS-VISIBLE
                    DISPLAY "Item is confidential"
                    MOVE 'Y' TO WS-EOF
                 END-IF
              END-IF
              IF WS-EOF NOT = 'Y'
                 IF CONF-IS-MARKED
                    MOVE 'READ' TO CONF-FUNCTION
                    MOVE 'TERM-VIEW' TO CONF-VIEW
                    PERFORM CALL-CONFIDENTIAL-CHECK
                    DISPLAY "** CONFIDENTIAL **"
                 END-IF
                 DISPLAY "Id:        " ITEM-ID IN WS-TDLIST
                 DISPLAY "Status:    " ITEM-STATUS IN WS-TDLIST
                 DISPLAY "Content:   " ITEM-CONTENT IN WS-TDLIST
           END-IF
          EXIT.

       CALL-CONFIDENTIAL-CHECK SECTION.
           MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
           MOVE WS-OPERATOR TO CONF-USER
           MOVE REQ-ACTING-ROLE TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
          EXIT.

       SHOW-ITEM-NOTES SECTION.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTES-FILE
                       NOT AT END
                          IF WS-USER-ID = WS-OPERATOR
                                AND WS-USER-ROLE = 'ADMIN'
                                AND WS-USER-ACTIVE NOT = 'N'
                                AND WS-PIN-OK = 'Y'
                             MOVE 'ADMIN' TO REQ-ACTING-ROLE
                          END-IF
                    END-READ
           END-IF
          EXIT.

       VERIFY-OPERATOR-PIN SECTION.
           MOVE 'N' TO WS-PIN-OK
           MOVE 'N' TO WS-PIN-USER-FOUND
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP
           MOVE SPACES TO WS-SIGNIN-STAMP
           STRING WS-CURRENT-STAMP (1:8) '-' WS-CURRENT-STAMP (9:6)
              DELIMITED BY SIZE INTO WS-SIGNIN-STAMP
           MOVE WS-OPERATOR TO WS-SIGNIN-USER
           PERFORM COMPUTE-PIN-HASH
           MOVE SPACES TO WS-OPERATOR-PIN
           IF WS-OPERATOR NOT = SPACES
              PERFORM LOAD-LOCK-TABLE
              EVALUATE TRUE
              WHEN WS-LOCK-HIT > ZERO AND WS-LOCK-STATE = 'Y'
                 DISPLAY "Operator is locked, signed on without"
                    " ADMIN rights"
                 MOVE 'LOCKED' TO WS-SIGNIN-EVENT
                 PERFORM WRITE-SIGNIN-HISTORY
              WHEN WS-LOCK-OVERFLOW = 'Y'
                    OR (WS-LOCK-HIT = ZERO AND WS-LOCK-COUNT >= 999)
                 DISPLAY "Sign-in lock file full, signed on without"
                    " ADMIN rights"
                 MOVE 'LOCKED' TO WS-SIGNIN-EVENT
                 PERFORM WRITE-SIGNIN-HISTORY
                 MOVE 'LOCK-FULL' TO AUD-ACTION
                 MOVE ZERO TO AUD-ITEM-ID
                 MOVE WS-OPERATOR TO AUD-CONTENT
                 CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
              WHEN OTHER
                 PERFORM CHECK-OPERATOR-PIN
              END-EVALUATE
           END-IF
          EXIT.

       CHECK-OPERATOR-PIN SECTION.
           MOVE 'N' TO WS-USER-EOF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = '00'
              PERFORM UNTIL WS-USER-EOF = 'Y'
                 READ USER-FILE INTO WS-USER-RECORD
                    AT END MOVE 'Y' TO WS-USER-EOF
                    NOT AT END
                       IF WS-USER-ID = WS-OPERATOR
                          MOVE 'Y' TO WS-PIN-USER-FOUND
                          IF WS-USER-PIN-HASH = WS-PIN-HASH
                             MOVE 'Y' TO WS-PIN-OK
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-FILE
           END-IF
           IF WS-PIN-OK = 'Y' AND WS-LOCK-HIT > ZERO
              PERFORM CLEAR-PIN-FAILURES
           END-IF
           IF WS-PIN-USER-FOUND = 'Y' AND WS-PIN-OK NOT = 'Y'
              PERFORM RECORD-PIN-FAILURE
              MOVE 'FAILED' TO WS-SIGNIN-EVENT
              PERFORM WRITE-SIGNIN-HISTORY
              DISPLAY "PIN not accepted, signed on without"
                 " ADMIN rights"
              MOVE 'PIN-FAIL' TO AUD-ACTION
              MOVE ZERO TO AUD-ITEM-ID
              MOVE SPACES TO AUD-CONTENT
              STRING WS-OPERATOR DELIMITED BY SPACE
                     ' TODOTERM' DELIMITED BY SIZE
                 INTO AUD-CONTENT
              CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
              IF WS-LOCK-NOW = 'Y'
                 MOVE 'LOCKOUT' TO WS-SIGNIN-EVENT
                 PERFORM WRITE-SIGNIN-HISTORY
                 MOVE 'USER-LOCKED' TO AUD-ACTION
                 MOVE ZERO TO AUD-ITEM-ID
                 MOVE WS-OPERATOR TO AUD-CONTENT
                 CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
              END-IF
           END-IF
          EXIT.

       LOAD-LOCK-TABLE SECTION.
           MOVE ZERO TO WS-LOCK-COUNT
           MOVE ZERO TO WS-LOCK-HIT
           MOVE 'N' TO WS-LOCK-OVERFLOW
           MOVE 'N' TO WS-LOCK-EOF
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
                             IF WS-LOCK-USER = WS-OPERATOR
                                MOVE WS-LOCK-COUNT TO WS-LOCK-HIT
                             END-IF
                          ELSE
                             MOVE 'Y' TO WS-LOCK-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOCK-FILE
           END-IF
           IF WS-LOCK-HIT > ZERO
              MOVE WS-LOCK-ENTRY (WS-LOCK-HIT) TO WS-LOCK-RECORD
           END-IF
          EXIT.

       RECORD-PIN-FAILURE SECTION.
           MOVE 'N' TO WS-LOCK-NOW
           MOVE SPACES TO WS-LOGIN-PARM-TEXT
           ACCEPT WS-LOGIN-PARM-TEXT
              FROM ENVIRONMENT "TODOLOGIN_MAX_FAILS"
           IF FUNCTION TRIM(WS-LOGIN-PARM-TEXT) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-LOGIN-PARM-TEXT)
                TO WS-LOGIN-MAX-FAILS
           END-IF
           MOVE SPACES TO WS-LOGIN-PARM-TEXT
           ACCEPT WS-LOGIN-PARM-TEXT FROM ENVIRONMENT "TODOLOGIN_WINDOW"
           IF FUNCTION TRIM(WS-LOGIN-PARM-TEXT) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-LOGIN-PARM-TEXT)
                TO WS-LOGIN-WINDOW
           END-IF
           IF WS-LOGIN-MAX-FAILS = ZERO
              MOVE 5 TO WS-LOGIN-MAX-FAILS
           END-IF
           COMPUTE WS-NOW-MINUTES =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(WS-CURRENT-STAMP (1:8))) * 1440
              + FUNCTION NUMVAL(WS-CURRENT-STAMP (9:2)) * 60
              + FUNCTION NUMVAL(WS-CURRENT-STAMP (11:2))

           IF WS-LOCK-HIT = ZERO
              ADD 1 TO WS-LOCK-COUNT
              MOVE WS-LOCK-COUNT TO WS-LOCK-HIT
              MOVE SPACES TO WS-LOCK-RECORD
              MOVE WS-OPERATOR TO WS-LOCK-USER
              MOVE ZERO TO WS-LOCK-FAILS
              MOVE WS-SIGNIN-STAMP TO WS-LOCK-FIRST
              MOVE 'N' TO WS-LOCK-STATE
           ELSE
              COMPUTE WS-FIRST-MINUTES =
                 FUNCTION INTEGER-OF-DATE (WS-LOCK-FIRST-DATE) * 1440
                 + WS-LOCK-FIRST-HH * 60 + WS-LOCK-FIRST-MI
              IF WS-NOW-MINUTES - WS-FIRST-MINUTES > WS-LOGIN-WINDOW
                 MOVE ZERO TO WS-LOCK-FAILS
                 MOVE WS-SIGNIN-STAMP TO WS-LOCK-FIRST
              END-IF
           END-IF

           IF WS-LOCK-FAILS < 99
              ADD 1 TO WS-LOCK-FAILS
           END-IF
           IF WS-LOCK-FAILS >= WS-LOGIN-MAX-FAILS
              MOVE 'Y' TO WS-LOCK-STATE
              MOVE WS-SIGNIN-STAMP TO WS-LOCK-AT
              MOVE 'Y' TO WS-LOCK-NOW
           END-IF
           MOVE WS-LOCK-RECORD TO WS-LOCK-ENTRY (WS-LOCK-HIT)
           PERFORM REWRITE-LOCK-FILE
          EXIT.

       CLEAR-PIN-FAILURES SECTION.
           PERFORM VARYING WS-LOCK-IDX FROM WS-LOCK-HIT BY 1
                 UNTIL WS-LOCK-IDX >= WS-LOCK-COUNT
              MOVE WS-LOCK-ENTRY (WS-LOCK-IDX + 1)
                TO WS-LOCK-ENTRY (WS-LOCK-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-LOCK-COUNT
           MOVE ZERO TO WS-LOCK-HIT
           PERFORM REWRITE-LOCK-FILE
          EXIT.

       REWRITE-LOCK-FILE SECTION.
           IF WS-LOCK-OVERFLOW = 'N'
              OPEN OUTPUT LOCK-FILE
              IF WS-LOCK-STATUS = '00'
                 PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
                       UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
                    WRITE LOCK-FILE-RECORD
                       FROM WS-LOCK-ENTRY (WS-LOCK-IDX)
                 END-PERFORM
                 CLOSE LOCK-FILE
              END-IF
           END-IF
          EXIT.

       WRITE-SIGNIN-HISTORY SECTION.
           MOVE WS-SIGNIN-STAMP TO WS-SIGNIN-REC-STAMP
           MOVE 'TODOTERM' TO WS-SIGNIN-SOURCE
           OPEN EXTEND SIGNIN-FILE
           IF WS-SIGNIN-STATUS = '35'
              OPEN OUTPUT SIGNIN-FILE
           END-IF
           IF WS-SIGNIN-STATUS = '00'
              WRITE SIGNIN-FILE-RECORD FROM WS-SIGNIN-RECORD
              CLOSE SIGNIN-FILE
           END-IF
          EXIT.

       COMPUTE-PIN-HASH SECTION.
           MOVE ZERO TO WS-PIN-HASH-WORK
           PERFORM VARYING WS-PIN-IDX FROM 1 BY 1
                 UNTIL WS-PIN-IDX > 10
              IF WS-OPERATOR-PIN (WS-PIN-IDX:1) NOT = SPACE
                 COMPUTE WS-PIN-HASH-WORK =
                    FUNCTION MOD (WS-PIN-HASH-WORK * 31
                       + FUNCTION ORD (WS-OPERATOR-PIN
                          (WS-PIN-IDX:1)),
                       99999989)
              END-IF
           END-PERFORM
           MOVE WS-PIN-HASH-WORK TO WS-PIN-HASH
          EXIT.

       CALL-TODOLISTE SECTION.
           CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
                                  NEW-TODO-CATEGORY
                                  NEW-TODO-PRIORITY
                                  NEW-TODO-RECUR
                                  TODO-REQUEST-DETAILS
           IF REQ-RESULT-CODE = 'DUE-OVERCOMMIT'
              DISPLAY "Due date overcommits "
                 FUNCTION TRIM(REQ-FEASIBLE-OWNER)
                 ", earliest feasible date " REQ-FEASIBLE-DATE
              DISPLAY "Accept anyway (Y/N): " WITH NO ADVANCING
              MOVE SPACES TO WS-INPUT-LINE
              ACCEPT WS-INPUT-LINE
              IF FUNCTION UPPER-CASE(WS-INPUT-LINE (1:1)) = 'Y'
                 MOVE 'Y' TO REQ-FORCE
                 MOVE 'OK' TO REQ-RESULT-CODE
                 CALL "TODOLISTE" USING TODO-ACTION NEW-TODO-ITEM
                                        NEW-TODO-CATEGORY
                                        NEW-TODO-DUE-DATE
                                        NEW-TODO-OWNER
                                        NEW-TODO-PRIORITY
                                        NEW-TODO-RECUR
                                        TODO-REQUEST-DETAILS
              END-IF
           END-IF
           IF REQ-OK
              DISPLAY "OK"
           ELSE
           PERFORM CALL-TODOLISTE
          EXIT.

       CONFIDENTIAL-ITEM-DIALOG SECTION.
           PERFORM SETUP-REQUEST
           PERFORM ASK-ITEM-ID
           DISPLAY "Confidential (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:1))
             TO REQ-CONFIDENTIAL
           MOVE 'CONFIDENTIAL' TO TODO-ACTION
           PERFORM CALL-TODOLISTE
          EXIT.

       ADMIN-CONSOLE SECTION.
           PERFORM LOOKUP-OPERATOR-ROLE
           IF REQ-ACTING-ROLE NOT = 'ADMIN'
              DISPLAY "Operator admin requires the ADMIN role"
              MOVE 'ADMIN-DENY' TO AUD-ACTION
              MOVE ZERO TO AUD-ITEM-ID
              MOVE WS-OPERATOR TO AUD-CONTENT
              CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
           ELSE
              PERFORM CLEAR-ADMIN-ENVIRONMENT
              MOVE 'N' TO WS-ADMIN-DONE
              PERFORM UNTIL WS-ADMIN-DONE = 'Y'
                 PERFORM SHOW-ADMIN-MENU-AND-DISPATCH
              END-PERFORM
              PERFORM CLEAR-ADMIN-ENVIRONMENT
           END-IF
          EXIT.

       SHOW-ADMIN-MENU-AND-DISPATCH SECTION.
           DISPLAY " "
           DISPLAY "OPERATOR ADMIN - " FUNCTION TRIM(WS-OPERATOR)
           DISPLAY "U=users    T=categories  H=calendar  W=maintenance"
           DISPLAY "B=restore  F=recover     Z=undo      N=nightly run"
           DISPLAY "X=back"
           DISPLAY "Admin choice: " WITH NO ADVANCING
           MOVE SPACE TO WS-ADMIN-CHOICE
           ACCEPT WS-ADMIN-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-ADMIN-CHOICE) TO WS-ADMIN-CHOICE
           IF WS-ADMIN-CHOICE NOT = 'X'
              PERFORM LOOKUP-OPERATOR-ROLE
              IF REQ-ACTING-ROLE NOT = 'ADMIN'
                 DISPLAY "ADMIN role no longer held, leaving admin"
                 MOVE 'X' TO WS-ADMIN-CHOICE
              END-IF
           END-IF
           EVALUATE WS-ADMIN-CHOICE
              WHEN 'U'
                 PERFORM ADMIN-USER-SCREEN
              WHEN 'T'
                 PERFORM ADMIN-CATEGORY-SCREEN
              WHEN 'H'
                 PERFORM ADMIN-CALENDAR-SCREEN
              WHEN 'W'
                 PERFORM ADMIN-MAINT-SCREEN
              WHEN 'B'
                 PERFORM ADMIN-RESTORE-SCREEN
              WHEN 'F'
                 PERFORM ADMIN-RECOVER-SCREEN
              WHEN 'Z'
                 PERFORM ADMIN-UNDO-SCREEN
              WHEN 'N'
                 PERFORM ADMIN-NIGHT-SCREEN
              WHEN 'X'
                 MOVE 'Y' TO WS-ADMIN-DONE
              WHEN OTHER
                 DISPLAY "Unknown choice"
           END-EVALUATE
          EXIT.

       ADMIN-USER-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODOUSERADM' TO WS-ADMIN-CALL-NAME
           MOVE 'LIST' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           DISPLAY "Function (ADD DEACT RESETPIN SETROLE UNLOCK"
           DISPLAY "  ABSADD ABSDROP ORGSET ORGDROP, blank=back): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:8))
             TO WS-ADMIN-CHOSEN
           EVALUATE WS-ADMIN-CHOSEN
              WHEN SPACES
              WHEN 'ADD'
              WHEN 'DEACT'
              WHEN 'RESETPIN'
              WHEN 'SETROLE'
              WHEN 'UNLOCK'
                 CONTINUE
              WHEN 'ABSADD'
              WHEN 'ABSDROP'
                 MOVE 'ABSLIST' TO WS-ADMIN-FUNC
                 PERFORM RUN-ADMIN-FUNCTION
              WHEN 'ORGSET'
              WHEN 'ORGDROP'
                 MOVE 'ORGLIST' TO WS-ADMIN-FUNC
                 PERFORM RUN-ADMIN-FUNCTION
              WHEN OTHER
                 DISPLAY "Unknown function"
                 MOVE SPACES TO WS-ADMIN-CHOSEN
           END-EVALUATE
           IF WS-ADMIN-CHOSEN NOT = SPACES
              MOVE 'User id' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOUSER_ID"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              IF WS-INPUT-LINE = SPACES
                 DISPLAY "User id is required"
                 MOVE SPACES TO WS-ADMIN-CHOSEN
              END-IF
           END-IF
           EVALUATE WS-ADMIN-CHOSEN
              WHEN 'ADD'
                 MOVE 'Name' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_NAME"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
                 MOVE 'PIN' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_PIN"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
                 MOVE 'Role (ADMIN/USER)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_ROLE"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
              WHEN 'RESETPIN'
                 MOVE 'New PIN' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_PIN"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
              WHEN 'SETROLE'
                 MOVE 'Role (ADMIN/USER)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_ROLE"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
              WHEN 'ABSADD'
                 MOVE 'Absent from (YYYYMMDD)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_FROM"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
                 MOVE 'Absent to (YYYYMMDD)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_TO"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
                 MOVE 'Deputy' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_DEPUTY"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
              WHEN 'ORGSET'
                 MOVE 'Team' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_TEAM"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
                 MOVE 'Manager (blank=none)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 SET ENVIRONMENT "TODOUSER_MANAGER"
                    TO FUNCTION TRIM(WS-INPUT-LINE)
           END-EVALUATE
           IF WS-ADMIN-CHOSEN NOT = SPACES
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-CATEGORY-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODOCATADM' TO WS-ADMIN-CALL-NAME
           MOVE 'LIST' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           DISPLAY "Function (ADD DROP, blank=back): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:8))
             TO WS-ADMIN-CHOSEN
           IF WS-ADMIN-CHOSEN NOT = SPACES
                 AND WS-ADMIN-CHOSEN NOT = 'ADD'
                 AND WS-ADMIN-CHOSEN NOT = 'DROP'
              DISPLAY "Unknown function"
              MOVE SPACES TO WS-ADMIN-CHOSEN
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              MOVE 'Category' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOCAT_NAME"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              IF WS-INPUT-LINE = SPACES
                 DISPLAY "Category is required"
                 MOVE SPACES TO WS-ADMIN-CHOSEN
              END-IF
           END-IF
           IF WS-ADMIN-CHOSEN = 'ADD'
              MOVE 'Default priority (0-9)' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOCAT_PRIO"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              MOVE 'Lead' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOCAT_LEAD"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              MOVE 'Approval required (Y/N)' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOCAT_APPROVAL"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-CALENDAR-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODOCALGEN' TO WS-ADMIN-CALL-NAME
           MOVE 'LIST' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           MOVE 'CHECK' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           DISPLAY "Function (BUILD, blank=back): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:8))
             TO WS-ADMIN-CHOSEN
           IF WS-ADMIN-CHOSEN NOT = SPACES
                 AND WS-ADMIN-CHOSEN NOT = 'BUILD'
              DISPLAY "Unknown function"
              MOVE SPACES TO WS-ADMIN-CHOSEN
           END-IF
           IF WS-ADMIN-CHOSEN = 'BUILD'
              MOVE 'Year (YYYY)' TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODOCAL_YEAR"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              IF WS-INPUT-LINE (1:4) IS NOT NUMERIC
                 DISPLAY "Year is required"
                 MOVE SPACES TO WS-ADMIN-CHOSEN
              END-IF
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-MAINT-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODOMAINT' TO WS-ADMIN-CALL-NAME
           MOVE 'SHOW' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           DISPLAY "Function (SET CLEAR, blank=back): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:8))
             TO WS-ADMIN-CHOSEN
           IF WS-ADMIN-CHOSEN NOT = SPACES
                 AND WS-ADMIN-CHOSEN NOT = 'SET'
                 AND WS-ADMIN-CHOSEN NOT = 'CLEAR'
              DISPLAY "Unknown function"
              MOVE SPACES TO WS-ADMIN-CHOSEN
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              SET ENVIRONMENT "TODOMAINT_USER"
                 TO FUNCTION TRIM(WS-OPERATOR)
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-RESTORE-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODORESTORE' TO WS-ADMIN-CALL-NAME
           MOVE 'INDEX' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           MOVE 'Archive file (blank=back)' TO WS-ADMIN-PROMPT
           PERFORM ASK-ADMIN-VALUE
           MOVE SPACES TO WS-ADMIN-CHOSEN
           IF WS-INPUT-LINE NOT = SPACES
              SET ENVIRONMENT "TODOLIST_ARCHIVE"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              MOVE 'SHOW' TO WS-ADMIN-FUNC
              PERFORM RUN-ADMIN-FUNCTION
              IF WS-ADMIN-RC = ZERO
                 MOVE 'Item id or ALL (blank=back)' TO WS-ADMIN-PROMPT
                 PERFORM ASK-ADMIN-VALUE
                 MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:8))
                   TO WS-ADMIN-CHOSEN
              END-IF
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              SET ENVIRONMENT "TODOLIST_RESTORE"
                 TO FUNCTION TRIM(WS-ADMIN-CHOSEN)
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-RECOVER-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           PERFORM SHOW-LIST-FILE-STATE
           MOVE 'TODOMAINT' TO WS-ADMIN-CALL-NAME
           MOVE 'SHOW' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           MOVE 'TODORECOVER' TO WS-ADMIN-CALL-NAME
           MOVE 'Base snapshot (blank=back)' TO WS-ADMIN-PROMPT
           PERFORM ASK-ADMIN-VALUE
           MOVE SPACES TO WS-ADMIN-CHOSEN
           IF WS-INPUT-LINE NOT = SPACES
              SET ENVIRONMENT "TODORECOVER_BASE"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              MOVE 'Roll forward to (blank=latest)'
                TO WS-ADMIN-PROMPT
              PERFORM ASK-ADMIN-VALUE
              SET ENVIRONMENT "TODORECOVER_TO"
                 TO FUNCTION TRIM(WS-INPUT-LINE)
              MOVE 'REBUILD' TO WS-ADMIN-CHOSEN
           END-IF
           IF WS-ADMIN-CHOSEN NOT = SPACES
              DISPLAY "This replaces "
                 FUNCTION TRIM(WS-TDLIST-FILENAME)
              MOVE WS-ADMIN-CHOSEN TO WS-ADMIN-FUNC
              PERFORM ASK-ADMIN-CONFIRM
              IF WS-ADMIN-CONFIRM = 'Y'
                 PERFORM RUN-ADMIN-FUNCTION
                 PERFORM SHOW-LIST-FILE-STATE
              END-IF
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-UNDO-SCREEN SECTION.
           PERFORM CLEAR-ADMIN-ENVIRONMENT
           MOVE 'TODOUNDO' TO WS-ADMIN-CALL-NAME
           MOVE 'PREVIEW' TO WS-ADMIN-FUNC
           PERFORM RUN-ADMIN-FUNCTION
           MOVE 'APPLY' TO WS-ADMIN-FUNC
           PERFORM ASK-ADMIN-CONFIRM
           IF WS-ADMIN-CONFIRM = 'Y'
              SET ENVIRONMENT "TODOUNDO_CONFIRM" TO 'YES'
              PERFORM RUN-ADMIN-FUNCTION
           END-IF
           PERFORM CLEAR-ADMIN-ENVIRONMENT
          EXIT.

       ADMIN-NIGHT-SCREEN SECTION.
           MOVE 'TODONIGHT' TO WS-ADMIN-CALL-NAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           PERFORM READ-NIGHT-CHECKPOINT
           DISPLAY "R=resume run  C=clear checkpoint  blank=back: "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           EVALUATE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:1))
              WHEN SPACE
                 CONTINUE
              WHEN 'R'
                 MOVE 'RESUME' TO WS-ADMIN-FUNC
                 PERFORM ASK-ADMIN-CONFIRM
                 IF WS-ADMIN-CONFIRM = 'Y'
                    PERFORM RUN-ADMIN-FUNCTION
                    PERFORM READ-NIGHT-CHECKPOINT
                 END-IF
              WHEN 'C'
                 MOVE 'CLEAR' TO WS-ADMIN-FUNC
                 PERFORM ASK-ADMIN-CONFIRM
                 IF WS-ADMIN-CONFIRM = 'Y'
                    PERFORM CLEAR-NIGHT-CHECKPOINT
                    PERFORM WRITE-ADMIN-AUDIT
                    DISPLAY "Checkpoint cleared, next run starts"
                       " at step 1"
                 END-IF
              WHEN OTHER
                 DISPLAY "Unknown choice"
           END-EVALUATE
          EXIT.

       READ-NIGHT-CHECKPOINT SECTION.
           MOVE 'N' TO WS-CKPT-EOF
           MOVE SPACES TO WS-CKPT-RECORD
           OPEN INPUT JOB-CKPT-FILE
           IF WS-JOB-CKPT-STATUS = '00'
              READ JOB-CKPT-FILE INTO WS-CKPT-RECORD
                 AT END MOVE 'Y' TO WS-CKPT-EOF
              END-READ
              CLOSE JOB-CKPT-FILE
           ELSE
              MOVE 'Y' TO WS-CKPT-EOF
           END-IF
           IF WS-CKPT-EOF = 'Y'
                 OR WS-CKPT-DATE IS NOT NUMERIC
                 OR WS-CKPT-STEP IS NOT NUMERIC
              DISPLAY "Nightly checkpoint: none"
           ELSE
              DISPLAY "Nightly checkpoint: " WS-CKPT-DATE
                 " after step " WS-CKPT-STEP
              IF WS-CKPT-DATE = WS-TODAY-DATE
                    AND WS-CKPT-STEP > ZERO
                 DISPLAY "A rerun today resumes after step "
                    WS-CKPT-STEP
              ELSE
                 DISPLAY "A rerun today starts at step 1"
              END-IF
           END-IF
          EXIT.

       CLEAR-NIGHT-CHECKPOINT SECTION.
           MOVE SPACES TO WS-CKPT-RECORD
           MOVE WS-TODAY-DATE TO WS-CKPT-DATE
           MOVE ZERO TO WS-CKPT-STEP
           OPEN OUTPUT JOB-CKPT-FILE
           WRITE JOB-CKPT-RECORD FROM WS-CKPT-RECORD
           CLOSE JOB-CKPT-FILE
           MOVE ZERO TO WS-ADMIN-RC
          EXIT.

       SHOW-LIST-FILE-STATE SECTION.
           MOVE ZERO TO WS-BROWSE-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS NOT = '00'
              DISPLAY "List file " FUNCTION TRIM(WS-TDLIST-FILENAME)
                 " cannot be opened, status " WS-TDLIST-STATUS
           ELSE
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-BROWSE-COUNT
                 END-READ
              END-PERFORM
              CLOSE TDLIST
              DISPLAY "List file " FUNCTION TRIM(WS-TDLIST-FILENAME)
                 " holds " WS-BROWSE-COUNT " item(s)"
           END-IF
          EXIT.

       ASK-ADMIN-VALUE SECTION.
           DISPLAY FUNCTION TRIM(WS-ADMIN-PROMPT) ": "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
          EXIT.

       ASK-ADMIN-CONFIRM SECTION.
           DISPLAY "Run " FUNCTION TRIM(WS-ADMIN-CALL-NAME) " "
              FUNCTION TRIM(WS-ADMIN-FUNC) " (Y/N): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-INPUT-LINE
           ACCEPT WS-INPUT-LINE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-LINE (1:1))
             TO WS-ADMIN-CONFIRM
           IF WS-ADMIN-CONFIRM NOT = 'Y'
              DISPLAY "Not run"
           END-IF
          EXIT.

       RUN-ADMIN-FUNCTION SECTION.
           EVALUATE WS-ADMIN-CALL-NAME
              WHEN 'TODOUSERADM'
                 SET ENVIRONMENT "TODOUSER_FUNC"
                    TO FUNCTION TRIM(WS-ADMIN-FUNC)
              WHEN 'TODOCATADM'
                 SET ENVIRONMENT "TODOCAT_FUNC"
                    TO FUNCTION TRIM(WS-ADMIN-FUNC)
              WHEN 'TODOCALGEN'
                 SET ENVIRONMENT "TODOCAL_FUNC"
                    TO FUNCTION TRIM(WS-ADMIN-FUNC)
              WHEN 'TODOMAINT'
                 SET ENVIRONMENT "TODOMAINT_FUNC"
                    TO FUNCTION TRIM(WS-ADMIN-FUNC)
           END-EVALUATE
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS-ADMIN-RC
           CALL WS-ADMIN-CALL-NAME
              ON EXCEPTION
                 DISPLAY "Cannot load "
                    FUNCTION TRIM(WS-ADMIN-CALL-NAME)
                 MOVE 16 TO WS-ADMIN-RC
           END-CALL
           IF WS-ADMIN-RC = ZERO
              MOVE RETURN-CODE TO WS-ADMIN-RC
           END-IF
           MOVE ZERO TO RETURN-CODE
           CANCEL WS-ADMIN-CALL-NAME
           PERFORM WRITE-ADMIN-AUDIT
           IF WS-ADMIN-RC NOT = ZERO
              DISPLAY FUNCTION TRIM(WS-ADMIN-CALL-NAME) " "
                 FUNCTION TRIM(WS-ADMIN-FUNC) " ended rc " WS-ADMIN-RC
           END-IF
          EXIT.

       WRITE-ADMIN-AUDIT SECTION.
           MOVE 'ADMIN-RUN' TO AUD-ACTION
           MOVE ZERO TO AUD-ITEM-ID
           MOVE SPACES TO AUD-CONTENT
           STRING WS-OPERATOR DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ADMIN-CALL-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-ADMIN-FUNC DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-ADMIN-RC DELIMITED BY SIZE
              INTO AUD-CONTENT
           CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
          EXIT.

       CLEAR-ADMIN-ENVIRONMENT SECTION.
           SET ENVIRONMENT "TODOUSER_FUNC" TO ' '
           SET ENVIRONMENT "TODOUSER_ID" TO ' '
           SET ENVIRONMENT "TODOUSER_NAME" TO ' '
           SET ENVIRONMENT "TODOUSER_PIN" TO ' '
           SET ENVIRONMENT "TODOUSER_ROLE" TO ' '
           SET ENVIRONMENT "TODOUSER_FROM" TO ' '
           SET ENVIRONMENT "TODOUSER_TO" TO ' '
           SET ENVIRONMENT "TODOUSER_DEPUTY" TO ' '
           SET ENVIRONMENT "TODOUSER_TEAM" TO ' '
           SET ENVIRONMENT "TODOUSER_MANAGER" TO ' '
           SET ENVIRONMENT "TODOCAT_FUNC" TO ' '
           SET ENVIRONMENT "TODOCAT_NAME" TO ' '
           SET ENVIRONMENT "TODOCAT_PRIO" TO ' '
           SET ENVIRONMENT "TODOCAT_LEAD" TO ' '
           SET ENVIRONMENT "TODOCAT_APPROVAL" TO ' '
           SET ENVIRONMENT "TODOCAL_FUNC" TO ' '
           SET ENVIRONMENT "TODOCAL_YEAR" TO ' '
           SET ENVIRONMENT "TODOMAINT_FUNC" TO ' '
           SET ENVIRONMENT "TODOMAINT_USER" TO ' '
           SET ENVIRONMENT "TODOLIST_ARCHIVE" TO ' '
           SET ENVIRONMENT "TODOLIST_RESTORE" TO ' '
           SET ENVIRONMENT "TODORECOVER_BASE" TO ' '
           SET ENVIRONMENT "TODORECOVER_TO" TO ' '
           SET ENVIRONMENT "TODOUNDO_CONFIRM" TO ' '
          EXIT.

       END PROGRAM TODOTERM.
