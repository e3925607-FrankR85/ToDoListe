           SELECT MAINT-FILE ASSIGN TO 'todomaint.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-STATUS.
           SELECT FORM-TOKEN-FILE ASSIGN TO 'todortok.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FORM-TOKEN-STATUS.
           SELECT LOCK-FILE ASSIGN TO 'todolock.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-STATUS.
           SELECT SIGNIN-FILE ASSIGN TO 'todosignin.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGNIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
          01 PENDING-FILE-RECORD PIC X(1051).
       FD MAINT-FILE.
          01 MAINT-FILE-RECORD PIC X(28).
       FD FORM-TOKEN-FILE.
          01 FORM-TOKEN-FILE-RECORD PIC X(58).
       FD LOCK-FILE.
          01 LOCK-FILE-RECORD  PIC X(47).
       FD SIGNIN-FILE.
          01 SIGNIN-FILE-RECORD PIC X(76).

       WORKING-STORAGE SECTION.
       01 IN-STATUS            PIC XX.
       01 REGISTRY-ACTIVE      PIC X VALUE 'N'.
       01 SESSION-VALID        PIC X VALUE 'N'.
       01 USER-FOUND           PIC X VALUE 'N'.
       01 USER-KNOWN           PIC X VALUE 'N'.
       01 FILE-EOF             PIC X VALUE 'N'.
       01 CURRENT-STAMP        PIC X(21).
       01 TODAY-DATE           PIC 9(8).
       01 EXPIRY-DATE          PIC 9(8).
       01 TODAY-INTEGER        PIC S9(9) COMP.
       01 FORM-TOKEN-STATUS    PIC XX.
       01 FORM-TOKEN-IN        PIC X(24).
       01 FORM-TOKEN-OK        PIC X VALUE 'N'.
       01 FORM-TOKEN-CUTOFF    PIC 9(8).
       01 FORM-TOKEN-RECORD.
          05 FTOK-TOKEN        PIC X(24).
          05 FILLER            PIC X VALUE SPACE.
          05 FTOK-SESSION      PIC X(24).
          05 FILLER            PIC X VALUE SPACE.
          05 FTOK-DATE         PIC 9(8).
       01 FORM-TOKEN-TABLE.
          03 FORM-TOKEN-ENTRY  PIC X(58) OCCURS 999 TIMES.
       01 FORM-TOKEN-COUNT     PIC 9(4) VALUE ZERO.
       01 FORM-TOKEN-IDX       PIC 9(4) VALUE ZERO.
       01 FORM-TOKEN-DROPPED   PIC 9(4) VALUE ZERO.
       01 FORM-TOKEN-HASH      PIC 9(8).
       01 FORM-TOKEN-WORK      PIC 9(12) COMP.
       01 FORM-TOKEN-CHAR-IDX  PIC 9(2).
       01 FORM-TOKEN-SEED      PIC X(45).
       01 LOCK-STATUS          PIC XX.
       01 LOCK-RECORD.
          05 LOCK-USER         PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 LOCK-FAILS        PIC 9(2).
          05 FILLER            PIC X VALUE SPACE.
          05 LOCK-FIRST.
             10 LOCK-FIRST-DATE PIC 9(8).
             10 FILLER         PIC X.
             10 LOCK-FIRST-HH  PIC 9(2).
             10 LOCK-FIRST-MI  PIC 9(2).
             10 LOCK-FIRST-SS  PIC 9(2).
          05 FILLER            PIC X VALUE SPACE.
          05 LOCK-STATE        PIC X.
          05 FILLER            PIC X VALUE SPACE.
          05 LOCK-AT           PIC X(15).
       01 LOCK-TABLE.
          03 LOCK-ENTRY        PIC X(47) OCCURS 999 TIMES.
       01 LOCK-COUNT           PIC 9(4) VALUE ZERO.
       01 LOCK-IDX             PIC 9(4) VALUE ZERO.
       01 LOCK-HIT             PIC 9(4) VALUE ZERO.
       01 LOCK-NOW             PIC X VALUE 'N'.
       01 LOCK-OVERFLOW        PIC X VALUE 'N'.
       01 LOGIN-MAX-FAILS      PIC 9(2) VALUE 5.
       01 LOGIN-WINDOW         PIC 9(4) VALUE 15.
       01 LOGIN-PARM-TEXT      PIC X(4).
       01 NOW-MINUTES          PIC S9(11) COMP.
       01 FIRST-MINUTES        PIC S9(11) COMP.
       01 SIGNIN-STATUS        PIC XX.
       01 SIGNIN-STAMP         PIC X(15).
       01 SIGNIN-RECORD.
          05 SIGNIN-REC-STAMP  PIC X(15).
          05 FILLER            PIC X VALUE SPACE.
          05 SIGNIN-USER       PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 SIGNIN-EVENT      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 SIGNIN-SOURCE     PIC X(40).
       01 LOGOUT-USER          PIC X(10).
        COPY TODOMSGP.
        COPY CGIPARMS.
        COPY TODOACTIONS.
        COPY TODOITEM.
        COPY TODOREQUEST.
        COPY TODOAUDP.

       PROCEDURE DIVISION.
           MOVE 'OK' TO REQ-RESULT-CODE
           MOVE SPACES TO REQ-SESSION-TOKEN
           MOVE SPACES TO REQ-ACTING-USER
           MOVE SPACES TO REQ-ACTING-ROLE
           MOVE SPACES TO REQ-FORM-TOKEN
           MOVE 'N' TO JSON-BODY
           IF CHUNK-OF-POST (1:1) = '{'
              MOVE 'Y' TO JSON-BODY
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-PRED-ID

           MOVE "project" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-PROJECT-CODE

           MOVE "milestone" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-MILESTONE

           MOVE "remind" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-REMIND-DATE
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-FORCE

           MOVE "conf" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-CONFIDENTIAL

           MOVE "report" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-REPORT-ID

           MOVE "view" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE)
             TO REQ-VIEW-NAME

           MOVE "digest" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-VIEW-DIGEST

           MOVE "team" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-TEAM

           MOVE "pool" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE (1:1))
             TO REQ-POOL

           MOVE "top" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE ZERO TO REQ-TOP-COUNT
           IF PARAMETER-VALUE NOT = SPACES
              MOVE FUNCTION NUMVAL(PARAMETER-VALUE) TO REQ-TOP-COUNT
           END-IF

           MOVE "holdref" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE)
             TO REQ-HOLD-REF

           MOVE "holdkind" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE)
             TO REQ-HOLD-KIND

           MOVE "target" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-HOLD-TARGET

           MOVE "release" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-HOLD-RELEASE

           MOVE "user" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO LOGIN-USER
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO REQ-TOKEN

           MOVE "rtoken" TO PARAMETER-NAME
           PERFORM U16-GET-REQUEST-PARAM
           MOVE PARAMETER-VALUE TO FORM-TOKEN-IN

           PERFORM U03-CHECK-REGISTRY

           EVALUATE TRUE
              PERFORM U13-DO-LOGOUT
           WHEN ACTION-HEALTH
              CALL "TODOHEALTH" USING REQ-FORMAT
           WHEN ACTION-FORM-TOKEN
              PERFORM U24-DO-FORM-TOKEN
           WHEN ACTION-DELETE
                 AND FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'YES'
              MOVE 'CONFIRM-REQUIRED' TO REQ-RESULT-CODE
              IF WRITE-ACTION = 'Y'
                 PERFORM U20-CHECK-MAINT-MODE
              END-IF
              IF REGISTRY-ACTIVE = 'Y' AND SESSION-VALID = 'Y'
                 IF WRITE-ACTION = 'Y'
                    PERFORM U22-CONSUME-FORM-TOKEN
                 ELSE
                    IF NOT REQ-FORMAT-JSON
                       PERFORM U21-ISSUE-FORM-TOKEN
                    END-IF
                 END-IF
              END-IF
              EVALUATE TRUE
              WHEN REGISTRY-ACTIVE = 'Y' AND SESSION-VALID NOT = 'Y'
                 MOVE 'AUTH-REQUIRED' TO REQ-RESULT-CODE
              WHEN REGISTRY-ACTIVE = 'Y' AND WRITE-ACTION = 'Y'
                    AND FORM-TOKEN-OK NOT = 'Y'
                 MOVE 'BAD-FORM-TOKEN' TO REQ-RESULT-CODE
                 PERFORM U23-LOG-FORM-TOKEN-REJECT
              WHEN MAINT-ACTIVE = 'Y' AND WRITE-ACTION = 'Y'
                 MOVE 'MAINT-MODE' TO REQ-RESULT-CODE
              WHEN OTHER
          .


       U21-ISSUE-FORM-TOKEN SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE SPACES TO FORM-TOKEN-SEED
           STRING REQ-SESSION-TOKEN CURRENT-STAMP
              DELIMITED BY SIZE INTO FORM-TOKEN-SEED
           MOVE ZERO TO FORM-TOKEN-WORK
           PERFORM VARYING FORM-TOKEN-CHAR-IDX FROM 1 BY 1
                 UNTIL FORM-TOKEN-CHAR-IDX > 45
              COMPUTE FORM-TOKEN-WORK =
                 FUNCTION MOD (FORM-TOKEN-WORK * 37
                    + FUNCTION ORD
                       (FORM-TOKEN-SEED (FORM-TOKEN-CHAR-IDX:1)),
                    99999989)
           END-PERFORM
           MOVE FORM-TOKEN-WORK TO FORM-TOKEN-HASH

           MOVE SPACES TO FTOK-TOKEN
           STRING 'R' CURRENT-STAMP (1:16) FORM-TOKEN-HASH (2:7)
              DELIMITED BY SIZE INTO FTOK-TOKEN
           MOVE REQ-SESSION-TOKEN TO FTOK-SESSION
           MOVE CURRENT-STAMP (1:8) TO FTOK-DATE

           OPEN EXTEND FORM-TOKEN-FILE
           IF FORM-TOKEN-STATUS = '35'
              OPEN OUTPUT FORM-TOKEN-FILE
           END-IF
           IF FORM-TOKEN-STATUS = '00'
              WRITE FORM-TOKEN-FILE-RECORD FROM FORM-TOKEN-RECORD
              CLOSE FORM-TOKEN-FILE
              MOVE FTOK-TOKEN TO REQ-FORM-TOKEN
           END-IF
          .

       U22-CONSUME-FORM-TOKEN SECTION.
           MOVE 'N' TO FORM-TOKEN-OK
           MOVE 'N' TO FILE-EOF
           MOVE ZERO TO FORM-TOKEN-COUNT
           MOVE ZERO TO FORM-TOKEN-DROPPED
           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
           COMPUTE TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE)
           COMPUTE FORM-TOKEN-CUTOFF =
              FUNCTION DATE-OF-INTEGER (TODAY-INTEGER - 1)
           OPEN INPUT FORM-TOKEN-FILE
           IF FORM-TOKEN-STATUS = '00'
              PERFORM UNTIL FILE-EOF = 'Y'
                 READ FORM-TOKEN-FILE INTO FORM-TOKEN-RECORD
                    AT END MOVE 'Y' TO FILE-EOF
                    NOT AT END
                       EVALUATE TRUE
                          WHEN FTOK-DATE < FORM-TOKEN-CUTOFF
                             ADD 1 TO FORM-TOKEN-DROPPED
                          WHEN FORM-TOKEN-IN NOT = SPACES
                                AND FTOK-TOKEN = FORM-TOKEN-IN
                             IF FTOK-SESSION = REQ-SESSION-TOKEN
                                MOVE 'Y' TO FORM-TOKEN-OK
                             END-IF
                             ADD 1 TO FORM-TOKEN-DROPPED
                          WHEN OTHER
                             PERFORM U25-KEEP-FORM-TOKEN
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE FORM-TOKEN-FILE
              IF FORM-TOKEN-DROPPED > ZERO
                 OPEN OUTPUT FORM-TOKEN-FILE
                 PERFORM VARYING FORM-TOKEN-IDX FROM 1 BY 1
                       UNTIL FORM-TOKEN-IDX > FORM-TOKEN-COUNT
                    WRITE FORM-TOKEN-FILE-RECORD
                       FROM FORM-TOKEN-ENTRY (FORM-TOKEN-IDX)
                 END-PERFORM
                 CLOSE FORM-TOKEN-FILE
              END-IF
           END-IF
          .

       U25-KEEP-FORM-TOKEN SECTION.
           IF FORM-TOKEN-COUNT >= 999
              PERFORM VARYING FORM-TOKEN-IDX FROM 2 BY 1
                    UNTIL FORM-TOKEN-IDX > FORM-TOKEN-COUNT
                 MOVE FORM-TOKEN-ENTRY (FORM-TOKEN-IDX)
                   TO FORM-TOKEN-ENTRY (FORM-TOKEN-IDX - 1)
              END-PERFORM
              SUBTRACT 1 FROM FORM-TOKEN-COUNT
              ADD 1 TO FORM-TOKEN-DROPPED
           END-IF
           ADD 1 TO FORM-TOKEN-COUNT
           MOVE FORM-TOKEN-RECORD TO FORM-TOKEN-ENTRY (FORM-TOKEN-COUNT)
          .

       U23-LOG-FORM-TOKEN-REJECT SECTION.
           MOVE 'FORM-REJECT' TO AUD-ACTION
           MOVE REQ-ITEM-ID TO AUD-ITEM-ID
           MOVE SPACES TO AUD-CONTENT
           STRING REQ-ACTING-USER DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              TODO-ACTION DELIMITED BY SPACE
              INTO AUD-CONTENT
           CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
          .

       U24-DO-FORM-TOKEN SECTION.
           IF REGISTRY-ACTIVE = 'Y'
              PERFORM U05-VALIDATE-SESSION
           END-IF
           EVALUATE TRUE
           WHEN REGISTRY-ACTIVE NOT = 'Y'
              MOVE 'NO-REGISTRY' TO REQ-RESULT-CODE
           WHEN SESSION-VALID NOT = 'Y'
              MOVE 'AUTH-REQUIRED' TO REQ-RESULT-CODE
           WHEN OTHER
              PERFORM U21-ISSUE-FORM-TOKEN
              IF REQ-FORMAT-JSON
                 DISPLAY "{""rtoken"":""" FUNCTION TRIM(REQ-FORM-TOKEN)
                    """}"
              ELSE
                 DISPLAY "<p>" FUNCTION TRIM(REQ-FORM-TOKEN) "</p>"
              END-IF
           END-EVALUATE
          .

       U20-CHECK-MAINT-MODE SECTION.
           MOVE 'N' TO MAINT-ACTIVE
           OPEN INPUT MAINT-FILE
              WHEN ACTION-APPLY-TMPL OR ACTION-SET-REMINDER
              WHEN ACTION-ADD-DEP OR ACTION-DROP-DEP
              WHEN ACTION-START OR ACTION-PARK
              WHEN ACTION-APPROVE OR ACTION-REJECT
              WHEN ACTION-WATCH OR ACTION-UNWATCH
              WHEN ACTION-SET-PROJECT OR ACTION-CONFIDENTIAL
              WHEN ACTION-SAVE-VIEW OR ACTION-DROP-VIEW
              WHEN ACTION-HOLD OR ACTION-UNHOLD
              WHEN ACTION-CLAIM
                 MOVE 'Y' TO WRITE-ACTION
              WHEN OTHER
                 CONTINUE
                    OR ACTION-ADD-DEP OR ACTION-DROP-DEP
                    OR ACTION-START OR ACTION-PARK
                    OR ACTION-SET-REMINDER
                    OR ACTION-APPROVE OR ACTION-REJECT
                    OR ACTION-WATCH OR ACTION-UNWATCH
                    OR ACTION-SET-PROJECT OR ACTION-CONFIDENTIAL
                    OR ACTION-SAVE-VIEW OR ACTION-DROP-VIEW
                    OR ACTION-CLAIM
                    OR ACTION-HOLD OR ACTION-UNHOLD
                 DISPLAY "{""result"":""OK""}"
              WHEN OTHER
                 CONTINUE
          .

       U04-DO-LOGIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
           MOVE SPACES TO SIGNIN-STAMP
           STRING CURRENT-STAMP (1:8) '-' CURRENT-STAMP (9:6)
              DELIMITED BY SIZE INTO SIGNIN-STAMP
           IF REGISTRY-ACTIVE = 'Y'
              PERFORM U26-LOAD-LOCK-TABLE
           END-IF
           EVALUATE TRUE
           WHEN REGISTRY-ACTIVE NOT = 'Y'
              MOVE 'NO-REGISTRY' TO REQ-RESULT-CODE
           WHEN LOCK-HIT > ZERO AND LOCK-STATE = 'Y'
              MOVE 'ACCOUNT-LOCKED' TO REQ-RESULT-CODE
              MOVE LOGIN-USER TO SIGNIN-USER
              MOVE 'LOCKED' TO SIGNIN-EVENT
              PERFORM U28-WRITE-SIGNIN-HISTORY
           WHEN LOCK-OVERFLOW = 'Y'
                 OR (LOCK-HIT = ZERO AND LOCK-COUNT >= 999)
              MOVE 'BUSY' TO REQ-RESULT-CODE
              MOVE LOGIN-USER TO SIGNIN-USER
              MOVE 'LOCKED' TO SIGNIN-EVENT
              PERFORM U28-WRITE-SIGNIN-HISTORY
              MOVE 'LOCK-FULL' TO AUD-ACTION
              MOVE ZERO TO AUD-ITEM-ID
              MOVE LOGIN-USER TO AUD-CONTENT
              CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
           WHEN OTHER
              PERFORM U06-COMPUTE-PIN-HASH
              MOVE 'N' TO USER-FOUND
              MOVE 'N' TO USER-KNOWN
              MOVE 'N' TO FILE-EOF
              OPEN INPUT USER-FILE
              IF USER-STATUS = '00'
                    READ USER-FILE INTO USER-RECORD
                       AT END MOVE 'Y' TO FILE-EOF
                       NOT AT END
                          IF USER-ID = LOGIN-USER
                             MOVE 'Y' TO USER-KNOWN
                          END-IF
                          IF USER-ID = LOGIN-USER
                                AND USER-ACTIVE = 'Y'
                                AND USER-PIN-HASH = PIN-HASH
                 MOVE 'BUSY' TO REQ-RESULT-CODE
              END-IF

              MOVE LOGIN-USER TO SIGNIN-USER
              IF USER-FOUND = 'Y'
                 IF LOCK-HIT > ZERO
                    PERFORM U29-CLEAR-FAILURES
                 END-IF
                 MOVE 'LOGIN' TO SIGNIN-EVENT
                 PERFORM U28-WRITE-SIGNIN-HISTORY
                 PERFORM U07-ISSUE-SESSION-TOKEN
                 MOVE 'OK' TO REQ-RESULT-CODE
                 IF REQ-FORMAT-JSON
                 END-IF
              ELSE
                 IF NOT REQ-BUSY
                    MOVE 'N' TO LOCK-NOW
                    IF USER-KNOWN = 'Y'
                       PERFORM U27-RECORD-FAILURE
                    END-IF
                    MOVE 'FAILED' TO SIGNIN-EVENT
                    PERFORM U28-WRITE-SIGNIN-HISTORY
                    IF LOCK-NOW = 'Y'
                       MOVE 'LOCKOUT' TO SIGNIN-EVENT
                       PERFORM U28-WRITE-SIGNIN-HISTORY
                       MOVE 'USER-LOCKED' TO AUD-ACTION
                       MOVE ZERO TO AUD-ITEM-ID
                       MOVE LOGIN-USER TO AUD-CONTENT
                       CALL "TODOAUDIT" USING TODOAUDIT-PARAMETERS
                       MOVE 'ACCOUNT-LOCKED' TO REQ-RESULT-CODE
                    ELSE
                       MOVE 'LOGIN-FAILED' TO REQ-RESULT-CODE
                    END-IF
                 END-IF
              END-IF
           END-EVALUATE
          .

       U26-LOAD-LOCK-TABLE SECTION.
           MOVE ZERO TO LOCK-COUNT
           MOVE ZERO TO LOCK-HIT
           MOVE 'N' TO LOCK-OVERFLOW
           MOVE 'N' TO FILE-EOF
           OPEN INPUT LOCK-FILE
           IF LOCK-STATUS = '00'
              PERFORM UNTIL FILE-EOF = 'Y'
                 READ LOCK-FILE INTO LOCK-RECORD
                    AT END MOVE 'Y' TO FILE-EOF
                    NOT AT END
                       IF LOCK-USER NOT = SPACES
                          IF LOCK-COUNT < 999
                             ADD 1 TO LOCK-COUNT
                             MOVE LOCK-RECORD
                               TO LOCK-ENTRY (LOCK-COUNT)
                             IF LOCK-USER = LOGIN-USER
                                MOVE LOCK-COUNT TO LOCK-HIT
                             END-IF
                          ELSE
                             MOVE 'Y' TO LOCK-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOCK-FILE
           END-IF
           IF LOCK-HIT > ZERO
              MOVE LOCK-ENTRY (LOCK-HIT) TO LOCK-RECORD
           END-IF
          .

       U27-RECORD-FAILURE SECTION.
           MOVE 'N' TO LOCK-NOW
           MOVE SPACES TO LOGIN-PARM-TEXT
           ACCEPT LOGIN-PARM-TEXT FROM ENVIRONMENT "TODOLOGIN_MAX_FAILS"
           IF FUNCTION TRIM(LOGIN-PARM-TEXT) IS NUMERIC
              MOVE FUNCTION NUMVAL(LOGIN-PARM-TEXT) TO LOGIN-MAX-FAILS
           END-IF
           MOVE SPACES TO LOGIN-PARM-TEXT
           ACCEPT LOGIN-PARM-TEXT FROM ENVIRONMENT "TODOLOGIN_WINDOW"
           IF FUNCTION TRIM(LOGIN-PARM-TEXT) IS NUMERIC
              MOVE FUNCTION NUMVAL(LOGIN-PARM-TEXT) TO LOGIN-WINDOW
           END-IF
           IF LOGIN-MAX-FAILS = ZERO
              MOVE 5 TO LOGIN-MAX-FAILS
           END-IF
           COMPUTE NOW-MINUTES =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL(CURRENT-STAMP (1:8))) * 1440
              + FUNCTION NUMVAL(CURRENT-STAMP (9:2)) * 60
              + FUNCTION NUMVAL(CURRENT-STAMP (11:2))

           IF LOCK-HIT = ZERO
              IF LOCK-COUNT < 999 AND LOGIN-USER NOT = SPACES
                 ADD 1 TO LOCK-COUNT
                 MOVE LOCK-COUNT TO LOCK-HIT
                 MOVE SPACES TO LOCK-RECORD
                 MOVE LOGIN-USER TO LOCK-USER
                 MOVE ZERO TO LOCK-FAILS
                 MOVE SIGNIN-STAMP TO LOCK-FIRST
                 MOVE 'N' TO LOCK-STATE
              END-IF
           ELSE
              COMPUTE FIRST-MINUTES =
                 FUNCTION INTEGER-OF-DATE (LOCK-FIRST-DATE) * 1440
                 + LOCK-FIRST-HH * 60 + LOCK-FIRST-MI
              IF NOW-MINUTES - FIRST-MINUTES > LOGIN-WINDOW
                 MOVE ZERO TO LOCK-FAILS
                 MOVE SIGNIN-STAMP TO LOCK-FIRST
              END-IF
           END-IF

           IF LOCK-HIT > ZERO
              IF LOCK-FAILS < 99
                 ADD 1 TO LOCK-FAILS
              END-IF
              IF LOCK-FAILS >= LOGIN-MAX-FAILS
                 MOVE 'Y' TO LOCK-STATE
                 MOVE SIGNIN-STAMP TO LOCK-AT
                 MOVE 'Y' TO LOCK-NOW
              END-IF
              MOVE LOCK-RECORD TO LOCK-ENTRY (LOCK-HIT)
              PERFORM U30-REWRITE-LOCK-FILE
           END-IF
          .

       U29-CLEAR-FAILURES SECTION.
           PERFORM VARYING LOCK-IDX FROM LOCK-HIT BY 1
                 UNTIL LOCK-IDX >= LOCK-COUNT
              MOVE LOCK-ENTRY (LOCK-IDX + 1) TO LOCK-ENTRY (LOCK-IDX)
           END-PERFORM
           SUBTRACT 1 FROM LOCK-COUNT
           MOVE ZERO TO LOCK-HIT
           PERFORM U30-REWRITE-LOCK-FILE
          .

       U30-REWRITE-LOCK-FILE SECTION.
           IF LOCK-OVERFLOW = 'N'
              OPEN OUTPUT LOCK-FILE
              IF LOCK-STATUS = '00'
                 PERFORM VARYING LOCK-IDX FROM 1 BY 1
                       UNTIL LOCK-IDX > LOCK-COUNT
                    WRITE LOCK-FILE-RECORD FROM LOCK-ENTRY (LOCK-IDX)
                 END-PERFORM
                 CLOSE LOCK-FILE
              END-IF
           END-IF
          .

       U28-WRITE-SIGNIN-HISTORY SECTION.
           MOVE SIGNIN-STAMP TO SIGNIN-REC-STAMP
           MOVE SPACES TO SIGNIN-SOURCE
           ACCEPT SIGNIN-SOURCE FROM ENVIRONMENT "REMOTE_ADDR"
           OPEN EXTEND SIGNIN-FILE
           IF SIGNIN-STATUS = '35'
              OPEN OUTPUT SIGNIN-FILE
           END-IF
           IF SIGNIN-STATUS = '00'
              WRITE SIGNIN-FILE-RECORD FROM SIGNIN-RECORD
              CLOSE SIGNIN-FILE
           END-IF
          .

           IF REQ-TOKEN = SPACES
              MOVE 'AUTH-REQUIRED' TO REQ-RESULT-CODE
           ELSE
              MOVE SPACES TO LOGOUT-USER
              PERFORM U14-SWEEP-SESSION-FILE
              IF LOGOUT-USER NOT = SPACES
                 MOVE FUNCTION CURRENT-DATE TO CURRENT-STAMP
                 MOVE SPACES TO SIGNIN-STAMP
                 STRING CURRENT-STAMP (1:8) '-' CURRENT-STAMP (9:6)
                    DELIMITED BY SIZE INTO SIGNIN-STAMP
                 MOVE LOGOUT-USER TO SIGNIN-USER
                 MOVE 'LOGOUT' TO SIGNIN-EVENT
                 PERFORM U28-WRITE-SIGNIN-HISTORY
              END-IF
              MOVE SPACES TO REQ-SESSION-TOKEN
              MOVE SPACES TO REQ-ACTING-USER
              IF REQ-FORMAT-JSON
                 READ SESSION-FILE INTO SESSION-RECORD
                    AT END MOVE 'Y' TO FILE-EOF
                    NOT AT END
                       IF SESS-TOKEN = REQ-TOKEN
                          MOVE SESS-USER TO LOGOUT-USER
                       END-IF
                       IF SESS-TOKEN = REQ-TOKEN
                             OR SESS-EXPIRY < TODAY-DATE
                          ADD 1 TO SESSION-DROPPED
          .

       U08-PRINT-ERROR-JSON SECTION.
           EVALUATE REQ-RESULT-CODE
              WHEN 'DUPLICATE-ITEM'
                 DISPLAY "{""error"":"""
                    FUNCTION TRIM(REQ-RESULT-CODE)
                    """,""id"":" REQ-DUP-ITEM-ID "}"
              WHEN 'WIP-LIMIT'
                 DISPLAY "{""error"":"""
                    FUNCTION TRIM(REQ-RESULT-CODE)
                    """,""scope"":""" FUNCTION TRIM(REQ-WIP-SCOPE)
                    """,""key"":""" FUNCTION TRIM(REQ-WIP-KEY)
                    """,""count"":" REQ-WIP-COUNT
                    ",""limit"":" REQ-WIP-LIMIT "}"
              WHEN 'DUE-OVERCOMMIT'
                 DISPLAY "{""error"":"""
                    FUNCTION TRIM(REQ-RESULT-CODE)
                    """,""owner"":"""
                    FUNCTION TRIM(REQ-FEASIBLE-OWNER)
                    """,""feasible"":" REQ-FEASIBLE-DATE "}"
              WHEN OTHER
                 DISPLAY "{""error"":"""
                    FUNCTION TRIM(REQ-RESULT-CODE) """}"
           END-EVALUATE
          .

       U09-PRINT-ERROR-HTML SECTION.
           IF REQ-RESULT-CODE = 'DUPLICATE-ITEM'
              DISPLAY " ID " REQ-DUP-ITEM-ID WITH NO ADVANCING
           END-IF
           IF REQ-RESULT-CODE = 'WIP-LIMIT'
              DISPLAY " " FUNCTION TRIM(REQ-WIP-SCOPE) " "
                 FUNCTION TRIM(REQ-WIP-KEY) " "
                 REQ-WIP-COUNT "/" REQ-WIP-LIMIT WITH NO ADVANCING
           END-IF
           IF REQ-RESULT-CODE = 'DUE-OVERCOMMIT'
              MOVE 'DUE-FEASIBLE' TO MSG-ID
              CALL "TODOMSG" USING TODOMSG-PARAMETERS
              DISPLAY " " FUNCTION TRIM(REQ-FEASIBLE-OWNER) ": "
                 FUNCTION TRIM(MSG-TEXT) " " REQ-FEASIBLE-DATE
                 WITH NO ADVANCING
           END-IF
           DISPLAY "</p>"
          .


           IF REGISTRY-ACTIVE = 'Y'
              PERFORM U05-VALIDATE-SESSION
              IF SESSION-VALID = 'Y'
                 PERFORM U21-ISSUE-FORM-TOKEN
              END-IF
           END-IF
           MOVE SPACES TO LINK-SUFFIX
           IF REQ-SESSION-TOKEN NOT = SPACES
           DISPLAY "<option value=""WEEKLY"">WEEKLY</option>"
           DISPLAY "<option value=""MONTHLY"">MONTHLY</option>"
           DISPLAY "</select>"
           MOVE 'PG-POOL' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY FUNCTION TRIM(MSG-TEXT)
              " <input type=""checkbox"" name=""pool"""
              " value=""Y"">"
           MOVE 'PG-ADD-BTN' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<input type=""submit"" value="""
           MOVE 'PG-AGENDA-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=AGENDA"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-APPR-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=SHOW-APPROVALS"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-WATCH-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=SHOW-WATCHED"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-REPORTS-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=SHOW-REPORTS"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-SAVED-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=SHOW-VIEWS"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-TEAM-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=TEAM"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-NEXT-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=NEXT"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a> | "
              WITH NO ADVANCING
           MOVE 'PG-POOL-LINK' TO MSG-ID
           CALL "TODOMSG" USING TODOMSG-PARAMETERS
           DISPLAY "<a href=""?action=SHOW-POOL"
              FUNCTION TRIM(LINK-SUFFIX) """>"
              FUNCTION TRIM(MSG-TEXT) "</a></p>"
           DISPLAY "<form method=""get"" action="""">"
                 " value=""" FUNCTION TRIM(REQ-SESSION-TOKEN)
                 """>"
           END-IF
           IF REQ-FORM-TOKEN NOT = SPACES
              DISPLAY "<input type=""hidden"" name=""rtoken"""
                 " value=""" FUNCTION TRIM(REQ-FORM-TOKEN)
                 """>"
           END-IF
          .
       END PROGRAM TODOHANDLER.
