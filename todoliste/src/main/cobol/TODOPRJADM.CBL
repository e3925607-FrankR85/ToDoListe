       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPRJADM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT PROJECT-FILE ASSIGN TO 'todoproj.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJECT-STATUS.
         SELECT MILESTONE-FILE ASSIGN TO 'todomile.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MILESTONE-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD PROJECT-FILE.
          01 PROJECT-RECORD PIC X(68).
          FD MILESTONE-FILE.
          01 MILESTONE-RECORD PIC X(55).
       WORKING-STORAGE SECTION.
        01 WS-PROJECT-STATUS PIC XX.
        01 WS-MILESTONE-STATUS PIC XX.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-PRJ-FUNC PIC X(6).
        01 WS-ARG-CODE PIC X(8).
        01 WS-ARG-NAME PIC X(30).
        01 WS-ARG-SPONSOR PIC X(10).
        01 WS-ARG-START-TEXT PIC X(8).
        01 WS-ARG-TARGET-TEXT PIC X(8).
        01 WS-ARG-MS PIC X(6).
        01 WS-ARG-MS-NAME PIC X(30).
        01 WS-ARG-MS-DUE-TEXT PIC X(8).
        01 WS-PRJ-LINE.
           05 WS-PRJ-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJ-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJ-SPONSOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJ-START PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJ-TARGET PIC 9(8).
        01 WS-MS-LINE.
           05 WS-MS-PROJECT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MS-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MS-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-MS-DUE PIC 9(8).
        01 WS-PRJ-TABLE.
           03 WS-PRJ-ENTRY PIC X(68) OCCURS 99 TIMES.
        01 WS-PRJ-COUNT PIC 9(2) VALUE ZERO.
        01 WS-PRJ-IDX PIC 9(2) VALUE ZERO.
        01 WS-PRJ-HIT PIC 9(2) VALUE ZERO.
        01 WS-MS-TABLE.
           03 WS-MS-ENTRY PIC X(55) OCCURS 999 TIMES.
        01 WS-MS-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MS-IDX PIC 9(3) VALUE ZERO.
        01 WS-MS-HIT PIC 9(3) VALUE ZERO.
        01 WS-MS-KEEP PIC 9(3) VALUE ZERO.
        01 WS-MS-LISTED PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-PRJ-FUNC
           ACCEPT WS-PRJ-FUNC FROM ENVIRONMENT "TODOPRJ_FUNC"
           MOVE FUNCTION UPPER-CASE(WS-PRJ-FUNC) TO WS-PRJ-FUNC

           MOVE SPACES TO WS-ARG-CODE
           ACCEPT WS-ARG-CODE FROM ENVIRONMENT "TODOPRJ_CODE"
           MOVE SPACES TO WS-ARG-NAME
           ACCEPT WS-ARG-NAME FROM ENVIRONMENT "TODOPRJ_NAME"
           MOVE SPACES TO WS-ARG-SPONSOR
           ACCEPT WS-ARG-SPONSOR FROM ENVIRONMENT "TODOPRJ_SPONSOR"
           MOVE SPACES TO WS-ARG-START-TEXT
           ACCEPT WS-ARG-START-TEXT FROM ENVIRONMENT "TODOPRJ_START"
           MOVE SPACES TO WS-ARG-TARGET-TEXT
           ACCEPT WS-ARG-TARGET-TEXT FROM ENVIRONMENT "TODOPRJ_TARGET"
           MOVE SPACES TO WS-ARG-MS
           ACCEPT WS-ARG-MS FROM ENVIRONMENT "TODOPRJ_MS"
           MOVE SPACES TO WS-ARG-MS-NAME
           ACCEPT WS-ARG-MS-NAME FROM ENVIRONMENT "TODOPRJ_MS_NAME"
           MOVE SPACES TO WS-ARG-MS-DUE-TEXT
           ACCEPT WS-ARG-MS-DUE-TEXT FROM ENVIRONMENT "TODOPRJ_MS_DUE"

           PERFORM LOAD-PROJECT-MASTER
           PERFORM LOAD-MILESTONE-TABLE

           EVALUATE WS-PRJ-FUNC
              WHEN 'LIST'
                 PERFORM LIST-PROJECT-MASTER
              WHEN 'ADD'
                 PERFORM ADD-PROJECT-TO-MASTER
              WHEN 'DROP'
                 PERFORM DROP-PROJECT-FROM-MASTER
              WHEN 'ADDMS'
                 PERFORM ADD-MILESTONE-TO-PROJECT
              WHEN 'DROPMS'
                 PERFORM DROP-MILESTONE-FROM-PROJECT
              WHEN OTHER
                 DISPLAY "TODOPRJADM: set TODOPRJ_FUNC to LIST,"
                    " ADD, DROP, ADDMS or DROPMS"
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

       LOAD-PROJECT-MASTER SECTION.
           MOVE ZERO TO WS-PRJ-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PROJECT-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ PROJECT-FILE INTO WS-PRJ-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-PRJ-CODE NOT = SPACES
                             AND WS-PRJ-COUNT < 99
                          ADD 1 TO WS-PRJ-COUNT
                          MOVE WS-PRJ-LINE
                            TO WS-PRJ-ENTRY (WS-PRJ-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROJECT-FILE
           END-IF
          EXIT.

       LOAD-MILESTONE-TABLE SECTION.
           MOVE ZERO TO WS-MS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT MILESTONE-FILE
           IF WS-MILESTONE-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ MILESTONE-FILE INTO WS-MS-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-MS-PROJECT NOT = SPACES
                             AND WS-MS-COUNT < 999
                          ADD 1 TO WS-MS-COUNT
                          MOVE WS-MS-LINE
                            TO WS-MS-ENTRY (WS-MS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MILESTONE-FILE
           END-IF
          EXIT.

       FIND-PROJECT-IN-TABLE SECTION.
           MOVE ZERO TO WS-PRJ-HIT
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                 UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
              MOVE WS-PRJ-ENTRY (WS-PRJ-IDX) TO WS-PRJ-LINE
              IF WS-PRJ-CODE = WS-ARG-CODE
                 MOVE WS-PRJ-IDX TO WS-PRJ-HIT
              END-IF
           END-PERFORM
          EXIT.

       FIND-MILESTONE-IN-TABLE SECTION.
           MOVE ZERO TO WS-MS-HIT
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-MS-COUNT
              MOVE WS-MS-ENTRY (WS-MS-IDX) TO WS-MS-LINE
              IF WS-MS-PROJECT = WS-ARG-CODE
                    AND WS-MS-CODE = WS-ARG-MS
                 MOVE WS-MS-IDX TO WS-MS-HIT
              END-IF
           END-PERFORM
          EXIT.

       LIST-PROJECT-MASTER SECTION.
           DISPLAY "===================================="
           DISPLAY "  TODOLIST PROJECT MASTER"
           DISPLAY "===================================="
           IF WS-PRJ-COUNT = ZERO
              DISPLAY "  (master empty or missing)"
           END-IF
           MOVE ZERO TO WS-MS-LISTED
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                 UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
              MOVE WS-PRJ-ENTRY (WS-PRJ-IDX) TO WS-PRJ-LINE
              DISPLAY "  " WS-PRJ-CODE " " WS-PRJ-NAME
              DISPLAY "     sponsor=" WS-PRJ-SPONSOR
                 " start=" WS-PRJ-START
                 " target=" WS-PRJ-TARGET
              PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                    UNTIL WS-MS-IDX > WS-MS-COUNT
                 MOVE WS-MS-ENTRY (WS-MS-IDX) TO WS-MS-LINE
                 IF WS-MS-PROJECT = WS-PRJ-CODE
                    DISPLAY "     milestone " WS-MS-CODE " "
                       WS-MS-NAME " due=" WS-MS-DUE
                    ADD 1 TO WS-MS-LISTED
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "===================================="
           DISPLAY "Projects listed:     " WS-PRJ-COUNT
           DISPLAY "Milestones listed:   " WS-MS-LISTED
           DISPLAY "===================================="
          EXIT.

       ADD-PROJECT-TO-MASTER SECTION.
           IF WS-ARG-CODE = SPACES
              DISPLAY "TODOPRJADM: ADD needs TODOPRJ_CODE"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM FIND-PROJECT-IN-TABLE
              IF WS-PRJ-HIT = ZERO AND WS-PRJ-COUNT >= 99
                 DISPLAY "TODOPRJADM: master is full"
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO WS-PRJ-LINE
                 MOVE WS-ARG-CODE TO WS-PRJ-CODE
                 MOVE WS-ARG-NAME TO WS-PRJ-NAME
                 MOVE WS-ARG-SPONSOR TO WS-PRJ-SPONSOR
                 IF WS-ARG-START-TEXT NOT = SPACES
                    MOVE FUNCTION NUMVAL(WS-ARG-START-TEXT)
                      TO WS-PRJ-START
                 ELSE
                    MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PRJ-START
                 END-IF
                 IF WS-ARG-TARGET-TEXT NOT = SPACES
                    MOVE FUNCTION NUMVAL(WS-ARG-TARGET-TEXT)
                      TO WS-PRJ-TARGET
                 ELSE
                    MOVE ZERO TO WS-PRJ-TARGET
                 END-IF
                 IF WS-PRJ-TARGET > ZERO
                       AND WS-PRJ-TARGET < WS-PRJ-START
                    DISPLAY "TODOPRJADM: target date is before"
                       " start date"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    IF WS-PRJ-HIT > ZERO
                       MOVE WS-PRJ-LINE
                         TO WS-PRJ-ENTRY (WS-PRJ-HIT)
                       DISPLAY "TODOPRJADM: updated project "
                          FUNCTION TRIM(WS-ARG-CODE)
                    ELSE
                       ADD 1 TO WS-PRJ-COUNT
                       MOVE WS-PRJ-LINE
                         TO WS-PRJ-ENTRY (WS-PRJ-COUNT)
                       DISPLAY "TODOPRJADM: added project "
                          FUNCTION TRIM(WS-ARG-CODE)
                    END-IF
                    PERFORM REWRITE-PROJECT-MASTER
                 END-IF
              END-IF
           END-IF
          EXIT.

       DROP-PROJECT-FROM-MASTER SECTION.
           PERFORM FIND-PROJECT-IN-TABLE
           IF WS-PRJ-HIT = ZERO
              DISPLAY "TODOPRJADM: project "
                 FUNCTION TRIM(WS-ARG-CODE) " not found"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-PRJ-IDX FROM WS-PRJ-HIT BY 1
                    UNTIL WS-PRJ-IDX >= WS-PRJ-COUNT
                 MOVE WS-PRJ-ENTRY (WS-PRJ-IDX + 1)
                   TO WS-PRJ-ENTRY (WS-PRJ-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-PRJ-COUNT
              PERFORM REWRITE-PROJECT-MASTER

              MOVE ZERO TO WS-MS-KEEP
              PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                    UNTIL WS-MS-IDX > WS-MS-COUNT
                 MOVE WS-MS-ENTRY (WS-MS-IDX) TO WS-MS-LINE
                 IF WS-MS-PROJECT NOT = WS-ARG-CODE
                    ADD 1 TO WS-MS-KEEP
                    MOVE WS-MS-LINE TO WS-MS-ENTRY (WS-MS-KEEP)
                 END-IF
              END-PERFORM
              MOVE WS-MS-KEEP TO WS-MS-COUNT
              PERFORM REWRITE-MILESTONE-FILE
              DISPLAY "TODOPRJADM: dropped project "
                 FUNCTION TRIM(WS-ARG-CODE)
           END-IF
          EXIT.

       ADD-MILESTONE-TO-PROJECT SECTION.
           PERFORM FIND-PROJECT-IN-TABLE
           EVALUATE TRUE
              WHEN WS-ARG-MS = SPACES
                 DISPLAY "TODOPRJADM: ADDMS needs TODOPRJ_MS"
                 MOVE 8 TO RETURN-CODE
              WHEN WS-PRJ-HIT = ZERO
                 DISPLAY "TODOPRJADM: project "
                    FUNCTION TRIM(WS-ARG-CODE) " not found"
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM FIND-MILESTONE-IN-TABLE
                 IF WS-MS-HIT = ZERO AND WS-MS-COUNT >= 999
                    DISPLAY "TODOPRJADM: milestone table is full"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE SPACES TO WS-MS-LINE
                    MOVE WS-ARG-CODE TO WS-MS-PROJECT
                    MOVE WS-ARG-MS TO WS-MS-CODE
                    MOVE WS-ARG-MS-NAME TO WS-MS-NAME
                    IF WS-ARG-MS-DUE-TEXT NOT = SPACES
                       MOVE FUNCTION NUMVAL(WS-ARG-MS-DUE-TEXT)
                         TO WS-MS-DUE
                    ELSE
                       MOVE ZERO TO WS-MS-DUE
                    END-IF
                    IF WS-MS-HIT > ZERO
                       MOVE WS-MS-LINE TO WS-MS-ENTRY (WS-MS-HIT)
                       DISPLAY "TODOPRJADM: updated milestone "
                          FUNCTION TRIM(WS-ARG-MS)
                    ELSE
                       ADD 1 TO WS-MS-COUNT
                       MOVE WS-MS-LINE TO WS-MS-ENTRY (WS-MS-COUNT)
                       DISPLAY "TODOPRJADM: added milestone "
                          FUNCTION TRIM(WS-ARG-MS)
                    END-IF
                    PERFORM REWRITE-MILESTONE-FILE
                 END-IF
           END-EVALUATE
          EXIT.

       DROP-MILESTONE-FROM-PROJECT SECTION.
           PERFORM FIND-MILESTONE-IN-TABLE
           IF WS-MS-HIT = ZERO
              DISPLAY "TODOPRJADM: milestone "
                 FUNCTION TRIM(WS-ARG-MS) " not found"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-MS-IDX FROM WS-MS-HIT BY 1
                    UNTIL WS-MS-IDX >= WS-MS-COUNT
                 MOVE WS-MS-ENTRY (WS-MS-IDX + 1)
                   TO WS-MS-ENTRY (WS-MS-IDX)
              END-PERFORM
              SUBTRACT 1 FROM WS-MS-COUNT
              PERFORM REWRITE-MILESTONE-FILE
              DISPLAY "TODOPRJADM: dropped milestone "
                 FUNCTION TRIM(WS-ARG-MS)
           END-IF
          EXIT.

       REWRITE-PROJECT-MASTER SECTION.
           OPEN OUTPUT PROJECT-FILE
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                 UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
              WRITE PROJECT-RECORD FROM WS-PRJ-ENTRY (WS-PRJ-IDX)
           END-PERFORM
           CLOSE PROJECT-FILE
          EXIT.

       REWRITE-MILESTONE-FILE SECTION.
           OPEN OUTPUT MILESTONE-FILE
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                 UNTIL WS-MS-IDX > WS-MS-COUNT
              WRITE MILESTONE-RECORD FROM WS-MS-ENTRY (WS-MS-IDX)
           END-PERFORM
           CLOSE MILESTONE-FILE
          EXIT.

       END PROGRAM TODOPRJADM.
