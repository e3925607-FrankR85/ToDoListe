       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOWATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT JOURNAL-FILE ASSIGN TO 'todojrnl.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
         SELECT WATCH-FILE ASSIGN TO 'todowatch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WATCH-STATUS.
         SELECT DIGEST-FILE ASSIGN DYNAMIC WS-DIGEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIGEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD JOURNAL-FILE.
          01 JOURNAL-RECORD PIC X(243).
          FD WATCH-FILE.
          01 WATCH-RECORD PIC X(16).
          FD DIGEST-FILE.
          01 DIGEST-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
        01 WS-JOURNAL-STATUS PIC XX.
        01 WS-JRNL-EOF PIC X VALUE 'N'.
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
        01 WS-AFTER-REC.
           COPY TDLISTREC.
        01 WS-WATCH-STATUS PIC XX.
        01 WS-WATCH-EOF PIC X VALUE 'N'.
        01 WS-WATCH-LINE.
           05 WS-WATCH-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-WATCH-USER PIC X(10).
        01 WS-WATCH-TABLE.
           03 WS-WATCH-ROW OCCURS 999 TIMES.
              05 WS-WATCH-E-ID PIC 9(5).
              05 WS-WATCH-E-USER PIC X(10).
        01 WS-WATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-WATCH-IDX PIC 9(3) VALUE ZERO.
        01 WS-WATCHED PIC X VALUE 'N'.
        01 WS-DIGEST-STATUS PIC XX.
        01 WS-DIGEST-FILENAME PIC X(40).
        01 WS-DIGEST-LINE PIC X(100).
        01 WS-CHANGE-TABLE.
           03 WS-CHANGE-ROW OCCURS 999 TIMES.
              05 WS-CHG-STAMP PIC X(15).
              05 WS-CHG-ID PIC 9(5).
              05 WS-CHG-USER PIC X(10).
              05 WS-CHG-ACTION PIC X(12).
              05 WS-CHG-STATUS PIC X(4).
              05 WS-CHG-CONTENT PIC X(35).
              05 WS-CHG-OWNER PIC X(10).
        01 WS-CHANGE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-CHANGE-IDX PIC 9(3) VALUE ZERO.
        01 WS-CHANGE-OVERFLOW PIC X VALUE 'N'.
        01 WS-WATCHER-TABLE.
           03 WS-WATCHER-ENTRY PIC X(10) OCCURS 99 TIMES.
        01 WS-WATCHER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-WATCHER-IDX PIC 9(2) VALUE ZERO.
        01 WS-WATCHER-FOUND PIC X VALUE 'N'.
        01 WS-CURRENT-WATCHER PIC X(10).
        01 WS-DIGEST-COUNT PIC 9(3) VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FILE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-TARGET-TEXT PIC X(8).
        01 WS-TARGET-DATE PIC 9(8).
        01 WS-DIGEST-CONTENT PIC X(35).
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TARGET-TEXT
           ACCEPT WS-TARGET-TEXT FROM ENVIRONMENT "TODOWATCH_DATE"
           IF WS-TARGET-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TARGET-DATE
           ELSE
              MOVE FUNCTION NUMVAL(WS-TARGET-TEXT) TO WS-TARGET-DATE
           END-IF

           PERFORM LOAD-WATCH-TABLE
           IF WS-WATCH-COUNT = ZERO
              DISPLAY "TODOWATCH: no watched items"
              GOBACK
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
              PERFORM UNTIL WS-JRNL-EOF = 'Y'
                 READ JOURNAL-FILE INTO WS-JOURNAL-LINE
                    AT END MOVE 'Y' TO WS-JRNL-EOF
                    NOT AT END
                       PERFORM STORE-JOURNAL-CHANGE
                 END-READ
              END-PERFORM
              CLOSE JOURNAL-FILE
           END-IF

           IF WS-CHANGE-OVERFLOW = 'Y'
              DISPLAY "TODOWATCH: more than 999 changes on "
                 WS-TARGET-DATE ", later changes not reported"
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM VARYING WS-WATCHER-IDX FROM 1 BY 1
                 UNTIL WS-WATCHER-IDX > WS-WATCHER-COUNT
              MOVE WS-WATCHER-ENTRY (WS-WATCHER-IDX)
                TO WS-CURRENT-WATCHER
              PERFORM WRITE-ONE-DIGEST-FILE
           END-PERFORM

           DISPLAY "TODOWATCH: " WS-LINE-COUNT
              " change(s) in " WS-FILE-COUNT " file(s) for "
              WS-TARGET-DATE
           GOBACK
          .

       LOAD-WATCH-TABLE SECTION.
           MOVE ZERO TO WS-WATCH-COUNT
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS = '00'
              PERFORM UNTIL WS-WATCH-EOF = 'Y'
                 READ WATCH-FILE INTO WS-WATCH-LINE
                    AT END MOVE 'Y' TO WS-WATCH-EOF
                    NOT AT END
                       IF WS-WATCH-COUNT < 999
                             AND WS-WATCH-ITEM-ID IS NUMERIC
                             AND WS-WATCH-USER NOT = SPACES
                          ADD 1 TO WS-WATCH-COUNT
                          MOVE WS-WATCH-ITEM-ID
                            TO WS-WATCH-E-ID (WS-WATCH-COUNT)
                          MOVE WS-WATCH-USER
                            TO WS-WATCH-E-USER (WS-WATCH-COUNT)
                          PERFORM REGISTER-WATCHER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE WATCH-FILE
           END-IF
          EXIT.

       REGISTER-WATCHER SECTION.
           MOVE 'N' TO WS-WATCHER-FOUND
           PERFORM VARYING WS-WATCHER-IDX FROM 1 BY 1
                 UNTIL WS-WATCHER-IDX > WS-WATCHER-COUNT
              IF WS-WATCHER-ENTRY (WS-WATCHER-IDX) = WS-WATCH-USER
                 MOVE 'Y' TO WS-WATCHER-FOUND
              END-IF
           END-PERFORM
           IF WS-WATCHER-FOUND = 'N' AND WS-WATCHER-COUNT < 99
              ADD 1 TO WS-WATCHER-COUNT
              MOVE WS-WATCH-USER TO WS-WATCHER-ENTRY (WS-WATCHER-COUNT)
           END-IF
          EXIT.

       STORE-JOURNAL-CHANGE SECTION.
           MOVE WS-JRNL-AFTER TO WS-AFTER-REC
           IF WS-JRNL-STAMP (1:8) = WS-TARGET-DATE
                 AND ITEM-ID IN WS-AFTER-REC IS NUMERIC
                 AND ITEM-ID IN WS-AFTER-REC > ZERO
              IF WS-CHANGE-COUNT < 999
                 ADD 1 TO WS-CHANGE-COUNT
                 MOVE WS-JRNL-STAMP TO WS-CHG-STAMP (WS-CHANGE-COUNT)
                 MOVE ITEM-ID IN WS-AFTER-REC
                   TO WS-CHG-ID (WS-CHANGE-COUNT)
                 MOVE WS-JRNL-USER TO WS-CHG-USER (WS-CHANGE-COUNT)
                 MOVE WS-JRNL-ACTION
                   TO WS-CHG-ACTION (WS-CHANGE-COUNT)
                 MOVE ITEM-STATUS IN WS-AFTER-REC
                   TO WS-CHG-STATUS (WS-CHANGE-COUNT)
                 MOVE ITEM-CONTENT IN WS-AFTER-REC
                   TO WS-CHG-CONTENT (WS-CHANGE-COUNT)
                 MOVE ITEM-OWNER IN WS-AFTER-REC
                   TO WS-CHG-OWNER (WS-CHANGE-COUNT)
              ELSE
                 MOVE 'Y' TO WS-CHANGE-OVERFLOW
              END-IF
           END-IF
          EXIT.

       CHECK-CHANGE-WATCHED SECTION.
           MOVE 'N' TO WS-WATCHED
           IF WS-CHG-USER (WS-CHANGE-IDX) NOT = WS-CURRENT-WATCHER
              PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
                    UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
                 IF WS-WATCH-E-ID (WS-WATCH-IDX)
                       = WS-CHG-ID (WS-CHANGE-IDX)
                       AND WS-WATCH-E-USER (WS-WATCH-IDX)
                          = WS-CURRENT-WATCHER
                    MOVE 'Y' TO WS-WATCHED
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       WRITE-ONE-DIGEST-FILE SECTION.
           MOVE SPACES TO WS-DIGEST-FILENAME
           STRING 'watch-'
                  FUNCTION TRIM(WS-CURRENT-WATCHER)
                  '.txt'
              DELIMITED BY SIZE INTO WS-DIGEST-FILENAME

           MOVE ZERO TO WS-DIGEST-COUNT
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                 UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
              PERFORM CHECK-CHANGE-WATCHED
              IF WS-WATCHED = 'Y'
                 ADD 1 TO WS-DIGEST-COUNT
              END-IF
           END-PERFORM

           IF WS-DIGEST-COUNT = ZERO
              OPEN INPUT DIGEST-FILE
              IF WS-DIGEST-STATUS = '00'
                 CLOSE DIGEST-FILE
                 CALL "CBL_DELETE_FILE" USING WS-DIGEST-FILENAME
                 MOVE ZERO TO RETURN-CODE
              END-IF
           ELSE
              OPEN OUTPUT DIGEST-FILE
              IF WS-DIGEST-STATUS NOT = '00'
                 DISPLAY "TODOWATCH: cannot write "
                    FUNCTION TRIM(WS-DIGEST-FILENAME)
                 MOVE 8 TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-FILE-COUNT
                 MOVE SPACES TO WS-DIGEST-LINE
                 STRING 'TODO changes on watched items for '
                        FUNCTION TRIM(WS-CURRENT-WATCHER)
                        ' as of ' WS-TARGET-DATE
                    DELIMITED BY SIZE INTO WS-DIGEST-LINE
                 WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
                 PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
                       UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                    PERFORM CHECK-CHANGE-WATCHED
                    IF WS-WATCHED = 'Y'
                       PERFORM WRITE-ONE-DIGEST-LINE
                    END-IF
                 END-PERFORM
                 CLOSE DIGEST-FILE
              END-IF
           END-IF
          EXIT.

       WRITE-ONE-DIGEST-LINE SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE WS-CHG-ID (WS-CHANGE-IDX) TO CONF-ITEM-ID
           MOVE WS-CHG-OWNER (WS-CHANGE-IDX) TO CONF-ITEM-OWNER
           MOVE WS-CURRENT-WATCHER TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-VISIBLE
              MOVE WS-CHG-CONTENT (WS-CHANGE-IDX) TO WS-DIGEST-CONTENT
           ELSE
              MOVE CONF-MASK-TEXT TO WS-DIGEST-CONTENT
           END-IF
           MOVE SPACES TO WS-DIGEST-LINE
           STRING WS-CHG-STAMP (WS-CHANGE-IDX)
                  ' ID ' WS-CHG-ID (WS-CHANGE-IDX)
                  ' ' WS-CHG-ACTION (WS-CHANGE-IDX)
                  ' by ' WS-CHG-USER (WS-CHANGE-IDX)
                  ' [' WS-CHG-STATUS (WS-CHANGE-IDX) '] '
                  WS-DIGEST-CONTENT
              DELIMITED BY SIZE INTO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           ADD 1 TO WS-LINE-COUNT
          EXIT.

       END PROGRAM TODOWATCH.
