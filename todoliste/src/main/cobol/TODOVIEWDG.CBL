       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOVIEWDG.

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
         SELECT VIEW-FILE ASSIGN TO 'todoviews.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEW-STATUS.
         SELECT USER-FILE ASSIGN TO 'todousers.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.
         SELECT DIGEST-FILE ASSIGN DYNAMIC WS-DIGEST-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIGEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             COPY TDLISTREC.
          FD VIEW-FILE.
          01 VIEW-RECORD PIC X(106).
          FD USER-FILE.
          01 USER-FILE-RECORD PIC X(46).
          FD DIGEST-FILE.
          01 DIGEST-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-VIEW-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-DIGEST-STATUS PIC XX.
        01 WS-TDLIST-FILENAME PIC X(40).
        01 WS-DIGEST-FILENAME PIC X(40).
        01 WS-TDLIST.
           COPY TDLISTREC.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-TODAY-DATE PIC 9(8).
        01 WS-VIEW-LINE.
           COPY TODOVIEWREC.
        01 WS-VIEW-TABLE.
           03 WS-VIEW-ROW PIC X(106) OCCURS 500 TIMES.
        01 WS-VIEW-COUNT PIC 9(3) VALUE ZERO.
        01 WS-VIEW-IDX PIC 9(3) VALUE ZERO.
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
              05 WS-UT-ROLE PIC X(5).
        01 WS-USER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-USER-IDX PIC 9(2) VALUE ZERO.
        01 WS-RECIPIENT-TABLE.
           03 WS-RECIPIENT-ENTRY PIC X(10) OCCURS 99 TIMES.
        01 WS-RECIPIENT-COUNT PIC 9(2) VALUE ZERO.
        01 WS-RECIPIENT-IDX PIC 9(2) VALUE ZERO.
        01 WS-RECIPIENT-FOUND PIC X VALUE 'N'.
        01 WS-CURRENT-USER PIC X(10).
        01 WS-CURRENT-ACTIVE PIC X.
        01 WS-CURRENT-ROLE PIC X(5).
        01 WS-DIGEST-LINE PIC X(100).
        01 WS-FILTER-MATCH PIC X VALUE 'N'.
        01 WS-KEYWORD-LEN PIC 9(2) VALUE ZERO.
        01 WS-MATCH-COUNT PIC 9(3) VALUE ZERO.
        01 WS-VIEW-HITS PIC 9(5) VALUE ZERO.
        01 WS-USER-HITS PIC 9(5) VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FILE-COUNT PIC 9(3) VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           ACCEPT WS-TDLIST-FILENAME FROM ENVIRONMENT "TODOLIST_FILE"
           IF WS-TDLIST-FILENAME = SPACES
              MOVE 'todolist.txt' TO WS-TDLIST-FILENAME
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE

           PERFORM LOAD-DIGEST-VIEWS
           IF WS-VIEW-COUNT = ZERO
              DISPLAY "TODOVIEWDG: no saved views marked for digest"
              GOBACK
           END-IF
           PERFORM LOAD-USER-DIRECTORY

           PERFORM VARYING WS-RECIPIENT-IDX FROM 1 BY 1
                 UNTIL WS-RECIPIENT-IDX > WS-RECIPIENT-COUNT
              MOVE WS-RECIPIENT-ENTRY (WS-RECIPIENT-IDX)
                TO WS-CURRENT-USER
              PERFORM LOOKUP-CURRENT-USER
              IF WS-CURRENT-ACTIVE = 'Y'
                 PERFORM WRITE-ONE-DIGEST-FILE
              END-IF
           END-PERFORM

           DISPLAY "TODOVIEWDG: " WS-LINE-COUNT
              " item line(s) in " WS-FILE-COUNT " file(s) for "
              WS-TODAY-DATE
           GOBACK
          .

       LOAD-DIGEST-VIEWS SECTION.
           MOVE ZERO TO WS-VIEW-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT VIEW-FILE
           IF WS-VIEW-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ VIEW-FILE INTO WS-VIEW-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF VIEW-DIGEST = 'Y'
                             AND VIEW-USER NOT = SPACES
                             AND WS-VIEW-COUNT < 500
                          ADD 1 TO WS-VIEW-COUNT
                          MOVE WS-VIEW-LINE
                            TO WS-VIEW-ROW (WS-VIEW-COUNT)
                          PERFORM REGISTER-RECIPIENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VIEW-FILE
           END-IF
          EXIT.

       REGISTER-RECIPIENT SECTION.
           MOVE 'N' TO WS-RECIPIENT-FOUND
           PERFORM VARYING WS-RECIPIENT-IDX FROM 1 BY 1
                 UNTIL WS-RECIPIENT-IDX > WS-RECIPIENT-COUNT
              IF WS-RECIPIENT-ENTRY (WS-RECIPIENT-IDX) = VIEW-USER
                 MOVE 'Y' TO WS-RECIPIENT-FOUND
              END-IF
           END-PERFORM
           IF WS-RECIPIENT-FOUND = 'N' AND WS-RECIPIENT-COUNT < 99
              ADD 1 TO WS-RECIPIENT-COUNT
              MOVE VIEW-USER TO WS-RECIPIENT-ENTRY (WS-RECIPIENT-COUNT)
           END-IF
          EXIT.

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
                          MOVE WS-USER-ROLE
                            TO WS-UT-ROLE (WS-USER-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE USER-FILE
           END-IF
          EXIT.

       LOOKUP-CURRENT-USER SECTION.
           MOVE SPACES TO WS-CURRENT-ROLE
           IF WS-USER-COUNT = ZERO
              MOVE 'Y' TO WS-CURRENT-ACTIVE
           ELSE
              MOVE 'N' TO WS-CURRENT-ACTIVE
              PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                    UNTIL WS-USER-IDX > WS-USER-COUNT
                 IF WS-UT-ID (WS-USER-IDX) = WS-CURRENT-USER
                    MOVE WS-UT-ACTIVE (WS-USER-IDX)
                      TO WS-CURRENT-ACTIVE
                    MOVE WS-UT-ROLE (WS-USER-IDX) TO WS-CURRENT-ROLE
                 END-IF
              END-PERFORM
           END-IF
          EXIT.

       WRITE-ONE-DIGEST-FILE SECTION.
           MOVE SPACES TO WS-DIGEST-FILENAME
           STRING 'view-'
                  FUNCTION TRIM(WS-CURRENT-USER)
                  '.txt'
              DELIMITED BY SIZE INTO WS-DIGEST-FILENAME
           MOVE ZERO TO WS-USER-HITS
           OPEN OUTPUT DIGEST-FILE
           IF WS-DIGEST-STATUS NOT = '00'
              DISPLAY "TODOVIEWDG: cannot write "
                 FUNCTION TRIM(WS-DIGEST-FILENAME)
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-DIGEST-LINE
              STRING 'TODO saved views for '
                     FUNCTION TRIM(WS-CURRENT-USER)
                     ' as of ' WS-TODAY-DATE
                 DELIMITED BY SIZE INTO WS-DIGEST-LINE
              WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
              PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                    UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                 MOVE WS-VIEW-ROW (WS-VIEW-IDX) TO WS-VIEW-LINE
                 IF VIEW-USER = WS-CURRENT-USER
                    PERFORM WRITE-ONE-VIEW
                 END-IF
              END-PERFORM
              CLOSE DIGEST-FILE
              IF WS-USER-HITS = ZERO
                 CALL "CBL_DELETE_FILE" USING WS-DIGEST-FILENAME
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 ADD 1 TO WS-FILE-COUNT
              END-IF
           END-IF
          EXIT.

       WRITE-ONE-VIEW SECTION.
           MOVE SPACES TO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           MOVE SPACES TO WS-DIGEST-LINE
           STRING 'View ' FUNCTION TRIM(VIEW-NAME) ':'
              DELIMITED BY SIZE INTO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           MOVE ZERO TO WS-VIEW-HITS
           COMPUTE WS-KEYWORD-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(VIEW-KEYWORD))
           IF VIEW-KEYWORD = SPACES
              MOVE ZERO TO WS-KEYWORD-LEN
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT TDLIST
           IF WS-TDLIST-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT RECORD INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM CHECK-VIEW-MATCH
                       IF WS-FILTER-MATCH = 'Y'
                          PERFORM WRITE-ONE-ITEM-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
           IF WS-VIEW-HITS = ZERO
              MOVE '  (no items)' TO WS-DIGEST-LINE
              WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           END-IF
          EXIT.

       CHECK-VIEW-MATCH SECTION.
           MOVE 'Y' TO WS-FILTER-MATCH
           IF VIEW-OWNER NOT = SPACES
                 AND ITEM-OWNER IN WS-TDLIST NOT = VIEW-OWNER
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF VIEW-CATEGORY NOT = SPACES
                 AND ITEM-CATEGORY IN WS-TDLIST NOT = VIEW-CATEGORY
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF VIEW-STATUS NOT = SPACES
                 AND ITEM-STATUS IN WS-TDLIST NOT = VIEW-STATUS
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF VIEW-PRIORITY-MIN > ZERO
                 AND ITEM-PRIORITY IN WS-TDLIST < VIEW-PRIORITY-MIN
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF VIEW-DUE-FROM > ZERO
                 AND ITEM-DUE-DATE IN WS-TDLIST < VIEW-DUE-FROM
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF VIEW-DUE-TO > ZERO
                 AND ITEM-DUE-DATE IN WS-TDLIST > VIEW-DUE-TO
              MOVE 'N' TO WS-FILTER-MATCH
           END-IF
           IF WS-KEYWORD-LEN > 0 AND WS-FILTER-MATCH = 'Y'
              MOVE ZERO TO WS-MATCH-COUNT
              INSPECT ITEM-CONTENT IN WS-TDLIST
                 TALLYING WS-MATCH-COUNT
                 FOR ALL VIEW-KEYWORD (1:WS-KEYWORD-LEN)
              IF WS-MATCH-COUNT = ZERO
                 MOVE 'N' TO WS-FILTER-MATCH
              END-IF
           END-IF
           IF WS-FILTER-MATCH = 'Y'
              MOVE 'CHECK' TO CONF-FUNCTION
              MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
              MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
              MOVE WS-CURRENT-USER TO CONF-USER
              MOVE WS-CURRENT-ROLE TO CONF-ROLE
              CALL "TODOCONF" USING TODOCONF-PARAMETERS
              IF NOT CONF-IS-VISIBLE
                 MOVE 'N' TO WS-FILTER-MATCH
              END-IF
           END-IF
          EXIT.

       WRITE-ONE-ITEM-LINE SECTION.
           MOVE SPACES TO WS-DIGEST-LINE
           STRING '  ID ' ITEM-ID IN WS-TDLIST
                  ' [' ITEM-STATUS IN WS-TDLIST ']'
                  ' P' ITEM-PRIORITY IN WS-TDLIST
                  ' due ' ITEM-DUE-DATE IN WS-TDLIST
                  ' ' ITEM-OWNER IN WS-TDLIST
                  ' ' ITEM-CATEGORY IN WS-TDLIST
                  ' ' ITEM-CONTENT IN WS-TDLIST
              DELIMITED BY SIZE INTO WS-DIGEST-LINE
           WRITE DIGEST-RECORD FROM WS-DIGEST-LINE
           ADD 1 TO WS-VIEW-HITS
           ADD 1 TO WS-USER-HITS
           ADD 1 TO WS-LINE-COUNT
          EXIT.

       END PROGRAM TODOVIEWDG.
