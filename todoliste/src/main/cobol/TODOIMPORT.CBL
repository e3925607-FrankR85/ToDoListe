            ORGANIZATION IS LINE SEQUENTIAL
            LOCK MODE IS EXCLUSIVE
            FILE STATUS IS WS-COUNT-STATUS.
         SELECT PROJECT-FILE ASSIGN TO 'todoproj.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJECT-STATUS.
         SELECT MILESTONE-FILE ASSIGN TO 'todomile.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MILESTONE-STATUS.
         SELECT PRJLINK-FILE ASSIGN TO 'todoprjitm.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRJLINK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 CHECKPOINT-RECORD PIC 9(7).
          FD COUNT-FILE.
          01 COUNT-RECORD PIC 9(5).
          FD PROJECT-FILE.
          01 PROJECT-RECORD PIC X(68).
          FD MILESTONE-FILE.
          01 MILESTONE-RECORD PIC X(55).
          FD PRJLINK-FILE.
          01 PRJLINK-RECORD PIC X(21).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-CSV-STATUS PIC XX.
           05 WS-CSV-RECUR       PIC X(7).
           05 WS-CSV-CREATED     PIC X(8).
           05 WS-CSV-DONEDATE    PIC X(8).
           05 WS-CSV-PROJECT     PIC X(8).
           05 WS-CSV-MILESTONE   PIC X(6).
        01 WS-CSV-HAS-PROJECT PIC X VALUE 'N'.
        01 WS-HEADER-TALLY PIC 9(3) VALUE ZERO.
        01 WS-HEADER-UPPER PIC X(200).
        01 WS-CSV-POINTER PIC 9(3).
        01 WS-CSV-RAW-CONTENT PIC X(180).
        01 WS-CSV-CONTENT PIC X(35).
        01 WS-COUNT-EOF PIC X VALUE 'N'.
        01 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
        01 WS-FRESH-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PROJECT-STATUS PIC XX.
        01 WS-MILESTONE-STATUS PIC XX.
        01 WS-PRJLINK-STATUS PIC XX.
        01 WS-PRJ-EOF PIC X VALUE 'N'.
        01 WS-PRJ-LINE.
           05 WS-PRJ-CODE PIC X(8).
           05 FILLER PIC X(60).
        01 WS-MS-LINE.
           05 WS-MS-PROJECT PIC X(8).
           05 FILLER PIC X.
           05 WS-MS-CODE PIC X(6).
           05 FILLER PIC X(40).
        01 WS-PRJ-TABLE.
           03 WS-PRJ-E-CODE PIC X(8) OCCURS 99 TIMES.
        01 WS-PRJ-COUNT PIC 9(2) VALUE ZERO.
        01 WS-PRJ-IDX PIC 9(2) VALUE ZERO.
        01 WS-MS-TABLE.
           03 WS-MS-ROW OCCURS 999 TIMES.
              05 WS-MS-E-PROJECT PIC X(8).
              05 WS-MS-E-CODE PIC X(6).
        01 WS-MS-COUNT PIC 9(3) VALUE ZERO.
        01 WS-MS-IDX PIC 9(3) VALUE ZERO.
        01 WS-PRJ-VALID PIC X.
        01 WS-PRJLINK-LINE.
           05 WS-PRJLINK-ITEM-ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJLINK-PROJECT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-PRJLINK-MILESTONE PIC X(6).
        01 WS-LINK-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOAUDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
                    NOT AT END
                       IF WS-FIRST-LINE = 'Y'
                          MOVE 'N' TO WS-FIRST-LINE
                          PERFORM CHECK-CSV-HEADER
                       ELSE
                          ADD 1 TO WS-LINE-NUMBER
                          IF WS-LINE-NUMBER > WS-RESUME-FROM

           DISPLAY "TODOIMPORT: imported " WS-IMPORT-COUNT
              " item(s), skipped " WS-SKIP-COUNT
           IF WS-CSV-HAS-PROJECT = 'Y'
              DISPLAY "TODOIMPORT: attached " WS-LINK-COUNT
                 " item(s) to projects"
           END-IF
           GOBACK
          .

       CHECK-CSV-HEADER SECTION.
           MOVE FUNCTION UPPER-CASE(CSV-RECORD) TO WS-HEADER-UPPER
           MOVE ZERO TO WS-HEADER-TALLY
           INSPECT WS-HEADER-UPPER TALLYING WS-HEADER-TALLY
              FOR ALL 'PROJECT'
           IF WS-HEADER-TALLY > ZERO
              MOVE 'Y' TO WS-CSV-HAS-PROJECT
              PERFORM LOAD-PROJECT-TABLES
           END-IF
          EXIT.

       LOAD-PROJECT-TABLES SECTION.
           MOVE ZERO TO WS-PRJ-COUNT
           MOVE 'N' TO WS-PRJ-EOF
           OPEN INPUT PROJECT-FILE
           IF WS-PROJECT-STATUS = '00'
              PERFORM UNTIL WS-PRJ-EOF = 'Y'
                 READ PROJECT-FILE INTO WS-PRJ-LINE
                    AT END MOVE 'Y' TO WS-PRJ-EOF
                    NOT AT END
                       IF WS-PRJ-COUNT < 99
                          ADD 1 TO WS-PRJ-COUNT
                          MOVE WS-PRJ-CODE
                            TO WS-PRJ-E-CODE (WS-PRJ-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROJECT-FILE
           END-IF

           MOVE ZERO TO WS-MS-COUNT
           MOVE 'N' TO WS-PRJ-EOF
           OPEN INPUT MILESTONE-FILE
           IF WS-MILESTONE-STATUS = '00'
              PERFORM UNTIL WS-PRJ-EOF = 'Y'
                 READ MILESTONE-FILE INTO WS-MS-LINE
                    AT END MOVE 'Y' TO WS-PRJ-EOF
                    NOT AT END
                       IF WS-MS-COUNT < 999
                          ADD 1 TO WS-MS-COUNT
                          MOVE WS-MS-PROJECT
                            TO WS-MS-E-PROJECT (WS-MS-COUNT)
                          MOVE WS-MS-CODE
                            TO WS-MS-E-CODE (WS-MS-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MILESTONE-FILE
           END-IF
          EXIT.

       ATTACH-IMPORTED-PROJECT SECTION.
           MOVE 'N' TO WS-PRJ-VALID
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                 UNTIL WS-PRJ-IDX > WS-PRJ-COUNT
              IF WS-PRJ-E-CODE (WS-PRJ-IDX) = WS-CSV-PROJECT
                 MOVE 'Y' TO WS-PRJ-VALID
              END-IF
           END-PERFORM
           IF WS-PRJ-VALID = 'Y' AND WS-CSV-MILESTONE NOT = SPACES
              MOVE 'N' TO WS-PRJ-VALID
              PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                    UNTIL WS-MS-IDX > WS-MS-COUNT
                 IF WS-MS-E-PROJECT (WS-MS-IDX) = WS-CSV-PROJECT
                       AND WS-MS-E-CODE (WS-MS-IDX) = WS-CSV-MILESTONE
                    MOVE 'Y' TO WS-PRJ-VALID
                 END-IF
              END-PERFORM
           END-IF
           IF WS-PRJ-VALID = 'N'
              DISPLAY "IMPORT: unknown project/milestone "
                 FUNCTION TRIM(WS-CSV-PROJECT) " "
                 FUNCTION TRIM(WS-CSV-MILESTONE)
                 ", line " WS-LINE-NUMBER " not attached"
           ELSE
              MOVE SPACES TO WS-PRJLINK-LINE
              MOVE ITEM-ID IN WS-TDLIST TO WS-PRJLINK-ITEM-ID
              MOVE WS-CSV-PROJECT TO WS-PRJLINK-PROJECT
              MOVE WS-CSV-MILESTONE TO WS-PRJLINK-MILESTONE
              OPEN EXTEND PRJLINK-FILE
              IF WS-PRJLINK-STATUS = '35'
                 OPEN OUTPUT PRJLINK-FILE
              END-IF
              WRITE PRJLINK-RECORD FROM WS-PRJLINK-LINE
              CLOSE PRJLINK-FILE
              ADD 1 TO WS-LINK-COUNT
           END-IF
          EXIT.

       ADJUST-RECORD-COUNT-CONTROL SECTION.
           OPEN INPUT COUNT-FILE
           IF WS-COUNT-STATUS = '00'
       IMPORT-CSV-LINE SECTION.
           MOVE 'N' TO WS-CSV-AUTO-ID
           MOVE 1 TO WS-CSV-POINTER
           MOVE SPACES TO WS-CSV-PROJECT
           MOVE SPACES TO WS-CSV-MILESTONE
           IF WS-CSV-HAS-PROJECT = 'Y'
              UNSTRING CSV-RECORD DELIMITED BY ','
                 INTO WS-CSV-ID WS-CSV-STATUS-F WS-CSV-CATEGORY
                      WS-CSV-DUEDATE WS-CSV-OWNER WS-CSV-PRIORITY
                      WS-CSV-RECUR WS-CSV-CREATED WS-CSV-DONEDATE
                      WS-CSV-PROJECT WS-CSV-MILESTONE
                 WITH POINTER WS-CSV-POINTER
              END-UNSTRING
           ELSE
              UNSTRING CSV-RECORD DELIMITED BY ','
                 INTO WS-CSV-ID WS-CSV-STATUS-F WS-CSV-CATEGORY
                      WS-CSV-DUEDATE WS-CSV-OWNER WS-CSV-PRIORITY
                      WS-CSV-RECUR WS-CSV-CREATED WS-CSV-DONEDATE
                 WITH POINTER WS-CSV-POINTER
              END-UNSTRING
           END-IF
           MOVE SPACES TO WS-CSV-RAW-CONTENT
           MOVE CSV-RECORD (WS-CSV-POINTER:) TO WS-CSV-RAW-CONTENT
           PERFORM UNQUOTE-CSV-CONTENT
              MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ITEM-ID
              MOVE ITEM-CONTENT IN WS-TDLIST TO WS-AUDIT-CONTENT
              PERFORM WRITE-AUDIT-LOG-ENTRY
              IF WS-CSV-PROJECT NOT = SPACES
                 PERFORM ATTACH-IMPORTED-PROJECT
              END-IF
           END-IF
          EXIT.

