       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCONF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONF-FILE ASSIGN TO 'todoconf.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONF-STATUS.
           SELECT READ-LOG-FILE ASSIGN TO 'todoconfrd.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-READ-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONF-FILE.
          01 CONF-RECORD       PIC X(25).
       FD READ-LOG-FILE.
          01 READ-LOG-RECORD   PIC X(62).

       WORKING-STORAGE SECTION.
       01 WS-CONF-STATUS       PIC XX.
       01 WS-READ-LOG-STATUS   PIC XX.
       01 WS-CONF-FOUND        PIC X VALUE 'N'.
       01 WS-CONF-OVERFLOW     PIC X VALUE 'N'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-CONF-LINE.
          05 WS-CONF-ITEM-ID   PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CONF-SET-BY    PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-CONF-SET-DATE  PIC 9(8).
       01 WS-CONF-TABLE.
          03 WS-CONF-ROW OCCURS 999 TIMES.
             05 WS-CONF-E-ID   PIC 9(5).
             05 WS-CONF-E-BY   PIC X(10).
             05 WS-CONF-E-DATE PIC 9(8).
       01 WS-CONF-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-CONF-IDX          PIC 9(4) VALUE ZERO.
       01 WS-CONF-HIT          PIC 9(4) VALUE ZERO.
       01 WS-READ-LOG-LINE.
          05 WS-RD-STAMP       PIC X(15).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-RD-USER        PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-RD-ROLE        PIC X(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-RD-ITEM-ID     PIC 9(5).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-RD-OWNER       PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-RD-VIEW        PIC X(12).

       LINKAGE SECTION.
        COPY TODOCONFP.

       PROCEDURE DIVISION USING TODOCONF-PARAMETERS.
           PERFORM LOAD-CONFIDENTIAL-TABLE
           MOVE '*** CONFIDENTIAL ***' TO CONF-MASK-TEXT
           MOVE 'N' TO CONF-FAILED
           EVALUATE TRUE
              WHEN CONF-FUNC-SET
                 EVALUATE TRUE
                    WHEN WS-CONF-FOUND = 'Y'
                       CONTINUE
                    WHEN WS-CONF-OVERFLOW = 'Y'
                          OR WS-CONF-COUNT >= 999
                       MOVE 'Y' TO CONF-FAILED
                    WHEN OTHER
                       ADD 1 TO WS-CONF-COUNT
                       MOVE CONF-ITEM-ID TO WS-CONF-E-ID (WS-CONF-COUNT)
                       MOVE CONF-USER TO WS-CONF-E-BY (WS-CONF-COUNT)
                       MOVE FUNCTION CURRENT-DATE (1:8)
                         TO WS-CONF-E-DATE (WS-CONF-COUNT)
                       MOVE 'Y' TO WS-CONF-FOUND
                       PERFORM REWRITE-CONFIDENTIAL-FILE
                 END-EVALUATE
              WHEN CONF-FUNC-CLEAR
                 EVALUATE TRUE
                    WHEN WS-CONF-FOUND = 'N'
                       CONTINUE
                    WHEN WS-CONF-OVERFLOW = 'Y'
                       MOVE 'Y' TO CONF-FAILED
                    WHEN OTHER
                       MOVE ZERO TO WS-CONF-E-ID (WS-CONF-HIT)
                       MOVE 'N' TO WS-CONF-FOUND
                       PERFORM REWRITE-CONFIDENTIAL-FILE
                 END-EVALUATE
              WHEN CONF-FUNC-READ
                 IF WS-CONF-FOUND = 'Y'
                    PERFORM APPEND-READ-LOG-RECORD
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM SET-VISIBILITY
           GOBACK
          .

       LOAD-CONFIDENTIAL-TABLE SECTION.
           MOVE ZERO TO WS-CONF-COUNT
           MOVE ZERO TO WS-CONF-HIT
           MOVE 'N' TO WS-CONF-FOUND
           MOVE 'N' TO WS-CONF-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONF-FILE
           IF WS-CONF-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CONF-FILE INTO WS-CONF-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-CONF-ITEM-ID > ZERO
                          PERFORM STORE-CONFIDENTIAL-ROW
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONF-FILE
           END-IF
          EXIT.

       STORE-CONFIDENTIAL-ROW SECTION.
           IF CONF-ITEM-ID > ZERO
                 AND WS-CONF-ITEM-ID = CONF-ITEM-ID
              MOVE 'Y' TO WS-CONF-FOUND
           END-IF
           IF WS-CONF-COUNT < 999
              ADD 1 TO WS-CONF-COUNT
              MOVE WS-CONF-ITEM-ID TO WS-CONF-E-ID (WS-CONF-COUNT)
              MOVE WS-CONF-SET-BY TO WS-CONF-E-BY (WS-CONF-COUNT)
              MOVE WS-CONF-SET-DATE TO WS-CONF-E-DATE (WS-CONF-COUNT)
              IF WS-CONF-ITEM-ID = CONF-ITEM-ID
                    AND WS-CONF-HIT = ZERO
                 MOVE WS-CONF-COUNT TO WS-CONF-HIT
              END-IF
           ELSE
              MOVE 'Y' TO WS-CONF-OVERFLOW
           END-IF
          EXIT.

       SET-VISIBILITY SECTION.
           IF WS-CONF-FOUND = 'Y'
              MOVE 'Y' TO CONF-MARKED
              IF CONF-ROLE = 'ADMIN'
                    OR (CONF-USER NOT = SPACES
                       AND CONF-USER = CONF-ITEM-OWNER)
                 MOVE 'Y' TO CONF-VISIBLE
              ELSE
                 MOVE 'N' TO CONF-VISIBLE
              END-IF
           ELSE
              MOVE 'N' TO CONF-MARKED
              MOVE 'Y' TO CONF-VISIBLE
           END-IF
          EXIT.

       REWRITE-CONFIDENTIAL-FILE SECTION.
           OPEN OUTPUT CONF-FILE
           PERFORM VARYING WS-CONF-IDX FROM 1 BY 1
                 UNTIL WS-CONF-IDX > WS-CONF-COUNT
              IF WS-CONF-E-ID (WS-CONF-IDX) > ZERO
                 MOVE WS-CONF-E-ID (WS-CONF-IDX) TO WS-CONF-ITEM-ID
                 MOVE WS-CONF-E-BY (WS-CONF-IDX) TO WS-CONF-SET-BY
                 MOVE WS-CONF-E-DATE (WS-CONF-IDX)
                   TO WS-CONF-SET-DATE
                 WRITE CONF-RECORD FROM WS-CONF-LINE
              END-IF
           END-PERFORM
           CLOSE CONF-FILE
          EXIT.

       APPEND-READ-LOG-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-RD-STAMP
           STRING WS-CURRENT-DATETIME (1:8) '-'
                  WS-CURRENT-DATETIME (9:6)
              DELIMITED BY SIZE INTO WS-RD-STAMP
           MOVE CONF-USER TO WS-RD-USER
           IF WS-RD-USER = SPACES
              MOVE '(anon)' TO WS-RD-USER
           END-IF
           MOVE CONF-ROLE TO WS-RD-ROLE
           MOVE CONF-ITEM-ID TO WS-RD-ITEM-ID
           MOVE CONF-ITEM-OWNER TO WS-RD-OWNER
           MOVE CONF-VIEW TO WS-RD-VIEW
           OPEN EXTEND READ-LOG-FILE
           IF WS-READ-LOG-STATUS = '35'
              OPEN OUTPUT READ-LOG-FILE
           END-IF
           WRITE READ-LOG-RECORD FROM WS-READ-LOG-LINE
           CLOSE READ-LOG-FILE
          EXIT.

       END PROGRAM TODOCONF.
