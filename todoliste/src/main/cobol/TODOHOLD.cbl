       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOHOLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO 'todohold.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.
           SELECT SKIP-LOG-FILE ASSIGN TO 'todoholdskp.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SKIP-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-FILE.
          01 HOLD-RECORD       PIC X(89).
       FD SKIP-LOG-FILE.
          01 SKIP-LOG-RECORD   PIC X(96).

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS       PIC XX.
       01 WS-SKIP-LOG-STATUS   PIC XX.
       01 WS-LOADED            PIC X VALUE 'N'.
       01 WS-HOLD-OVERFLOW     PIC X VALUE 'N'.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-CURRENT-DATETIME  PIC X(21).
       01 WS-HOLD-LINE.
          05 WS-HOLD-REF       PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-HOLD-KIND      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-HOLD-TARGET    PIC X(40).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-HOLD-RELEASE   PIC 9(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-HOLD-SET-BY    PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-HOLD-SET-DATE  PIC 9(8).
       01 WS-HOLD-TABLE.
          03 WS-HOLD-ROW OCCURS 999 TIMES.
             05 WS-HOLD-E-REF     PIC X(10).
             05 WS-HOLD-E-KIND    PIC X(8).
             05 WS-HOLD-E-TARGET  PIC X(40).
             05 WS-HOLD-E-RELEASE PIC 9(8).
             05 WS-HOLD-E-BY      PIC X(10).
             05 WS-HOLD-E-DATE    PIC 9(8).
       01 WS-HOLD-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-HOLD-IDX          PIC 9(4) VALUE ZERO.
       01 WS-HOLD-HIT          PIC 9(4) VALUE ZERO.
       01 WS-HOLD-FREED        PIC 9(3) VALUE ZERO.
       01 WS-ITEM-TARGET       PIC 9(5).
       01 WS-SKIP-LOG-LINE.
          05 WS-SKIP-STAMP     PIC X(15).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SKIP-CALLER    PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SKIP-REF       PIC X(10).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SKIP-KIND      PIC X(8).
          05 FILLER            PIC X VALUE SPACE.
          05 WS-SKIP-OBJECT    PIC X(40).
          05 FILLER            PIC X(9) VALUE SPACES.

       LINKAGE SECTION.
        COPY TODOHOLDP.

       PROCEDURE DIVISION USING TODOHOLD-PARAMETERS.
           IF WS-LOADED = 'N'
              PERFORM LOAD-HOLD-TABLE
           END-IF
           MOVE 'N' TO HOLD-FOUND
           MOVE 'N' TO HOLD-ACTIVE
           MOVE 'N' TO HOLD-FAILED
           MOVE ZERO TO WS-HOLD-HIT
           EVALUATE TRUE
              WHEN HOLD-FUNC-CHECK
                 PERFORM FIND-ITEM-HOLD
                 MOVE HOLD-ITEM-ID TO WS-ITEM-TARGET
                 MOVE WS-ITEM-TARGET TO WS-SKIP-OBJECT
                 IF WS-HOLD-HIT > ZERO
                    PERFORM RETURN-HOLD-ENTRY
                    PERFORM APPEND-SKIP-LOG-RECORD
                 ELSE
                    IF WS-HOLD-OVERFLOW = 'Y'
                       PERFORM RETURN-OVERFLOW-HOLD
                       PERFORM APPEND-SKIP-LOG-RECORD
                    END-IF
                 END-IF
              WHEN HOLD-FUNC-FILE
                 PERFORM FIND-ARCHIVE-HOLD
                 MOVE HOLD-TARGET TO WS-SKIP-OBJECT
                 IF WS-HOLD-HIT > ZERO
                    PERFORM RETURN-HOLD-ENTRY
                    PERFORM APPEND-SKIP-LOG-RECORD
                 ELSE
                    IF WS-HOLD-OVERFLOW = 'Y'
                       PERFORM RETURN-OVERFLOW-HOLD
                       PERFORM APPEND-SKIP-LOG-RECORD
                    END-IF
                 END-IF
              WHEN HOLD-FUNC-PLACE
                 PERFORM PLACE-HOLD-ENTRY
              WHEN HOLD-FUNC-FREE
                 PERFORM FREE-HOLD-ENTRIES
              WHEN HOLD-FUNC-ENTRY
                 IF HOLD-ENTRY-NO > ZERO
                       AND HOLD-ENTRY-NO NOT > WS-HOLD-COUNT
                    MOVE HOLD-ENTRY-NO TO WS-HOLD-HIT
                    PERFORM RETURN-HOLD-ENTRY
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-HOLD-COUNT TO HOLD-ENTRY-COUNT
           GOBACK
          .

       LOAD-HOLD-TABLE SECTION.
           MOVE 'Y' TO WS-LOADED
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE 'N' TO WS-HOLD-OVERFLOW
           MOVE 'N' TO WS-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = '00'
              PERFORM UNTIL WS-EOF = 'Y'
                 READ HOLD-FILE INTO WS-HOLD-LINE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-HOLD-REF NOT = SPACES
                             AND WS-HOLD-COUNT NOT < 999
                          MOVE 'Y' TO WS-HOLD-OVERFLOW
                       END-IF
                       IF WS-HOLD-REF NOT = SPACES
                             AND WS-HOLD-COUNT < 999
                          IF WS-HOLD-RELEASE IS NOT NUMERIC
                             MOVE ZERO TO WS-HOLD-RELEASE
                          END-IF
                          IF WS-HOLD-SET-DATE IS NOT NUMERIC
                             MOVE ZERO TO WS-HOLD-SET-DATE
                          END-IF
                          ADD 1 TO WS-HOLD-COUNT
                          MOVE WS-HOLD-REF
                            TO WS-HOLD-E-REF (WS-HOLD-COUNT)
                          MOVE FUNCTION UPPER-CASE(WS-HOLD-KIND)
                            TO WS-HOLD-E-KIND (WS-HOLD-COUNT)
                          MOVE WS-HOLD-TARGET
                            TO WS-HOLD-E-TARGET (WS-HOLD-COUNT)
                          MOVE WS-HOLD-RELEASE
                            TO WS-HOLD-E-RELEASE (WS-HOLD-COUNT)
                          MOVE WS-HOLD-SET-BY
                            TO WS-HOLD-E-BY (WS-HOLD-COUNT)
                          MOVE WS-HOLD-SET-DATE
                            TO WS-HOLD-E-DATE (WS-HOLD-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOLD-FILE
           END-IF
          EXIT.

       FIND-ITEM-HOLD SECTION.
           MOVE HOLD-ITEM-ID TO WS-ITEM-TARGET
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-HIT > ZERO
              IF WS-HOLD-E-RELEASE (WS-HOLD-IDX) = ZERO
                    OR WS-HOLD-E-RELEASE (WS-HOLD-IDX)
                       NOT < WS-TODAY-DATE
                 EVALUATE WS-HOLD-E-KIND (WS-HOLD-IDX)
                    WHEN 'ITEM'
                       IF WS-HOLD-E-TARGET (WS-HOLD-IDX) (1:5)
                             = WS-ITEM-TARGET
                          MOVE WS-HOLD-IDX TO WS-HOLD-HIT
                       END-IF
                    WHEN 'OWNER'
                       IF HOLD-ITEM-OWNER NOT = SPACES
                             AND WS-HOLD-E-TARGET (WS-HOLD-IDX)
                                = HOLD-ITEM-OWNER
                          MOVE WS-HOLD-IDX TO WS-HOLD-HIT
                       END-IF
                    WHEN 'CATEGORY'
                       IF HOLD-ITEM-CATEGORY NOT = SPACES
                             AND WS-HOLD-E-TARGET (WS-HOLD-IDX)
                                = HOLD-ITEM-CATEGORY
                          MOVE WS-HOLD-IDX TO WS-HOLD-HIT
                       END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM
          EXIT.

       FIND-ARCHIVE-HOLD SECTION.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-HIT > ZERO
              IF (WS-HOLD-E-RELEASE (WS-HOLD-IDX) = ZERO
                    OR WS-HOLD-E-RELEASE (WS-HOLD-IDX)
                       NOT < WS-TODAY-DATE)
                    AND WS-HOLD-E-KIND (WS-HOLD-IDX) = 'ARCHIVE'
                    AND WS-HOLD-E-TARGET (WS-HOLD-IDX) = HOLD-TARGET
                 MOVE WS-HOLD-IDX TO WS-HOLD-HIT
              END-IF
           END-PERFORM
          EXIT.

       RETURN-HOLD-ENTRY SECTION.
           MOVE 'Y' TO HOLD-FOUND
           MOVE WS-HOLD-E-REF (WS-HOLD-HIT) TO HOLD-REF
           MOVE WS-HOLD-E-KIND (WS-HOLD-HIT) TO HOLD-KIND
           MOVE WS-HOLD-E-TARGET (WS-HOLD-HIT) TO HOLD-TARGET
           MOVE WS-HOLD-E-RELEASE (WS-HOLD-HIT) TO HOLD-RELEASE-DATE
           MOVE WS-HOLD-E-BY (WS-HOLD-HIT) TO HOLD-SET-BY
           MOVE WS-HOLD-E-DATE (WS-HOLD-HIT) TO HOLD-SET-DATE
           IF WS-HOLD-E-RELEASE (WS-HOLD-HIT) = ZERO
                 OR WS-HOLD-E-RELEASE (WS-HOLD-HIT)
                    NOT < WS-TODAY-DATE
              MOVE 'Y' TO HOLD-ACTIVE
           END-IF
          EXIT.

       RETURN-OVERFLOW-HOLD SECTION.
           MOVE 'Y' TO HOLD-FOUND
           MOVE 'Y' TO HOLD-ACTIVE
           MOVE 'Y' TO HOLD-FAILED
           MOVE 'OVERFLOW' TO HOLD-REF
           MOVE SPACES TO HOLD-KIND
           MOVE ZERO TO HOLD-RELEASE-DATE
           MOVE SPACES TO HOLD-SET-BY
           MOVE ZERO TO HOLD-SET-DATE
          EXIT.

       PLACE-HOLD-ENTRY SECTION.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                    OR WS-HOLD-HIT > ZERO
              IF WS-HOLD-E-REF (WS-HOLD-IDX) = HOLD-REF
                    AND WS-HOLD-E-KIND (WS-HOLD-IDX) = HOLD-KIND
                    AND WS-HOLD-E-TARGET (WS-HOLD-IDX) = HOLD-TARGET
                 MOVE WS-HOLD-IDX TO WS-HOLD-HIT
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-HOLD-HIT > ZERO
                 PERFORM RETURN-HOLD-ENTRY
              WHEN WS-HOLD-OVERFLOW = 'Y'
                    OR WS-HOLD-COUNT NOT < 999
                 MOVE 'Y' TO HOLD-FAILED
              WHEN OTHER
                 ADD 1 TO WS-HOLD-COUNT
                 MOVE HOLD-REF TO WS-HOLD-E-REF (WS-HOLD-COUNT)
                 MOVE HOLD-KIND TO WS-HOLD-E-KIND (WS-HOLD-COUNT)
                 MOVE HOLD-TARGET TO WS-HOLD-E-TARGET (WS-HOLD-COUNT)
                 MOVE HOLD-RELEASE-DATE
                   TO WS-HOLD-E-RELEASE (WS-HOLD-COUNT)
                 MOVE HOLD-SET-BY TO WS-HOLD-E-BY (WS-HOLD-COUNT)
                 MOVE WS-TODAY-DATE TO WS-HOLD-E-DATE (WS-HOLD-COUNT)
                 MOVE WS-TODAY-DATE TO HOLD-SET-DATE
                 MOVE 'Y' TO HOLD-ACTIVE
                 PERFORM REWRITE-HOLD-FILE
           END-EVALUATE
          EXIT.

       FREE-HOLD-ENTRIES SECTION.
           MOVE ZERO TO WS-HOLD-FREED
           IF WS-HOLD-OVERFLOW = 'Y'
              MOVE 'Y' TO HOLD-FAILED
           ELSE
              PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                    UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                 IF WS-HOLD-E-REF (WS-HOLD-IDX) = HOLD-REF
                       AND (HOLD-KIND = SPACES
                          OR WS-HOLD-E-KIND (WS-HOLD-IDX) = HOLD-KIND)
                       AND (HOLD-TARGET = SPACES
                          OR WS-HOLD-E-TARGET (WS-HOLD-IDX)
                             = HOLD-TARGET)
                    MOVE SPACES TO WS-HOLD-E-REF (WS-HOLD-IDX)
                    ADD 1 TO WS-HOLD-FREED
                 END-IF
              END-PERFORM
           END-IF
           IF WS-HOLD-FREED > ZERO
              MOVE 'Y' TO HOLD-FOUND
              PERFORM REWRITE-HOLD-FILE
              PERFORM LOAD-HOLD-TABLE
           END-IF
          EXIT.

       REWRITE-HOLD-FILE SECTION.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                 UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
              IF WS-HOLD-E-REF (WS-HOLD-IDX) NOT = SPACES
                 MOVE WS-HOLD-E-REF (WS-HOLD-IDX) TO WS-HOLD-REF
                 MOVE WS-HOLD-E-KIND (WS-HOLD-IDX) TO WS-HOLD-KIND
                 MOVE WS-HOLD-E-TARGET (WS-HOLD-IDX) TO WS-HOLD-TARGET
                 MOVE WS-HOLD-E-RELEASE (WS-HOLD-IDX)
                   TO WS-HOLD-RELEASE
                 MOVE WS-HOLD-E-BY (WS-HOLD-IDX) TO WS-HOLD-SET-BY
                 MOVE WS-HOLD-E-DATE (WS-HOLD-IDX) TO WS-HOLD-SET-DATE
                 WRITE HOLD-RECORD FROM WS-HOLD-LINE
              END-IF
           END-PERFORM
           CLOSE HOLD-FILE
          EXIT.

       APPEND-SKIP-LOG-RECORD SECTION.
           IF HOLD-CALLER NOT = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
              MOVE SPACES TO WS-SKIP-STAMP
              STRING WS-CURRENT-DATETIME (1:8) '-'
                     WS-CURRENT-DATETIME (9:6)
                 DELIMITED BY SIZE INTO WS-SKIP-STAMP
              MOVE HOLD-CALLER TO WS-SKIP-CALLER
              MOVE HOLD-REF TO WS-SKIP-REF
              MOVE HOLD-KIND TO WS-SKIP-KIND
              OPEN EXTEND SKIP-LOG-FILE
              IF WS-SKIP-LOG-STATUS = '35'
                 OPEN OUTPUT SKIP-LOG-FILE
              END-IF
              WRITE SKIP-LOG-RECORD FROM WS-SKIP-LOG-LINE
              CLOSE SKIP-LOG-FILE
           END-IF
          EXIT.

       END PROGRAM TODOHOLD.
