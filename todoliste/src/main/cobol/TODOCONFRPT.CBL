       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCONFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT READ-LOG-FILE ASSIGN TO 'todoconfrd.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-READ-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD READ-LOG-FILE.
          01 READ-LOG-RECORD PIC X(62).
       WORKING-STORAGE SECTION.
        01 WS-READ-LOG-STATUS PIC XX.
        01 WS-EOF PIC X VALUE 'N'.
        01 WS-ITEM-TEXT PIC X(5).
        01 WS-TARGET-ITEM PIC 9(5) VALUE ZERO.
        01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
        01 WS-READ-LOG-LINE.
           05 WS-RD-STAMP PIC X(15).
           05 FILLER PIC X.
           05 WS-RD-USER PIC X(10).
           05 FILLER PIC X.
           05 WS-RD-ROLE PIC X(5).
           05 FILLER PIC X.
           05 WS-RD-ITEM-ID PIC 9(5).
           05 FILLER PIC X.
           05 WS-RD-OWNER PIC X(10).
           05 FILLER PIC X.
           05 WS-RD-VIEW PIC X(12).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-ITEM-TEXT
           ACCEPT WS-ITEM-TEXT FROM ENVIRONMENT "TODOCONFRPT_ITEM"
           IF WS-ITEM-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL(WS-ITEM-TEXT) TO WS-TARGET-ITEM
           END-IF

           DISPLAY "========================================"
           IF WS-TARGET-ITEM = ZERO
              DISPLAY "  CONFIDENTIAL ITEM READ LOG"
           ELSE
              DISPLAY "  CONFIDENTIAL READS OF ITEM " WS-TARGET-ITEM
           END-IF
           DISPLAY "========================================"

           OPEN INPUT READ-LOG-FILE
           IF WS-READ-LOG-STATUS NOT = '00'
              DISPLAY "TODOCONFRPT: no confidential reads recorded"
              GOBACK
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ READ-LOG-FILE INTO WS-READ-LOG-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM CHECK-READ-LOG-ENTRY
              END-READ
           END-PERFORM
           CLOSE READ-LOG-FILE

           DISPLAY "========================================"
           DISPLAY "Reads listed:        " WS-ENTRY-COUNT
           DISPLAY "========================================"
           GOBACK
          .

       CHECK-READ-LOG-ENTRY SECTION.
           IF WS-TARGET-ITEM = ZERO
                 OR WS-RD-ITEM-ID = WS-TARGET-ITEM
              ADD 1 TO WS-ENTRY-COUNT
              DISPLAY WS-RD-STAMP " item " WS-RD-ITEM-ID
                 " (owner " FUNCTION TRIM(WS-RD-OWNER) ")"
                 " opened by " FUNCTION TRIM(WS-RD-USER)
                 " [" FUNCTION TRIM(WS-RD-ROLE) "] via "
                 FUNCTION TRIM(WS-RD-VIEW)
           END-IF
          EXIT.

       END PROGRAM TODOCONFRPT.
