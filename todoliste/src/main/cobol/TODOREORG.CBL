           03 WS-ID-MAP-ENTRY OCCURS 999 TIMES.
              05 WS-MAP-OLD-ID PIC 9(5).
              05 WS-MAP-NEW-ID PIC 9(5).
              05 WS-MAP-HELD PIC X.
        01 WS-NEW-ID PIC 9(5) VALUE ZERO.
        01 WS-HIGHEST-ID PIC 9(5) VALUE ZERO.
        01 WS-MAPPING-LINE PIC X(20).
        01 WS-NEXTID-EOF PIC X VALUE 'N'.
        01 WS-OLD-PARENT PIC 9(5) VALUE ZERO.
        01 WS-TOTAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-HELD-COUNT PIC 9(3) VALUE ZERO.
        01 WS-ID-TAKEN PIC X.
        COPY TODOHOLDP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME

           DISPLAY "TODOREORG: rewrote " WS-REORG-COUNT
              " record(s), highest id now " WS-HIGHEST-ID
           IF WS-HELD-COUNT > ZERO
              DISPLAY "TODOREORG: " WS-HELD-COUNT
                 " item(s) under legal hold kept their id"
           END-IF
           GOBACK
          .

                 UNTIL WS-REORG-IDX > WS-REORG-COUNT
              MOVE ITEM-ID IN WS-REORG-ENTRY (WS-REORG-IDX)
                TO WS-MAP-OLD-ID (WS-REORG-IDX)
              MOVE 'N' TO WS-MAP-HELD (WS-REORG-IDX)
              IF FUNCTION UPPER-CASE(WS-RENUMBER-MODE) = 'YES'
                 PERFORM CHECK-LEGAL-HOLD
              END-IF
           END-PERFORM
           PERFORM VARYING WS-REORG-IDX FROM 1 BY 1
                 UNTIL WS-REORG-IDX > WS-REORG-COUNT
              IF FUNCTION UPPER-CASE(WS-RENUMBER-MODE) = 'YES'
                    AND WS-MAP-HELD (WS-REORG-IDX) NOT = 'Y'
                 ADD 1 TO WS-NEW-ID
                 PERFORM SKIP-HELD-ID
                 MOVE WS-NEW-ID TO WS-MAP-NEW-ID (WS-REORG-IDX)
              ELSE
                 MOVE ITEM-ID IN WS-REORG-ENTRY (WS-REORG-IDX)
           END-PERFORM
          EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'CHECK' TO HOLD-FUNCTION
           MOVE 'TODOREORG' TO HOLD-CALLER
           MOVE ITEM-ID IN WS-REORG-ENTRY (WS-REORG-IDX)
             TO HOLD-ITEM-ID
           MOVE ITEM-OWNER IN WS-REORG-ENTRY (WS-REORG-IDX)
             TO HOLD-ITEM-OWNER
           MOVE ITEM-CATEGORY IN WS-REORG-ENTRY (WS-REORG-IDX)
             TO HOLD-ITEM-CATEGORY
           CALL "TODOHOLD" USING TODOHOLD-PARAMETERS
           IF HOLD-IS-FOUND
              MOVE 'Y' TO WS-MAP-HELD (WS-REORG-IDX)
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "TODOREORG: item " HOLD-ITEM-ID
                 " keeps its id, hold " HOLD-REF
           END-IF
          EXIT.

       SKIP-HELD-ID SECTION.
           MOVE 'Y' TO WS-ID-TAKEN
           PERFORM UNTIL WS-ID-TAKEN = 'N'
              MOVE 'N' TO WS-ID-TAKEN
              PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                    UNTIL WS-MAP-IDX > WS-REORG-COUNT
                 IF WS-MAP-HELD (WS-MAP-IDX) = 'Y'
                       AND WS-MAP-OLD-ID (WS-MAP-IDX) = WS-NEW-ID
                    MOVE 'Y' TO WS-ID-TAKEN
                 END-IF
              END-PERFORM
              IF WS-ID-TAKEN = 'Y'
                 ADD 1 TO WS-NEW-ID
              END-IF
           END-PERFORM
          EXIT.

       REWRITE-TDLIST-FRESH SECTION.
           OPEN OUTPUT TDLIST
           PERFORM VARYING WS-REORG-IDX FROM 1 BY 1
