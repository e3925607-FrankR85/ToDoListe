        01 WS-TARGET-IDX PIC 9(2) VALUE ZERO.
        01 WS-OVERLOADED-IDX PIC 9(2) VALUE ZERO.
        01 WS-SUGGEST-COUNT PIC 9(3) VALUE ZERO.
        01 WS-TEAM-TABLE.
           03 WS-TEAM-ROW OCCURS 99 TIMES.
              05 WS-TEAM-KEY PIC X(10).
              05 WS-TEAM-OPEN PIC 9(3).
              05 WS-TEAM-LOAD PIC 9(5).
              05 WS-TEAM-OVERDUE PIC 9(3).
              05 WS-TEAM-MINUTES PIC 9(7).
              05 WS-TEAM-CAPACITY PIC 9(5).
              05 WS-TEAM-HAS-CAP PIC X.
        01 WS-TEAM-COUNT PIC 9(2) VALUE ZERO.
        01 WS-TEAM-IDX PIC 9(2) VALUE ZERO.
        01 WS-TEAM-HIT PIC 9(2) VALUE ZERO.
        01 WS-LOOKUP-TEAM PIC X(10).
        01 WS-ORG-ACTIVE PIC X VALUE 'N'.
        01 WS-SUGGEST-CONTENT PIC X(35).
        COPY TODOORGP.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           PERFORM TALLY-RECENT-MINUTES
           PERFORM LOAD-CAPACITY-FILE
           PERFORM PRINT-WORKLOAD-REPORT
           PERFORM TALLY-TEAM-LOAD
           IF WS-ORG-ACTIVE = 'Y'
              PERFORM PRINT-TEAM-SUBTOTALS
           END-IF
           PERFORM PRINT-REASSIGN-SUGGESTIONS
           GOBACK
          .
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              MOVE ITEM-OWNER IN WS-ITEM-ENTRY (WS-ITEM-IDX)
                TO WS-LOOKUP-OWNER
              MOVE ZERO TO WS-OWNER-HIT
              IF WS-LOOKUP-OWNER NOT = SPACES
                 PERFORM FIND-OWNER-ROW
              END-IF
              IF WS-OWNER-HIT > ZERO
                 ADD 1 TO WS-OWNER-OPEN (WS-OWNER-HIT)
                 COMPUTE WS-OWNER-LOAD (WS-OWNER-HIT) =
           DISPLAY "=============================================="
          EXIT.

       TALLY-TEAM-LOAD SECTION.
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              MOVE 'LOOKUP' TO ORG-FUNCTION
              MOVE WS-OWNER-KEY (WS-OWNER-IDX) TO ORG-USER-ID
              CALL "TODOORG" USING TODOORG-PARAMETERS
              IF ORG-ENTRY-COUNT > ZERO
                 MOVE 'Y' TO WS-ORG-ACTIVE
              END-IF
              MOVE ORG-TEAM TO WS-LOOKUP-TEAM
              IF WS-LOOKUP-TEAM = SPACES
                 MOVE '(none)' TO WS-LOOKUP-TEAM
              END-IF
              PERFORM FIND-TEAM-ROW
              IF WS-TEAM-HIT > ZERO
                 ADD WS-OWNER-OPEN (WS-OWNER-IDX)
                   TO WS-TEAM-OPEN (WS-TEAM-HIT)
                 ADD WS-OWNER-LOAD (WS-OWNER-IDX)
                   TO WS-TEAM-LOAD (WS-TEAM-HIT)
                 ADD WS-OWNER-OVERDUE (WS-OWNER-IDX)
                   TO WS-TEAM-OVERDUE (WS-TEAM-HIT)
                 ADD WS-OWNER-MINUTES (WS-OWNER-IDX)
                   TO WS-TEAM-MINUTES (WS-TEAM-HIT)
                 IF WS-OWNER-HAS-CAP (WS-OWNER-IDX) = 'Y'
                    ADD WS-OWNER-CAPACITY (WS-OWNER-IDX)
                      TO WS-TEAM-CAPACITY (WS-TEAM-HIT)
                    MOVE 'Y' TO WS-TEAM-HAS-CAP (WS-TEAM-HIT)
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       FIND-TEAM-ROW SECTION.
           MOVE ZERO TO WS-TEAM-HIT
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                 UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
              IF WS-TEAM-KEY (WS-TEAM-IDX) = WS-LOOKUP-TEAM
                 MOVE WS-TEAM-IDX TO WS-TEAM-HIT
              END-IF
           END-PERFORM
           IF WS-TEAM-HIT = ZERO AND WS-TEAM-COUNT < 99
              ADD 1 TO WS-TEAM-COUNT
              MOVE WS-LOOKUP-TEAM TO WS-TEAM-KEY (WS-TEAM-COUNT)
              MOVE ZERO TO WS-TEAM-OPEN (WS-TEAM-COUNT)
              MOVE ZERO TO WS-TEAM-LOAD (WS-TEAM-COUNT)
              MOVE ZERO TO WS-TEAM-OVERDUE (WS-TEAM-COUNT)
              MOVE ZERO TO WS-TEAM-MINUTES (WS-TEAM-COUNT)
              MOVE ZERO TO WS-TEAM-CAPACITY (WS-TEAM-COUNT)
              MOVE 'N' TO WS-TEAM-HAS-CAP (WS-TEAM-COUNT)
              MOVE WS-TEAM-COUNT TO WS-TEAM-HIT
           END-IF
          EXIT.

       PRINT-TEAM-SUBTOTALS SECTION.
           DISPLAY "Team       Open Load  Late Minutes Capacity"
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                 UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
              DISPLAY WS-TEAM-KEY (WS-TEAM-IDX) " "
                 WS-TEAM-OPEN (WS-TEAM-IDX) "  "
                 WS-TEAM-LOAD (WS-TEAM-IDX) " "
                 WS-TEAM-OVERDUE (WS-TEAM-IDX) " "
                 WS-TEAM-MINUTES (WS-TEAM-IDX) " "
                 WITH NO ADVANCING
              IF WS-TEAM-HAS-CAP (WS-TEAM-IDX) = 'Y'
                 DISPLAY WS-TEAM-CAPACITY (WS-TEAM-IDX)
                    WITH NO ADVANCING
                 IF WS-TEAM-LOAD (WS-TEAM-IDX)
                       > WS-TEAM-CAPACITY (WS-TEAM-IDX)
                    DISPLAY "  *** OVERLOADED"
                 ELSE
                    DISPLAY " "
                 END-IF
              ELSE
                 DISPLAY "    -"
              END-IF
           END-PERFORM
           DISPLAY "=============================================="
          EXIT.

       PRINT-REASSIGN-SUGGESTIONS SECTION.
           MOVE ZERO TO WS-SUGGEST-COUNT
           PERFORM VARYING WS-OVERLOADED-IDX FROM 1 BY 1
                 PERFORM CHECK-ITEM-MOVABLE
                 IF WS-MOVABLE = 'Y'
                    ADD 1 TO WS-SUGGEST-COUNT
                    PERFORM MASK-SUGGESTED-CONTENT
                    DISPLAY "Suggest: move ID "
                       ITEM-ID IN WS-ITEM-ENTRY (WS-ITEM-IDX)
                       " from "
                       " to "
                       FUNCTION TRIM(WS-OWNER-KEY (WS-TARGET-IDX))
                       " ("
                       WS-SUGGEST-CONTENT
                       ")"
                 END-IF
              END-IF
           END-PERFORM
          EXIT.

       MASK-SUGGESTED-CONTENT SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-ITEM-ENTRY (WS-ITEM-IDX)
             TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-ITEM-ENTRY (WS-ITEM-IDX)
             TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE CONF-MASK-TEXT TO WS-SUGGEST-CONTENT
           ELSE
              MOVE ITEM-CONTENT IN WS-ITEM-ENTRY (WS-ITEM-IDX)
                TO WS-SUGGEST-CONTENT
           END-IF
          EXIT.

       CHECK-ITEM-MOVABLE SECTION.
           MOVE 'Y' TO WS-MOVABLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
