        01 WS-PRINT-IDX PIC 9(3) VALUE ZERO.
        01 WS-PICK-IDX PIC 9(3) VALUE ZERO.
        01 WS-OWNER-TABLE.
           03 WS-OWNER-ROW OCCURS 99 TIMES.
              05 WS-OWNER-TEAM PIC X(10).
              05 WS-OWNER-ENTRY PIC X(10).
        01 WS-OWNER-COUNT PIC 9(2) VALUE ZERO.
        01 WS-OWNER-IDX PIC 9(2) VALUE ZERO.
        01 WS-OWNER-JDX PIC 9(2) VALUE ZERO.
        01 WS-OWNER-FOUND PIC X VALUE 'N'.
        01 WS-OWNER-SWAP PIC X(20).
        01 WS-CURRENT-OWNER PIC X(10).
        01 WS-CURRENT-TEAM PIC X(10).
        01 WS-ORG-ACTIVE PIC X VALUE 'N'.
        01 WS-TEAM-TOTAL PIC 9(5) VALUE ZERO.
        01 WS-PRIORITY-LEVEL PIC S9.
        01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
        01 WS-PRINT-LINE PIC X(132).
        01 WS-HEADER-LINE PIC X(132).
        01 WS-FORM-FEED-LINE PIC X VALUE X'0C'.
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOCONFP.
        COPY TODOORGP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                 UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
              MOVE WS-OWNER-ENTRY (WS-OWNER-IDX) TO WS-CURRENT-OWNER
              IF WS-ORG-ACTIVE = 'Y'
                 IF WS-OWNER-IDX = 1
                       OR WS-OWNER-TEAM (WS-OWNER-IDX)
                          NOT = WS-CURRENT-TEAM
                    IF WS-OWNER-IDX > 1
                       PERFORM PRINT-TEAM-TOTAL
                    END-IF
                    MOVE WS-OWNER-TEAM (WS-OWNER-IDX)
                      TO WS-CURRENT-TEAM
                    PERFORM PRINT-TEAM-HEADER
                 END-IF
              END-IF
              PERFORM PRINT-OWNER-GROUP
           END-PERFORM
           IF WS-ORG-ACTIVE = 'Y' AND WS-OWNER-COUNT > ZERO
              PERFORM PRINT-TEAM-TOTAL
           END-IF
           PERFORM PRINT-GRAND-TOTAL
           CLOSE SPOOL-FILE

           DISPLAY "TODOPRINT: " WS-GRAND-TOTAL " item(s) to "
              FUNCTION TRIM(WS-SPOOL-FILENAME)
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODOPRINT: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           GOBACK
          .

                 ADD 1 TO WS-OWNER-COUNT
                 MOVE ITEM-OWNER IN WS-PRINT-ENTRY (WS-PRINT-IDX)
                   TO WS-OWNER-ENTRY (WS-OWNER-COUNT)
                 MOVE 'LOOKUP' TO ORG-FUNCTION
                 MOVE ITEM-OWNER IN WS-PRINT-ENTRY (WS-PRINT-IDX)
                   TO ORG-USER-ID
                 CALL "TODOORG" USING TODOORG-PARAMETERS
                 MOVE ORG-TEAM TO WS-OWNER-TEAM (WS-OWNER-COUNT)
                 IF ORG-ENTRY-COUNT > ZERO
                    MOVE 'Y' TO WS-ORG-ACTIVE
                 END-IF
              END-IF
           END-PERFORM

                 UNTIL WS-OWNER-IDX >= WS-OWNER-COUNT
              PERFORM VARYING WS-OWNER-JDX FROM 1 BY 1
                    UNTIL WS-OWNER-JDX >= WS-OWNER-COUNT
                 IF WS-OWNER-ROW (WS-OWNER-JDX)
                       > WS-OWNER-ROW (WS-OWNER-JDX + 1)
                    MOVE WS-OWNER-ROW (WS-OWNER-JDX)
                      TO WS-OWNER-SWAP
                    MOVE WS-OWNER-ROW (WS-OWNER-JDX + 1)
                      TO WS-OWNER-ROW (WS-OWNER-JDX)
                    MOVE WS-OWNER-SWAP
                      TO WS-OWNER-ROW (WS-OWNER-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           END-IF
          EXIT.

       PRINT-TEAM-HEADER SECTION.
           MOVE ZERO TO WS-TEAM-TOTAL
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CURRENT-TEAM = SPACES
              MOVE 'TEAM: (NONE)' TO WS-PRINT-LINE
           ELSE
              STRING 'TEAM: ' WS-CURRENT-TEAM
                 DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF
           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
           MOVE ALL '-' TO WS-PRINT-LINE (1:40)
           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
           ADD 2 TO WS-LINE-COUNT
          EXIT.

       PRINT-TEAM-TOTAL SECTION.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'TOTAL FOR TEAM: ' WS-TEAM-TOTAL
              DELIMITED BY SIZE INTO WS-PRINT-LINE
           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
           ADD 2 TO WS-LINE-COUNT
          EXIT.

       PRINT-OWNER-GROUP SECTION.
           MOVE ZERO TO WS-OWNER-TOTAL
           PERFORM CHECK-PAGE-BREAK
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-PRINT-ENTRY (WS-PICK-IDX) TO WS-TDLIST
           MOVE 'Y' TO WS-PRINTED (WS-PICK-IDX)
           PERFORM MASK-CONFIDENTIAL-ITEM
           MOVE SPACES TO WS-OVERDUE-FLAG
           IF ITEM-DUE-DATE IN WS-TDLIST > ZERO
                 AND ITEM-DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-OWNER-TOTAL
           ADD 1 TO WS-TEAM-TOTAL
           ADD 1 TO WS-GRAND-TOTAL
          EXIT.

           WRITE SPOOL-RECORD FROM WS-PRINT-LINE
          EXIT.

       MASK-CONFIDENTIAL-ITEM SECTION.
           MOVE 'CHECK' TO CONF-FUNCTION
           MOVE ITEM-ID IN WS-TDLIST TO CONF-ITEM-ID
           MOVE ITEM-OWNER IN WS-TDLIST TO CONF-ITEM-OWNER
           MOVE SPACES TO CONF-USER
           MOVE SPACES TO CONF-ROLE
           CALL "TODOCONF" USING TODOCONF-PARAMETERS
           IF CONF-IS-MARKED
              MOVE CONF-MASK-TEXT TO ITEM-CONTENT IN WS-TDLIST
              MOVE SPACES TO ITEM-CATEGORY IN WS-TDLIST
              ADD 1 TO WS-MASKED-COUNT
           END-IF
          EXIT.

       END PROGRAM TODOPRINT.
