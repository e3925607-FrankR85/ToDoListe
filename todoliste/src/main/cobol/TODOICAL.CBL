        01 WS-DTSTAMP PIC X(16).
        01 WS-ICAL-LINE PIC X(100).
        01 WS-ICAL-PRIORITY PIC 9(1).
        01 WS-MASKED-COUNT PIC 9(5) VALUE ZERO.
        COPY TODOCONFP.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           MOVE SPACES TO WS-TDLIST-FILENAME

           DISPLAY "TODOICAL: exported " WS-EXPORT-COUNT
              " item(s) to " FUNCTION TRIM(WS-ICAL-FILENAME)
           IF WS-MASKED-COUNT > ZERO
              DISPLAY "TODOICAL: " WS-MASKED-COUNT
                 " confidential item(s) masked"
           END-IF
           GOBACK
          .

       WRITE-VTODO-ENTRY SECTION.
           PERFORM MASK-CONFIDENTIAL-ITEM
           WRITE ICAL-RECORD FROM 'BEGIN:VTODO'

           MOVE SPACES TO WS-ICAL-LINE
           ADD 1 TO WS-EXPORT-COUNT
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

       END PROGRAM TODOICAL.
